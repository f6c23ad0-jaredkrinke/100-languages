      * MORNING BATCH STATUS REPORT FOR THE P10 NIGHTLY CHAIN
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10RCTL.
       AUTHOR. JARED KRINKE.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -------------------------------------------------
      * 2026-10-15 JDK  NEW PROGRAM. THE NIGHTLY CHAIN IS SEVERAL
      *                 SEPARATELY SUBMITTED JOBS (P10JOB, P10VFYJ,
      *                 P10LOADJ, P10DISTJ, P10INQJ, P10ANSRJ) AND THE
      *                 DAY SHIFT HAD TO READ EVERY JOB LOG TO FIND
      *                 WHERE IT STOPPED. EVERY STEP NOW POSTS START,
      *                 END AND HELD RECORDS TO RUNCTL; THIS PROGRAM
      *                 READS THEM BACK AND PRINTS, PER RUN DATE
      *                 (NEWEST FIRST), EACH STEP'S STATE - NOT
      *                 STARTED, RUNNING, ENDED WITH ITS RC, OR HELD
      *                 BY ITS GATE - AND FLAGS THE FIRST STEP OF THE
      *                 CHAIN THAT DID NOT END GOOD. P10POST, P10ARCH
      *                 AND P10AUDR ARE SHOWN SEPARATELY: THEY ARE
      *                 NOT LINKS IN THE CHAIN.
      * 2026-10-15 JDK  P10CERT AND P10XTR NOW POST AND ARE GATED, SO
      *                 THEY JOIN THE END OF THE CHAIN. A PARTITIONED
      *                 NIGHT'S BASE STEP (P10BASE) AND SEGMENTS
      *                 (P10SEG01-16) WERE BEING SKIPPED AS DAMAGED;
      *                 THEY NOW EACH GET A LINE UNDER THE P10 STEP
      *                 (THE MERGE) AND ARE JUDGED BEFORE IT, SO THE
      *                 FIRST BREAK NAMES THE FAILING SEGMENT. EACH
      *                 LINE SHOWS THE JOB THE STEP POSTED UNDER.
      * 2026-10-15 JDK  COMMENTS NOW SAY P10CERT WAITS ON P10LOAD,
      *                 ALONGSIDE P10DIST/P10INQ/P10ANSR, NOT ON
      *                 P10ANSR; P10XTR WAITS ON P10CERT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RCTLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * THE RUN-CONTROL RECORD - SAME LAYOUT IN EVERY STEP OF THE
      * NIGHTLY CHAIN AND IN P10RCTL. ONE RECORD PER EVENT, APPENDED:
      * S = STEP STARTED, E = STEP ENDED (WITH ITS RETURN CODE AND
      * TWO KEY COUNTS), G = STEP HELD BY ITS GATE (THE PREDECESSOR
      * IT WAS WAITING FOR IN RCT-GATE-PROGRAM).
      *----------------------------------------------------------------
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CONTROL-REC.
           05  RCT-RUN-DATE PIC 9(08).
           05  RCT-JOB-NAME PIC X(08).
           05  RCT-STEP-NAME PIC X(08).
           05  RCT-PROGRAM PIC X(08).
           05  RCT-EVENT PIC X(01).
               88  RCT-STARTED VALUE "S".
               88  RCT-ENDED VALUE "E".
               88  RCT-HELD VALUE "G".
           05  RCT-RETURN-CODE PIC 9(04).
           05  RCT-POST-DATE PIC 9(08).
           05  RCT-POST-TIME PIC 9(06).
           05  RCT-COUNT-1 PIC 9(09).
           05  RCT-COUNT-2 PIC 9(09).
           05  RCT-GATE-PROGRAM PIC X(08).
           05  RCT-FILLER PIC X(03).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           77 RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
               88 RUN-CONTROL-AT-EOF VALUE "Y".

           77 RECORDS-READ PIC S9(8) COMP VALUE ZERO.
           77 RECORDS-SKIPPED PIC S9(8) COMP VALUE ZERO.
           77 RECORDS-TOO-OLD PIC S9(8) COMP VALUE ZERO.
           77 DATES-DROPPED PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * THE STEPS THAT POST TO RUNCTL. THE FIRST CHAIN-STEP-MAX ARE
      * THE CHAIN, IN THE ORDER THEIR GATES RUN - EACH ONE WAITS FOR
      * THE ONE ABOVE IT, EXCEPT THAT P10CERT WAITS ON P10LOAD (IT
      * RUNS ALONGSIDE P10DIST, P10INQ AND P10ANSR) AND P10XTR THEN
      * WAITS ON P10CERT. THE REST POST UNDER THE SAME RUN DATES BUT
      * NOTHING WAITS FOR THEM. LAST COME THE PARTS OF A PARTITIONED
      * NIGHT - THE BASE STEP AND UP TO SEGMENT-MAX SEGMENTS - WHICH
      * ARE PRINTED AND JUDGED UNDER THE P10 STEP (THE MERGE) WHEN
      * ANY OF THEM POSTED UNDER THE DATE. EACH ENTRY: PROGRAM, JOB,
      * USUAL STEP NAME, AND SHORT LABELS FOR THE TWO KEY COUNTS ITS
      * END RECORD CARRIES.
      *----------------------------------------------------------------
           01 STEP-LITERALS.
               05 FILLER PIC X(40) VALUE
                   "P10DECK P10JOB  STEP001 CARDS   HELD    ".
               05 FILLER PIC X(40) VALUE
                   "P10FCST P10JOB  STEP005 CARDS   TO SIEVE".
               05 FILLER PIC X(40) VALUE
                   "P10     P10JOB  STEP010 CARDS   SIEVED  ".
               05 FILLER PIC X(40) VALUE
                   "P10RPT  P10JOB  STEP030 RUNS    FLAGGED ".
               05 FILLER PIC X(40) VALUE
                   "P10VFY  P10VFYJ STEP010 PRIMES  FAILED  ".
               05 FILLER PIC X(40) VALUE
                   "P10LOAD P10LOADJSTEP010 INSERTS KEYS    ".
               05 FILLER PIC X(40) VALUE
                   "P10DIST P10DISTJSTEP010 PRIMES  TWINS   ".
               05 FILLER PIC X(40) VALUE
                   "P10INQ  P10INQJ STEP010 REQUESTSREJECTED".
               05 FILLER PIC X(40) VALUE
                   "P10ANSR P10ANSRJSTEP010 ANSWERS REQSTRS ".
               05 FILLER PIC X(40) VALUE
                   "P10CERT P10CERTJSTEP010 ANSWERS FAILED  ".
               05 FILLER PIC X(40) VALUE
                   "P10XTR  P10XTRJ STEP010 RECORDS WAITING ".
               05 FILLER PIC X(40) VALUE
                   "P10POST P10JOB  STEP040 ANSWEREDREJECTED".
               05 FILLER PIC X(40) VALUE
                   "P10ARCH P10ARCHJSTEP010 READ    ARCHIVED".
               05 FILLER PIC X(40) VALUE
                   "P10AUDR P10AUDRJSTEP010 READ    SELECTED".
               05 FILLER PIC X(40) VALUE
                   "P10BASE P10PJOB STEP010 CARDS   SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG01P10SG01JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG02P10SG02JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG03P10SG03JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG04P10SG04JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG05P10SG05JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG06P10SG06JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG07P10SG07JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG08P10SG08JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG09P10SG09JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG10P10SG10JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG11P10SG11JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG12P10SG12JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG13P10SG13JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG14P10SG14JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG15P10SG15JSTEP010 PRIMES  SEGMENTS".
               05 FILLER PIC X(40) VALUE
                   "P10SEG16P10SG16JSTEP010 PRIMES  SEGMENTS".
           01 STEP-TABLE REDEFINES STEP-LITERALS.
               05 STEP-ENTRY OCCURS 31 TIMES.
                   10 STEP-PROGRAM PIC X(08).
                   10 STEP-JOB PIC X(08).
                   10 STEP-USUAL-STEP PIC X(08).
                   10 STEP-LABEL-1 PIC X(08).
                   10 STEP-LABEL-2 PIC X(08).

           77 STEP-MAX PIC S9(4) COMP VALUE 31.
           77 CHAIN-STEP-MAX PIC S9(4) COMP VALUE 11.
           77 FIRST-OTHER-STEP PIC S9(4) COMP VALUE 12.
           77 LAST-OTHER-STEP PIC S9(4) COMP VALUE 14.
           77 STEP-SUB PIC S9(4) COMP VALUE ZERO.
           77 FOUND-STEP-SUB PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * THE PARTS OF A PARTITIONED NIGHT. P10-STEP-SUB IS THE P10
      * STEP (THE MERGE ON SUCH A NIGHT), BASE-STEP-SUB THE BASE STEP;
      * SEGMENT N IS ENTRY BASE-STEP-SUB + N. THE NUMBER OF SEGMENTS
      * SHOWN IS THE COUNT THE BASE STEP POSTED AT ITS END, OR THE
      * HIGHEST SEGMENT THAT POSTED IF THAT IS MORE.
      *----------------------------------------------------------------
           77 P10-STEP-SUB PIC S9(4) COMP VALUE 3.
           77 AFTER-P10-STEP-SUB PIC S9(4) COMP VALUE 4.
           77 BASE-STEP-SUB PIC S9(4) COMP VALUE 15.
           77 SEGMENT-MAX PIC S9(4) COMP VALUE 16.
           77 SEGMENT-SUB PIC S9(4) COMP VALUE ZERO.
           77 SEGMENTS-SHOWN PIC S9(4) COMP VALUE ZERO.
           77 PART-SUB PIC S9(4) COMP VALUE ZERO.
           77 LAST-PART-SUB PIC S9(4) COMP VALUE ZERO.
           77 SEGMENT-QUIESCED-RC PIC 9(04) VALUE 2.
           77 PARTITIONED-SWITCH PIC X(01) VALUE "N".
               88 NIGHT-IS-PARTITIONED VALUE "Y".

      *----------------------------------------------------------------
      * A CHAIN STEP HAS ENDED GOOD WHEN ITS LAST RECORD FOR THE DATE
      * IS AN END WITH RC NOT ABOVE GOOD-MAX-RC - THE SAME TEST THE
      * NEXT STEP'S GATE MAKES BEFORE IT WILL START.
      *----------------------------------------------------------------
           77 GOOD-MAX-RC PIC S9(4) COMP VALUE 4.
           77 BREAK-SUB PIC S9(4) COMP VALUE ZERO.
           77 OTHER-STEPS-SHOWN PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * THE LATEST DATE-MAX RUN DATES ON RUNCTL, OLDEST FIRST. THE
      * RECORDS ARE APPENDED IN TIME ORDER, SO A NEW RUN DATE IS
      * ALWAYS LATER THAN EVERY ONE ALREADY HELD; WHEN THE TABLE IS
      * FULL THE OLDEST DATE IS DROPPED TO MAKE ROOM. EACH DATE
      * HOLDS ONE STATE PER STEP-TABLE ENTRY, TAKEN FROM THE LAST
      * RECORD THAT STEP POSTED FOR THE DATE.
      *----------------------------------------------------------------
           77 DATE-MAX PIC S9(4) COMP VALUE 60.
           77 DATE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 DATE-SUB PIC S9(4) COMP VALUE ZERO.
           77 FOUND-DATE-SUB PIC S9(4) COMP VALUE ZERO.
           77 DATE-SHIFT-SUB PIC S9(4) COMP VALUE ZERO.

           01 RUN-DATE-TABLE.
               05 RUN-DATE-ENTRY OCCURS 60 TIMES.
                   10 RD-RUN-DATE PIC 9(08).
                   10 RD-STEP-STATE OCCURS 31 TIMES.
                       15 RD-EVENT PIC X(01).
                       15 RD-JOB-NAME PIC X(08).
                       15 RD-STEP-NAME PIC X(08).
                       15 RD-RETURN-CODE PIC 9(04).
                       15 RD-STARTS PIC 9(03).
                       15 RD-POST-DATE PIC 9(08).
                       15 RD-POST-TIME PIC 9(06).
                       15 RD-COUNT-1 PIC 9(09).
                       15 RD-COUNT-2 PIC 9(09).
                       15 RD-GATE-PROGRAM PIC X(08).

           01 EMPTY-STEP-STATE.
               05 FILLER PIC X(01) VALUE SPACE.
               05 FILLER PIC X(08) VALUE SPACES.
               05 FILLER PIC X(08) VALUE SPACES.
               05 FILLER PIC 9(04) VALUE ZERO.
               05 FILLER PIC 9(03) VALUE ZERO.
               05 FILLER PIC 9(08) VALUE ZERO.
               05 FILLER PIC 9(06) VALUE ZERO.
               05 FILLER PIC 9(09) VALUE ZERO.
               05 FILLER PIC 9(09) VALUE ZERO.
               05 FILLER PIC X(08) VALUE SPACES.

           77 STATE-TEXT PIC X(21) VALUE SPACES.
           77 SUMMARY-TEXT PIC X(80) VALUE SPACES.
           77 DATE-BLOCK-LINES PIC S9(4) COMP VALUE 21.
           77 BLOCK-LINES PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER: 0 = THE LATEST
      * RUN DATE'S CHAIN ENDED GOOD FROM END TO END, 4 = IT HAS A
      * BREAK (A STEP NOT STARTED, STILL RUNNING, HELD, OR ENDED
      * ABOVE RC 4) OR RUNCTL HOLDS NO RUN DATE, 8 = RUNCTL OR THE
      * REPORT COULD NOT BE OPENED.
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-CHAIN-BROKEN PIC S9(4) COMP VALUE 4.
           77 RC-FILE-FAILURE PIC S9(4) COMP VALUE 8.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.

           01 HEADING-LINE-1.
               05 FILLER PIC X(41) VALUE
                   "P10RCTL - NIGHTLY CHAIN RUN-CONTROL STATU".
               05 FILLER PIC X(15) VALUE "S REPORT".
               05 FILLER PIC X(60) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "PAGE ".
               05 HDG-PAGE-NUMBER PIC ZZZ9.
               05 FILLER PIC X(07) VALUE SPACES.

           01 DATE-LINE.
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "RUN DATE ".
               05 DTL-RUN-DATE PIC 9999/99/99.
               05 FILLER PIC X(03) VALUE SPACES.
               05 DTL-SUMMARY PIC X(80).
               05 FILLER PIC X(29) VALUE SPACES.

           01 COLUMN-LINE.
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(09) VALUE "JOB".
               05 FILLER PIC X(09) VALUE "STEP".
               05 FILLER PIC X(09) VALUE "PROGRAM".
               05 FILLER PIC X(20) VALUE "STATE".
               05 FILLER PIC X(05) VALUE " RUNS".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(19) VALUE "LAST POSTED".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(42) VALUE "KEY COUNTS".
               05 FILLER PIC X(14) VALUE SPACES.

           01 STEP-LINE.
               05 FILLER PIC X(01) VALUE SPACES.
               05 STL-JOB PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 STL-STEP PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 STL-PROGRAM PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 STL-STATE PIC X(21).
               05 STL-DETAIL.
                   10 FILLER PIC X(01).
                   10 STL-STARTS PIC ZZ9.
                   10 FILLER PIC X(02).
                   10 STL-POST-DATE PIC 9999/99/99.
                   10 FILLER PIC X(01).
                   10 STL-POST-HH PIC 9(02).
                   10 STL-COLON-1 PIC X(01).
                   10 STL-POST-MM PIC 9(02).
                   10 STL-COLON-2 PIC X(01).
                   10 STL-POST-SS PIC 9(02).
                   10 FILLER PIC X(02).
                   10 STL-LABEL-1 PIC X(08).
                   10 FILLER PIC X(01).
                   10 STL-COUNT-1 PIC ZZZ,ZZZ,ZZ9.
                   10 FILLER PIC X(02).
                   10 STL-LABEL-2 PIC X(08).
                   10 FILLER PIC X(01).
                   10 STL-COUNT-2 PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 STL-FLAG PIC X(12).

           01 POST-TIME-PARTS.
               05 POST-HH PIC 9(02).
               05 POST-MM PIC 9(02).
               05 POST-SS PIC 9(02).

           01 OTHER-STEPS-LINE.
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(41) VALUE
                   "OUTSIDE THE CHAIN (NOTHING WAITS FOR THES".
               05 FILLER PIC X(04) VALUE "E)".
               05 FILLER PIC X(86) VALUE SPACES.

           01 NONE-POSTED-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 FILLER PIC X(40) VALUE
                   "NO OTHER STEP POSTED UNDER THIS RUN DATE".
               05 FILLER PIC X(82) VALUE SPACES.

           01 VALUE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 VAL-LABEL PIC X(28).
               05 VAL-NUMBER PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(75) VALUE SPACES.

           01 MESSAGE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 MSG-TEXT PIC X(100).
               05 FILLER PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE STATUS REPORT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-LOAD-RUN-CONTROL
               THRU 2000-LOAD-RUN-CONTROL-EXIT
           PERFORM 3000-PRINT-ONE-DATE
               THRU 3000-PRINT-ONE-DATE-EXIT
               VARYING DATE-SUB FROM DATE-COUNT BY -1
               UNTIL DATE-SUB < 1
           PERFORM 6000-PRINT-CLOSING
               THRU 6000-PRINT-CLOSING-EXIT
           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT AND PRINT THE HEADINGS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "P10RCTL: UNABLE TO OPEN RCTLRPT, STATUS="
                   REPORT-FILE-STATUS
               MOVE RC-FILE-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-PRINT-HEADINGS
               THRU 7000-PRINT-HEADINGS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-RUN-CONTROL - READ RUNCTL TO END, BUILDING THE
      * STATE OF EVERY STEP FOR EACH RUN DATE KEPT. AN ABSENT OR
      * EMPTY RUNCTL SIMPLY LEAVES NO DATES TO PRINT.
      *----------------------------------------------------------------
       2000-LOAD-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               IF RUN-CONTROL-STATUS NOT = "05"
                   DISPLAY "P10RCTL: UNABLE TO OPEN RUNCTL, STATUS="
                       RUN-CONTROL-STATUS
                   MOVE RC-FILE-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
               SET RUN-CONTROL-AT-EOF TO TRUE
               GO TO 2000-LOAD-RUN-CONTROL-EXIT
           END-IF

           PERFORM 2100-READ-ONE-RECORD
               THRU 2100-READ-ONE-RECORD-EXIT
               UNTIL RUN-CONTROL-AT-EOF

           CLOSE RUN-CONTROL-FILE.
       2000-LOAD-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-ONE-RECORD - READ ONE RUNCTL RECORD AND APPLY IT TO
      * ITS DATE AND STEP. A RECORD WITH A DAMAGED DATE OR RC, OR
      * FROM A PROGRAM NOT IN THE STEP TABLE (WHICH HOLDS EVERY PART
      * OF A PARTITIONED NIGHT), IS COUNTED AND SKIPPED.
      *----------------------------------------------------------------
       2100-READ-ONE-RECORD.
           READ RUN-CONTROL-FILE
               AT END
                   SET RUN-CONTROL-AT-EOF TO TRUE
                   GO TO 2100-READ-ONE-RECORD-EXIT
           END-READ
           ADD 1 TO RECORDS-READ

           IF RCT-RUN-DATE NOT NUMERIC
               OR RCT-RETURN-CODE NOT NUMERIC
               ADD 1 TO RECORDS-SKIPPED
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF

           MOVE ZERO TO FOUND-STEP-SUB
           PERFORM 2110-MATCH-ONE-STEP
               THRU 2110-MATCH-ONE-STEP-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-MAX
                   OR FOUND-STEP-SUB > ZERO
           IF FOUND-STEP-SUB = ZERO
               ADD 1 TO RECORDS-SKIPPED
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF

           PERFORM 2200-FIND-RUN-DATE
               THRU 2200-FIND-RUN-DATE-EXIT
           IF FOUND-DATE-SUB = ZERO
               ADD 1 TO RECORDS-TOO-OLD
               GO TO 2100-READ-ONE-RECORD-EXIT
           END-IF

           PERFORM 2400-APPLY-EVENT
               THRU 2400-APPLY-EVENT-EXIT.
       2100-READ-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2110-MATCH-ONE-STEP - IS THE RECORD FROM THIS STEP-TABLE
      * ENTRY'S PROGRAM?
      *----------------------------------------------------------------
       2110-MATCH-ONE-STEP.
           IF STEP-PROGRAM (STEP-SUB) = RCT-PROGRAM
               MOVE STEP-SUB TO FOUND-STEP-SUB
           END-IF.
       2110-MATCH-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-FIND-RUN-DATE - FIND THE RECORD'S RUN DATE IN THE TABLE,
      * SEARCHING FROM THE NEWEST END, WHERE NEARLY EVERY RECORD
      * LANDS. A DATE LATER THAN ANY HELD IS ADDED (DROPPING THE
      * OLDEST IF THE TABLE IS FULL). A DATE OLDER THAN THE NEWEST
      * THAT IS NOT HELD HAS ALREADY BEEN DROPPED - FOUND-DATE-SUB
      * COMES BACK ZERO.
      *----------------------------------------------------------------
       2200-FIND-RUN-DATE.
           MOVE ZERO TO FOUND-DATE-SUB
           PERFORM 2210-MATCH-ONE-DATE
               THRU 2210-MATCH-ONE-DATE-EXIT
               VARYING DATE-SUB FROM DATE-COUNT BY -1
               UNTIL DATE-SUB < 1
                   OR FOUND-DATE-SUB > ZERO
           IF FOUND-DATE-SUB > ZERO
               GO TO 2200-FIND-RUN-DATE-EXIT
           END-IF

           IF DATE-COUNT > ZERO
               IF RCT-RUN-DATE < RD-RUN-DATE (DATE-COUNT)
                   GO TO 2200-FIND-RUN-DATE-EXIT
               END-IF
           END-IF

           IF DATE-COUNT = DATE-MAX
               PERFORM 2300-SHIFT-ONE-DATE
                   THRU 2300-SHIFT-ONE-DATE-EXIT
                   VARYING DATE-SHIFT-SUB FROM 1 BY 1
                   UNTIL DATE-SHIFT-SUB >= DATE-MAX
               ADD 1 TO DATES-DROPPED
           ELSE
               ADD 1 TO DATE-COUNT
           END-IF

           MOVE DATE-COUNT TO FOUND-DATE-SUB
           MOVE RCT-RUN-DATE TO RD-RUN-DATE (FOUND-DATE-SUB)
           PERFORM 2310-CLEAR-ONE-STEP
               THRU 2310-CLEAR-ONE-STEP-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > STEP-MAX.
       2200-FIND-RUN-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2210-MATCH-ONE-DATE - IS THIS TABLE ENTRY THE RECORD'S DATE?
      *----------------------------------------------------------------
       2210-MATCH-ONE-DATE.
           IF RD-RUN-DATE (DATE-SUB) = RCT-RUN-DATE
               MOVE DATE-SUB TO FOUND-DATE-SUB
           END-IF.
       2210-MATCH-ONE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-SHIFT-ONE-DATE - MOVE ONE DATE UP A SLOT, SO THE OLDEST
      * FALLS OFF THE TOP AND THE LAST SLOT IS FREED.
      *----------------------------------------------------------------
       2300-SHIFT-ONE-DATE.
           MOVE RUN-DATE-ENTRY (DATE-SHIFT-SUB + 1)
               TO RUN-DATE-ENTRY (DATE-SHIFT-SUB).
       2300-SHIFT-ONE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2310-CLEAR-ONE-STEP - A NEW DATE STARTS WITH EVERY STEP NOT
      * STARTED.
      *----------------------------------------------------------------
       2310-CLEAR-ONE-STEP.
           MOVE EMPTY-STEP-STATE
               TO RD-STEP-STATE (FOUND-DATE-SUB, STEP-SUB).
       2310-CLEAR-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-APPLY-EVENT - THE RECORD BECOMES ITS STEP'S CURRENT
      * STATE FOR THE DATE. A START CLEARS THE RC AND COUNTS OF ANY
      * EARLIER ATTEMPT AND IS COUNTED, SO A RERUN SHOWS AS A SECOND
      * RUN; AN END OR A HOLD CARRIES ITS OWN RC.
      *----------------------------------------------------------------
       2400-APPLY-EVENT.
           MOVE RCT-EVENT
               TO RD-EVENT (FOUND-DATE-SUB, FOUND-STEP-SUB)
           MOVE RCT-JOB-NAME
               TO RD-JOB-NAME (FOUND-DATE-SUB, FOUND-STEP-SUB)
           MOVE RCT-STEP-NAME
               TO RD-STEP-NAME (FOUND-DATE-SUB, FOUND-STEP-SUB)
           MOVE RCT-RETURN-CODE
               TO RD-RETURN-CODE (FOUND-DATE-SUB, FOUND-STEP-SUB)
           MOVE SPACES
               TO RD-GATE-PROGRAM (FOUND-DATE-SUB, FOUND-STEP-SUB)
           IF RCT-POST-DATE NUMERIC
               AND RCT-POST-TIME NUMERIC
               MOVE RCT-POST-DATE
                   TO RD-POST-DATE (FOUND-DATE-SUB, FOUND-STEP-SUB)
               MOVE RCT-POST-TIME
                   TO RD-POST-TIME (FOUND-DATE-SUB, FOUND-STEP-SUB)
           END-IF

           IF RCT-STARTED
               ADD 1 TO RD-STARTS (FOUND-DATE-SUB, FOUND-STEP-SUB)
               MOVE ZERO
                   TO RD-COUNT-1 (FOUND-DATE-SUB, FOUND-STEP-SUB)
               MOVE ZERO
                   TO RD-COUNT-2 (FOUND-DATE-SUB, FOUND-STEP-SUB)
           END-IF
           IF RCT-ENDED
               AND RCT-COUNT-1 NUMERIC
               AND RCT-COUNT-2 NUMERIC
               MOVE RCT-COUNT-1
                   TO RD-COUNT-1 (FOUND-DATE-SUB, FOUND-STEP-SUB)
               MOVE RCT-COUNT-2
                   TO RD-COUNT-2 (FOUND-DATE-SUB, FOUND-STEP-SUB)
           END-IF
           IF RCT-HELD
               MOVE RCT-GATE-PROGRAM
                   TO RD-GATE-PROGRAM (FOUND-DATE-SUB, FOUND-STEP-SUB)
           END-IF.
       2400-APPLY-EVENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-ONE-DATE - ONE RUN DATE'S BLOCK: THE DATE AND ITS
      * VERDICT, A LINE PER CHAIN STEP IN CHAIN ORDER WITH THE FIRST
      * BREAK FLAGGED, THEN ANY OTHER STEP THAT POSTED UNDER THE
      * DATE. ON A PARTITIONED NIGHT THE BASE STEP AND EACH SEGMENT
      * FOLLOW THE P10 LINE. THE BLOCK IS KEPT ON ONE PAGE. THE
      * LATEST DATE (THE FIRST PRINTED) ALSO SETS THE CONDITION CODE.
      *----------------------------------------------------------------
       3000-PRINT-ONE-DATE.
           PERFORM 3050-COUNT-NIGHT-PARTS
               THRU 3050-COUNT-NIGHT-PARTS-EXIT
           MOVE ZERO TO BREAK-SUB
           PERFORM 3100-JUDGE-ONE-STEP
               THRU 3100-JUDGE-ONE-STEP-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > CHAIN-STEP-MAX
                   OR BREAK-SUB > ZERO

           MOVE SPACES TO SUMMARY-TEXT
           IF BREAK-SUB = ZERO
               MOVE "CHAIN COMPLETE - EVERY STEP ENDED GOOD"
                   TO SUMMARY-TEXT
           ELSE
               MOVE BREAK-SUB TO STEP-SUB
               PERFORM 3300-BUILD-STATE-TEXT
                   THRU 3300-BUILD-STATE-TEXT-EXIT
               MOVE STEP-USUAL-STEP (STEP-SUB) TO STL-STEP
               IF RD-EVENT (DATE-SUB, STEP-SUB) NOT = SPACE
                   MOVE RD-STEP-NAME (DATE-SUB, STEP-SUB) TO STL-STEP
               END-IF
               MOVE STEP-JOB (STEP-SUB) TO STL-JOB
               IF RD-JOB-NAME (DATE-SUB, STEP-SUB) NOT = SPACES
                   MOVE RD-JOB-NAME (DATE-SUB, STEP-SUB) TO STL-JOB
               END-IF
               STRING "FIRST BREAK AT " DELIMITED BY SIZE
                   STL-JOB DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   STL-STEP DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   STEP-PROGRAM (STEP-SUB) DELIMITED BY SPACE
                   " - " DELIMITED BY SIZE
                   STATE-TEXT DELIMITED BY SIZE
                   INTO SUMMARY-TEXT
               END-STRING
           END-IF

           IF DATE-SUB = DATE-COUNT
               DISPLAY "P10RCTL: RUN DATE " RD-RUN-DATE (DATE-SUB)
                   " " SUMMARY-TEXT
               IF BREAK-SUB > ZERO
                   MOVE RC-CHAIN-BROKEN TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF

           MOVE DATE-BLOCK-LINES TO BLOCK-LINES
           IF NIGHT-IS-PARTITIONED
               COMPUTE BLOCK-LINES = BLOCK-LINES + SEGMENTS-SHOWN + 1
           END-IF
           IF LINE-COUNT + BLOCK-LINES > LINES-PER-PAGE
               PERFORM 7000-PRINT-HEADINGS
                   THRU 7000-PRINT-HEADINGS-EXIT
           END-IF
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE RD-RUN-DATE (DATE-SUB) TO DTL-RUN-DATE
           MOVE SUMMARY-TEXT TO DTL-SUMMARY
           MOVE DATE-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE COLUMN-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT

           PERFORM 3200-PRINT-STEP-LINE
               THRU 3200-PRINT-STEP-LINE-EXIT
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB > P10-STEP-SUB
           IF NIGHT-IS-PARTITIONED
               PERFORM 3200-PRINT-STEP-LINE
                   THRU 3200-PRINT-STEP-LINE-EXIT
                   VARYING STEP-SUB FROM BASE-STEP-SUB BY 1
                   UNTIL STEP-SUB > LAST-PART-SUB
           END-IF
           PERFORM 3200-PRINT-STEP-LINE
               THRU 3200-PRINT-STEP-LINE-EXIT
               VARYING STEP-SUB FROM AFTER-P10-STEP-SUB BY 1
               UNTIL STEP-SUB > CHAIN-STEP-MAX

           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE OTHER-STEPS-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE ZERO TO OTHER-STEPS-SHOWN
           PERFORM 3250-PRINT-OTHER-STEP
               THRU 3250-PRINT-OTHER-STEP-EXIT
               VARYING STEP-SUB FROM FIRST-OTHER-STEP BY 1
               UNTIL STEP-SUB > LAST-OTHER-STEP
           IF OTHER-STEPS-SHOWN = ZERO
               MOVE NONE-POSTED-LINE TO REPORT-REC
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
           END-IF.
       3000-PRINT-ONE-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-COUNT-NIGHT-PARTS - WAS THE DATE A PARTITIONED NIGHT (THE
      * BASE STEP OR ANY SEGMENT POSTED UNDER IT), AND IF SO HOW MANY
      * SEGMENTS TO SHOW: THE COUNT ON THE BASE STEP'S END RECORD, OR
      * THE HIGHEST SEGMENT THAT POSTED IF THAT IS MORE.
      *----------------------------------------------------------------
       3050-COUNT-NIGHT-PARTS.
           MOVE "N" TO PARTITIONED-SWITCH
           MOVE ZERO TO SEGMENTS-SHOWN
           IF RD-EVENT (DATE-SUB, BASE-STEP-SUB) NOT = SPACE
               SET NIGHT-IS-PARTITIONED TO TRUE
           END-IF
           IF RD-EVENT (DATE-SUB, BASE-STEP-SUB) = "E"
               AND RD-COUNT-2 (DATE-SUB, BASE-STEP-SUB) > ZERO
               AND RD-COUNT-2 (DATE-SUB, BASE-STEP-SUB)
                   NOT > SEGMENT-MAX
               MOVE RD-COUNT-2 (DATE-SUB, BASE-STEP-SUB)
                   TO SEGMENTS-SHOWN
           END-IF
           PERFORM 3060-CHECK-ONE-SEGMENT
               THRU 3060-CHECK-ONE-SEGMENT-EXIT
               VARYING SEGMENT-SUB FROM 1 BY 1
               UNTIL SEGMENT-SUB > SEGMENT-MAX
           COMPUTE LAST-PART-SUB = BASE-STEP-SUB + SEGMENTS-SHOWN.
       3050-COUNT-NIGHT-PARTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3060-CHECK-ONE-SEGMENT - A SEGMENT THAT POSTED MAKES THE NIGHT
      * PARTITIONED AND IS ALWAYS SHOWN.
      *----------------------------------------------------------------
       3060-CHECK-ONE-SEGMENT.
           COMPUTE PART-SUB = BASE-STEP-SUB + SEGMENT-SUB
           IF RD-EVENT (DATE-SUB, PART-SUB) = SPACE
               GO TO 3060-CHECK-ONE-SEGMENT-EXIT
           END-IF
           SET NIGHT-IS-PARTITIONED TO TRUE
           IF SEGMENT-SUB > SEGMENTS-SHOWN
               MOVE SEGMENT-SUB TO SEGMENTS-SHOWN
           END-IF.
       3060-CHECK-ONE-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-JUDGE-ONE-STEP - A CHAIN STEP WHOSE LAST RECORD FOR THE
      * DATE IS NOT AN END AT RC<=4 IS WHERE THE CHAIN BROKE; THE
      * FIRST SUCH STEP IN CHAIN ORDER IS FLAGGED. ON A PARTITIONED
      * NIGHT THE BASE STEP AND THE SEGMENTS ARE JUDGED AHEAD OF THE
      * P10 STEP, WHICH WAITS ON THEM.
      *----------------------------------------------------------------
       3100-JUDGE-ONE-STEP.
           IF STEP-SUB = P10-STEP-SUB
               AND NIGHT-IS-PARTITIONED
               PERFORM 3110-JUDGE-ONE-PART
                   THRU 3110-JUDGE-ONE-PART-EXIT
                   VARYING PART-SUB FROM BASE-STEP-SUB BY 1
                   UNTIL PART-SUB > LAST-PART-SUB
                       OR BREAK-SUB > ZERO
               IF BREAK-SUB > ZERO
                   GO TO 3100-JUDGE-ONE-STEP-EXIT
               END-IF
           END-IF
           IF RD-EVENT (DATE-SUB, STEP-SUB) NOT = "E"
               OR RD-RETURN-CODE (DATE-SUB, STEP-SUB) > GOOD-MAX-RC
               MOVE STEP-SUB TO BREAK-SUB
           END-IF.
       3100-JUDGE-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3110-JUDGE-ONE-PART - THE BASE STEP OR A SEGMENT, JUDGED AS
      * THE MERGE'S GATE JUDGES IT: AN END AT RC<=4, AND FOR A
      * SEGMENT NOT A QUIESCED END (RC=2) - THAT SEGMENT STILL HAS
      * ITS SLICE TO FINISH.
      *----------------------------------------------------------------
       3110-JUDGE-ONE-PART.
           IF RD-EVENT (DATE-SUB, PART-SUB) NOT = "E"
               OR RD-RETURN-CODE (DATE-SUB, PART-SUB) > GOOD-MAX-RC
               MOVE PART-SUB TO BREAK-SUB
               GO TO 3110-JUDGE-ONE-PART-EXIT
           END-IF
           IF PART-SUB > BASE-STEP-SUB
               AND RD-RETURN-CODE (DATE-SUB, PART-SUB)
                   = SEGMENT-QUIESCED-RC
               MOVE PART-SUB TO BREAK-SUB
           END-IF.
       3110-JUDGE-ONE-PART-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-PRINT-STEP-LINE - ONE STEP'S STATE. A STEP NOT STARTED
      * SHOWS ITS USUAL JOB AND STEP NAME AND NOTHING ELSE; ONE THAT
      * POSTED SHOWS THE JOB AND STEP NAME IT POSTED UNDER (P10 ON A
      * PARTITIONED NIGHT IS THE MERGE, JOB P10MRGJ), HOW MANY TIMES
      * IT WAS STARTED, WHEN IT LAST POSTED AND ITS TWO KEY COUNTS.
      *----------------------------------------------------------------
       3200-PRINT-STEP-LINE.
           PERFORM 3300-BUILD-STATE-TEXT
               THRU 3300-BUILD-STATE-TEXT-EXIT
           MOVE STEP-JOB (STEP-SUB) TO STL-JOB
           MOVE STEP-PROGRAM (STEP-SUB) TO STL-PROGRAM
           MOVE STATE-TEXT TO STL-STATE
           MOVE SPACES TO STL-FLAG
           IF STEP-SUB = BREAK-SUB
               MOVE "*FIRST BREAK" TO STL-FLAG
           END-IF

           IF RD-EVENT (DATE-SUB, STEP-SUB) = SPACE
               MOVE STEP-USUAL-STEP (STEP-SUB) TO STL-STEP
               MOVE SPACES TO STL-DETAIL
               GO TO 3200-PRINT-STEP-LINE-WRITE
           END-IF

           MOVE SPACES TO STL-DETAIL
           IF RD-JOB-NAME (DATE-SUB, STEP-SUB) NOT = SPACES
               MOVE RD-JOB-NAME (DATE-SUB, STEP-SUB) TO STL-JOB
           END-IF
           MOVE RD-STEP-NAME (DATE-SUB, STEP-SUB) TO STL-STEP
           MOVE RD-STARTS (DATE-SUB, STEP-SUB) TO STL-STARTS
           MOVE RD-POST-DATE (DATE-SUB, STEP-SUB) TO STL-POST-DATE
           MOVE RD-POST-TIME (DATE-SUB, STEP-SUB) TO POST-TIME-PARTS
           MOVE POST-HH TO STL-POST-HH
           MOVE ":" TO STL-COLON-1
           MOVE POST-MM TO STL-POST-MM
           MOVE ":" TO STL-COLON-2
           MOVE POST-SS TO STL-POST-SS
           IF RD-EVENT (DATE-SUB, STEP-SUB) = "E"
               MOVE STEP-LABEL-1 (STEP-SUB) TO STL-LABEL-1
               MOVE RD-COUNT-1 (DATE-SUB, STEP-SUB) TO STL-COUNT-1
               MOVE STEP-LABEL-2 (STEP-SUB) TO STL-LABEL-2
               MOVE RD-COUNT-2 (DATE-SUB, STEP-SUB) TO STL-COUNT-2
           END-IF.
       3200-PRINT-STEP-LINE-WRITE.
           MOVE STEP-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       3200-PRINT-STEP-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3250-PRINT-OTHER-STEP - A STEP OUTSIDE THE CHAIN IS PRINTED
      * ONLY IF IT POSTED UNDER THE DATE.
      *----------------------------------------------------------------
       3250-PRINT-OTHER-STEP.
           IF RD-EVENT (DATE-SUB, STEP-SUB) = SPACE
               GO TO 3250-PRINT-OTHER-STEP-EXIT
           END-IF
           ADD 1 TO OTHER-STEPS-SHOWN
           PERFORM 3200-PRINT-STEP-LINE
               THRU 3200-PRINT-STEP-LINE-EXIT.
       3250-PRINT-OTHER-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-BUILD-STATE-TEXT - THE STEP'S STATE IN WORDS. A START
      * WITH NO END AFTER IT IS RUNNING - OR IT ABENDED WITHOUT
      * POSTING, WHICH THE JOB LOG WILL SHOW. A SEGMENT THAT ENDED
      * RC=2 WAS QUIESCED AND HAS TO BE RESUMED.
      *----------------------------------------------------------------
       3300-BUILD-STATE-TEXT.
           MOVE SPACES TO STATE-TEXT
           EVALUATE RD-EVENT (DATE-SUB, STEP-SUB)
               WHEN SPACE
                   MOVE "NOT STARTED" TO STATE-TEXT
               WHEN "S"
                   MOVE "RUNNING" TO STATE-TEXT
               WHEN "E"
                   IF STEP-SUB > BASE-STEP-SUB
                       AND RD-RETURN-CODE (DATE-SUB, STEP-SUB)
                           = SEGMENT-QUIESCED-RC
                       STRING "QUIESCED RC=" DELIMITED BY SIZE
                           RD-RETURN-CODE (DATE-SUB, STEP-SUB)
                               DELIMITED BY SIZE
                           INTO STATE-TEXT
                       END-STRING
                   ELSE
                       STRING "ENDED RC=" DELIMITED BY SIZE
                           RD-RETURN-CODE (DATE-SUB, STEP-SUB)
                               DELIMITED BY SIZE
                           INTO STATE-TEXT
                       END-STRING
                   END-IF
               WHEN "G"
                   STRING "HELD BY GATE " DELIMITED BY SIZE
                       RD-GATE-PROGRAM (DATE-SUB, STEP-SUB)
                           DELIMITED BY SPACE
                       INTO STATE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "UNKNOWN EVENT" TO STATE-TEXT
           END-EVALUATE.
       3300-BUILD-STATE-TEXT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-CLOSING - THE RECORD COUNTS, AND A LINE SAYING
      * WHY NOTHING PRINTED WHEN RUNCTL HELD NO RUN DATE.
      *----------------------------------------------------------------
       6000-PRINT-CLOSING.
           IF DATE-COUNT = ZERO
               MOVE SPACES TO REPORT-REC
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
               MOVE "*** NO RUN DATE ON RUNCTL - NOTHING HAS POSTED ***"
                   TO MSG-TEXT
               MOVE MESSAGE-LINE TO REPORT-REC
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
               DISPLAY "P10RCTL: NO RUN DATE ON RUNCTL"
               MOVE RC-CHAIN-BROKEN TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF

           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE "RUNCTL RECORDS READ" TO VAL-LABEL
           MOVE RECORDS-READ TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "RECORDS DAMAGED OR UNKNOWN" TO VAL-LABEL
           MOVE RECORDS-SKIPPED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "RUN DATES PRINTED" TO VAL-LABEL
           MOVE DATE-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "OLDER RUN DATES NOT PRINTED" TO VAL-LABEL
           MOVE DATES-DROPPED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "RECORDS FOR DATES NOT KEPT" TO VAL-LABEL
           MOVE RECORDS-TOO-OLD TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT.
       6000-PRINT-CLOSING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT
      * TITLE.
      *----------------------------------------------------------------
       7000-PRINT-HEADINGS.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO HDG-PAGE-NUMBER
           IF PAGE-NUMBER = 1
               WRITE REPORT-REC FROM HEADING-LINE-1
           ELSE
               WRITE REPORT-REC FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF
           MOVE 1 TO LINE-COUNT.
       7000-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7600-PRINT-VALUE-LINE - ONE INDENTED SUPPORTING-VALUE LINE.
      *----------------------------------------------------------------
       7600-PRINT-VALUE-LINE.
           MOVE VALUE-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       7600-PRINT-VALUE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7700-WRITE-REPORT-REC - WRITE WHATEVER IS IN REPORT-REC,
      * BREAKING TO A NEW PAGE WHEN THE CURRENT ONE IS FULL.
      *----------------------------------------------------------------
       7700-WRITE-REPORT-REC.
           IF LINE-COUNT >= LINES-PER-PAGE
               PERFORM 7000-PRINT-HEADINGS
                   THRU 7000-PRINT-HEADINGS-EXIT
           END-IF
           WRITE REPORT-REC
           ADD 1 TO LINE-COUNT.
       7700-WRITE-REPORT-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-RAISE-RETURN-CODE - RAISE THE RUN'S CONDITION CODE TO
      * NEW-RETURN-CODE IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN
      * SEEN. A LATER, MILDER PROBLEM CAN NEVER LOWER THE CODE.
      *----------------------------------------------------------------
       9100-RAISE-RETURN-CODE.
           IF NEW-RETURN-CODE > RUN-RETURN-CODE
               MOVE NEW-RETURN-CODE TO RUN-RETURN-CODE
           END-IF.
       9100-RAISE-RETURN-CODE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-END-PROGRAM - END OF JOB. HANDS THE WORST SEVERITY SEEN
      * BACK TO JES: 0 = THE LATEST NIGHT'S CHAIN IS COMPLETE, 4 = IT
      * HAS A BREAK OR NOTHING HAS POSTED, 8 = RUNCTL COULD NOT BE
      * READ.
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           CLOSE REPORT-FILE
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
