      *                 OTHER CONTROL-CARD READERS ENFORCE, AND THE
      *                 ONE REPORT WHERE A SILENT MISSELECTION
      *                 MATTERS MOST.
      * 2026-10-15 JDK  AUDITOUT NOW CARRIES WHERE EACH CARD'S ANSWER
      *                 CAME FROM (S = SIEVED, H = RUN HISTORY,
      *                 M = PRIME MASTER), AND THE AS-EXECUTED LINE
      *                 PRINTS IT.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, RECORDS READ, RECORDS SELECTED) TO THE
      *                 SHARED RUNCTL DATASET UNDER THE CHAIN'S LATEST
      *                 RUN DATE. RUNS ON ITS OWN CYCLE, SO NOTHING
      *                 GATES IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
           05  AUD-DISPOSITION PIC X(08).
           05  AUD-RETURN-CODE PIC 9(02).
           05  AUD-REQUESTOR PIC X(08).
           05  AUD-ANSWER-SOURCE PIC X(01).
           05  AUD-FILLER PIC X(01).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-REC PIC X(132).

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

       WORKING-STORAGE SECTION.
           77 CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
           77 AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
               05 DET-EFF-RANGE-HIGH PIC ZZ,ZZZ,ZZ9.
               05 FILLER PIC X(05) VALUE " NTH ".
               05 DET-EFF-NTH PIC ZZ,ZZZ,ZZ9.
               05 FILLER PIC X(08) VALUE " ANSWER ".
               05 DET-ANSWER-SOURCE PIC X(08).
               05 FILLER PIC X(31) VALUE SPACES.

           01 DETAIL-LINE-4.
               05 FILLER PIC X(14) VALUE "  FILE STATUS ".
                   "NO AUDIT RECORDS MATCH THE SELECTION - NO".
               05 FILLER PIC X(91) VALUE "THING TO REVIEW.".

      *----------------------------------------------------------------
      * RUN CONTROL. THIS JOB RUNS ON ITS OWN CYCLE, OUTSIDE THE
      * NIGHTLY CHAIN, SO NOTHING GATES IT - BUT IT STILL POSTS A
      * START AND AN END RECORD TO RUNCTL, UNDER THE CHAIN'S LATEST
      * RUN DATE (TODAY'S DATE IF RUNCTL HOLDS NONE), SO THE MORNING
      * STATUS REPORT SHOWS IT BESIDE THE NIGHT IT FOLLOWED.
      *----------------------------------------------------------------
           77 RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.
           77 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
               88 RUN-CONTROL-AT-EOF VALUE "Y".
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10AUDR".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10AUDRJ".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP010".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 RUN-START-SWITCH PIC X(01) VALUE "N".
               88 RUN-STEP-STARTED VALUE "Y".
           01 RUN-CONTROL-CLOCK.
               05 RUN-CONTROL-HHMMSS PIC 9(06).
               05 RUN-CONTROL-HUNDREDTHS PIC 9(02).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE REVIEW.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-POST-RUN-START
               THRU 8800-POST-RUN-START-EXIT

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-REVIEW-ONE-RECORD
           IF SELECTION-CARD-REJECTED
               CLOSE REPORT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM 8850-POST-RUN-END
                   THRU 8850-POST-RUN-END-EXIT
               STOP RUN
           END-IF

      *----------------------------------------------------------------
      * 2500-PRINT-ONE-RECORD - ONE RECORD'S REVIEW BLOCK: THE
      * HEADER LINE WITH ITS EXCEPTION FLAGS, THE CARD AS
      * SUBMITTED, THE PARAMETERS AS EXECUTED WITH WHERE THE
      * ANSWER CAME FROM (BLANK ON A RECORD WRITTEN BEFORE THE
      * SOURCE WAS KEPT, OR A CARD NEVER ANSWERED), AND THE FILE
      * STATUSES WHEN ANY WERE RECORDED.
      *----------------------------------------------------------------
       2500-PRINT-ONE-RECORD.
           MOVE AUD-EFF-RANGE-LOW TO DET-EFF-RANGE-LOW
           MOVE AUD-EFF-RANGE-HIGH TO DET-EFF-RANGE-HIGH
           MOVE AUD-EFF-NTH TO DET-EFF-NTH
           EVALUATE AUD-ANSWER-SOURCE
               WHEN "S"
                   MOVE "SIEVED" TO DET-ANSWER-SOURCE
               WHEN "H"
                   MOVE "HISTORY" TO DET-ANSWER-SOURCE
               WHEN "M"
                   MOVE "MASTER" TO DET-ANSWER-SOURCE
               WHEN OTHER
                   MOVE SPACES TO DET-ANSWER-SOURCE
           END-EVALUATE
           MOVE DETAIL-LINE-3 TO REPORT-REC
           PERFORM 7500-WRITE-REPORT-REC
               THRU 7500-WRITE-REPORT-REC-EXIT
       7600-PRINT-COUNT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-POST-RUN-START - FIND THE CHAIN'S LATEST RUN DATE ON
      * RUNCTL (TODAY'S DATE IF THERE IS NONE, OR RUNCTL CANNOT BE
      * READ) AND POST THIS STEP'S START UNDER IT. NO GATE.
      *----------------------------------------------------------------
       8800-POST-RUN-START.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "05"
               PERFORM 8810-READ-RUN-CONTROL
                   THRU 8810-READ-RUN-CONTROL-EXIT
                   UNTIL RUN-CONTROL-AT-EOF
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "P10AUDR: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS
           END-IF
           IF CHAIN-RUN-DATE = ZERO
               ACCEPT CHAIN-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE "S" TO RUN-CONTROL-EVENT
           MOVE ZERO TO RUN-CONTROL-RC
           PERFORM 8900-WRITE-RUN-CONTROL
               THRU 8900-WRITE-RUN-CONTROL-EXIT
           SET RUN-STEP-STARTED TO TRUE.
       8800-POST-RUN-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8810-READ-RUN-CONTROL - ONE RUNCTL RECORD, KEEPING THE
      * LATEST RUN DATE SEEN.
      *----------------------------------------------------------------
       8810-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET RUN-CONTROL-AT-EOF TO TRUE
                   GO TO 8810-READ-RUN-CONTROL-EXIT
           END-READ
           IF RCT-RUN-DATE NUMERIC
               IF RCT-RUN-DATE > CHAIN-RUN-DATE
                   MOVE RCT-RUN-DATE TO CHAIN-RUN-DATE
               END-IF
           END-IF.
       8810-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8850-POST-RUN-END - POST THIS STEP'S END: THE CONDITION CODE
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (RECORDS READ
      * AND RECORDS SELECTED). ONLY A STEP THAT POSTED A START POSTS AN
      * END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE RECORDS-READ TO RUN-CONTROL-COUNT-1
           MOVE RECORDS-SELECTED TO RUN-CONTROL-COUNT-2
           MOVE "E" TO RUN-CONTROL-EVENT
           PERFORM 8900-WRITE-RUN-CONTROL
               THRU 8900-WRITE-RUN-CONTROL-EXIT
           MOVE "N" TO RUN-START-SWITCH.
       8850-POST-RUN-END-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8900-WRITE-RUN-CONTROL - APPEND ONE RUNCTL RECORD FOR THIS
      * STEP. A RECORD THAT CANNOT BE POSTED IS REPORTED BUT DOES NOT
      * CHANGE THE STEP'S OWN CONDITION CODE - A MISSING END HOLDS
      * THE NEXT STEP AT ITS GATE INSTEAD.
      *----------------------------------------------------------------
       8900-WRITE-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS NOT = "00"
               IF RUN-CONTROL-STATUS NOT = "05"
                   DISPLAY "P10AUDR: UNABLE TO OPEN RUNCTL, STATUS="
                       RUN-CONTROL-STATUS " - " RUN-CONTROL-EVENT
                       " RECORD NOT POSTED"
                   GO TO 8900-WRITE-RUN-CONTROL-EXIT
               END-IF
           END-IF
           MOVE SPACES TO RUN-CONTROL-REC
           MOVE CHAIN-RUN-DATE TO RCT-RUN-DATE
           MOVE RUN-CONTROL-JOB TO RCT-JOB-NAME
           MOVE RUN-CONTROL-STEP TO RCT-STEP-NAME
           MOVE RUN-CONTROL-PROGRAM TO RCT-PROGRAM
           MOVE RUN-CONTROL-EVENT TO RCT-EVENT
           MOVE RUN-CONTROL-RC TO RCT-RETURN-CODE
           ACCEPT RCT-POST-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-CONTROL-CLOCK FROM TIME
           MOVE RUN-CONTROL-HHMMSS TO RCT-POST-TIME
           MOVE RUN-CONTROL-COUNT-1 TO RCT-COUNT-1
           MOVE RUN-CONTROL-COUNT-2 TO RCT-COUNT-2
           WRITE RUN-CONTROL-REC
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "P10AUDR: UNABLE TO WRITE RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - " RUN-CONTROL-EVENT
                   " RECORD NOT POSTED"
           END-IF
           CLOSE RUN-CONTROL-FILE.
       8900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-END-PROGRAM - NORMAL END OF JOB.
      *----------------------------------------------------------------
           DISPLAY "P10AUDR: " RECORDS-READ " READ, "
               RECORDS-SELECTED " SELECTED, " RECORDS-PRINTED
               " PRINTED"
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
