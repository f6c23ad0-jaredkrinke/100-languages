      * POSTS THE NIGHT'S ANSWERS AND REJECTIONS BACK ONTO REQQUE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10POST.
       AUTHOR. JARED KRINKE.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -------------------------------------------------
      * 2026-10-15 JDK  NEW PROGRAM. RUNS AFTER P10 (WHATEVER ITS
      *                 CONDITION CODE) AND CLOSES THE LOOP ON THE
      *                 REQUESTS P10DECK SCHEDULED INTO TONIGHT'S
      *                 DECK, SO THE P10R I FUNCTION CAN SHOW EACH
      *                 DEPARTMENT ITS ANSWER THE NEXT MORNING:
      *                   - IF ERRRPT HAS ANY LINES THE RUN ENDED
      *                     RC=12 WITH NO SIEVE. EACH CARD NAMED ON
      *                     ERRRPT IS MARKED REJECTED WITH THE FIELD
      *                     AND RULE IT BROKE; EVERY OTHER SCHEDULED
      *                     REQUEST GOES BACK TO PENDING FOR THE NEXT
      *                     DECK.
      *                   - OTHERWISE THE LAST TOTOUT RECORDS (ONE PER
      *                     PARMIN CARD, IN CARD ORDER) ARE MATCHED
      *                     CARD FOR CARD AGAINST TONIGHT'S PARMIN
      *                     DECK AND DATE, AND EACH SCHEDULED REQUEST
      *                     IS MARKED ANSWERED WITH ITS STATUS, TOTAL
      *                     AND COUNT.
      *                   - A RUN THAT WROTE NO TOTALS (QUIESCED,
      *                     ABENDED, OUTPUT FAILURE) MATCHES NOTHING;
      *                     ITS REQUESTS STAY SCHEDULED AND P10DECK
      *                     PUTS THEM AT THE FRONT OF THE NEXT DECK.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, REQUESTS ANSWERED, REQUESTS REJECTED) TO
      *                 THE SHARED RUNCTL DATASET UNDER THE CHAIN'S RUN
      *                 DATE, AND WILL NOT START UNLESS P10 ENDED RC<=12
      *                 FOR THAT SAME DATE - A HELD STEP POSTS A G
      *                 RECORD AND ENDS RC=16.
      * 2026-10-15 JDK  THE JOB NAME POSTED TO RUNCTL MAY BE GIVEN AS
      *                 THE EXEC PARM (P10MRGJ PASSES ITS OWN); WITHOUT
      *                 ONE IT IS P10JOB AS BEFORE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "REQQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUE-KEY
               FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT OPTIONAL TOTALS-FILE ASSIGN TO "TOTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-FILE-STATUS.

           SELECT OPTIONAL ERROR-FILE ASSIGN TO "ERRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERROR-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "POSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * THE REQQUE RECORD - SAME LAYOUT AS P10INQC AND P10DECK.
      *----------------------------------------------------------------
       FD  QUEUE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  QUEUE-REC.
           05  QUE-KEY.
               10  QUE-REQUEST-NO PIC 9(08).
               10  QUE-LINE-NO PIC 9(03).
           05  QUE-STATUS PIC X(01).
               88  QUE-IS-PENDING VALUE "P".
               88  QUE-IS-SCHEDULED VALUE "S".
               88  QUE-IS-ANSWERED VALUE "A".
               88  QUE-IS-REJECTED VALUE "R".
           05  QUE-ENTRY-DATE PIC 9(08).
           05  QUE-ENTRY-TIME PIC 9(06).
           05  QUE-TERM-ID PIC X(04).
           05  QUE-CARD-IMAGE.
               10  QUE-LIMIT-VAL-X PIC X(08).
               10  QUE-MODE PIC X(01).
               10  QUE-RANGE-LOW-X PIC X(08).
               10  QUE-RANGE-HIGH-X PIC X(08).
               10  QUE-NTH-X PIC X(08).
               10  QUE-REQUESTOR PIC X(08).
           05  QUE-CANDIDATE-LINE REDEFINES QUE-CARD-IMAGE.
               10  QUE-CANDIDATE PIC 9(08).
               10  FILLER PIC X(33).
           05  QUE-CANDIDATE-COUNT PIC 9(03).
           05  QUE-RUN-DATE PIC 9(08).
           05  QUE-CARD-NUMBER PIC 9(02).
           05  QUE-ANSWER-STATUS PIC X(01).
           05  QUE-ANSWER-TOTAL PIC 9(15).
           05  QUE-ANSWER-COUNT PIC 9(08).
           05  QUE-REJECT-FIELD PIC X(15).
           05  QUE-REJECT-REASON PIC X(32).
           05  QUE-FILLER PIC X(05).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC.
           05  PARM-CARD-IMAGE.
               10  PARM-LIMIT-VAL-X PIC X(08).
               10  PARM-MODE-X PIC X(01).
               10  PARM-RANGE-LOW-X PIC X(08).
               10  PARM-RANGE-HIGH-X PIC X(08).
               10  PARM-NTH-X PIC X(08).
               10  PARM-REQUESTOR-X PIC X(08).
           05  PARM-FILLER-X PIC X(39).

       FD  TOTALS-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  TOTALS-REC.
           05  TOT-RUN-DATE PIC 9(08).
           05  TOT-MODE PIC X(01).
           05  TOT-LIMIT-VAL PIC 9(08).
           05  TOT-RANGE-LOW PIC 9(08).
           05  TOT-RANGE-HIGH PIC 9(08).
           05  TOT-NTH PIC 9(08).
           05  TOT-STATUS PIC X(01).
           05  TOT-TOTAL PIC 9(15).
           05  TOT-COUNT PIC 9(08).
           05  TOT-REQUESTOR PIC X(08).
           05  TOT-FILLER PIC X(01).

      *----------------------------------------------------------------
      * THE P10 ERRRPT LINE, FIELD FOR FIELD AS 1300-WRITE-PARM-ERROR
      * BUILDS IT.
      *----------------------------------------------------------------
       FD  ERROR-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ERROR-REC.
           05  ERR-CARD-LITERAL PIC X(05).
           05  ERR-CARD-NUMBER PIC Z9.
           05  FILLER PIC X(07).
           05  ERR-FIELD-NAME PIC X(15).
           05  FILLER PIC X(06).
           05  ERR-COLUMNS PIC X(05).
           05  FILLER PIC X(08).
           05  ERR-FIELD-VALUE PIC X(08).
           05  FILLER PIC X(02).
           05  ERR-REASON PIC X(32).
           05  FILLER PIC X(42).

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
           77 QUEUE-FILE-STATUS PIC X(02) VALUE SPACES.
           77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
           77 TOTALS-FILE-STATUS PIC X(02) VALUE SPACES.
           77 ERROR-FILE-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 QUEUE-EOF-SWITCH PIC X(01) VALUE "N".
               88 QUEUE-AT-EOF VALUE "Y".
           77 QUEUE-EMPTY-SWITCH PIC X(01) VALUE "N".
               88 QUEUE-IS-EMPTY VALUE "Y".
           77 PARM-EOF-SWITCH PIC X(01) VALUE "N".
               88 PARM-AT-EOF VALUE "Y".
           77 TOTALS-EOF-SWITCH PIC X(01) VALUE "N".
               88 TOTALS-AT-EOF VALUE "Y".
           77 ERROR-EOF-SWITCH PIC X(01) VALUE "N".
               88 ERROR-AT-EOF VALUE "Y".
           77 BLOCK-MATCH-SWITCH PIC X(01) VALUE "Y".
               88 BLOCK-MATCHES VALUE "Y".

      *----------------------------------------------------------------
      * ONE SLOT PER DECK CARD POSITION: THE REQUEST SCHEDULED INTO
      * THAT CARD, TONIGHT'S PARMIN CARD ITSELF, AND THE FIRST ERRRPT
      * LINE THAT NAMED IT.
      *----------------------------------------------------------------
           77 SLOT-MAX PIC S9(4) COMP VALUE 50.
           77 SLOT-SUB PIC S9(4) COMP VALUE ZERO.
           01 SLOT-TABLE.
               05 SLOT-ENTRY OCCURS 50 TIMES.
                   10 SLOT-REQUEST-NO PIC 9(08).
                   10 SLOT-DECK-CARD PIC X(41).
                   10 SLOT-ERR-FIELD PIC X(15).
                   10 SLOT-ERR-REASON PIC X(32).
           77 SCHED-COUNT PIC S9(8) COMP VALUE ZERO.
           77 SCHED-DECK-DATE PIC 9(08) VALUE ZERO.
           77 DECK-COUNT PIC S9(4) COMP VALUE ZERO.
           77 ERROR-LINE-COUNT PIC S9(8) COMP VALUE ZERO.
           77 ERR-CARD-VAL PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * TOTOUT ACCUMULATES ACROSS RUNS, SO ONLY ITS TAIL IS TONIGHT'S.
      * THE LAST 50 RECORDS ARE KEPT IN A RING AS THE FILE IS READ;
      * TOTOUT-RECORD-COUNT MOD 50 IS WHERE THE NEXT ONE GOES.
      *----------------------------------------------------------------
           77 TOTOUT-RECORD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 RING-SUB PIC S9(4) COMP VALUE ZERO.
           77 RING-QUOT PIC S9(8) COMP VALUE ZERO.
           77 RING-POSITION PIC S9(8) COMP VALUE ZERO.
           01 RING-TABLE.
               05 RING-ENTRY OCCURS 50 TIMES PIC X(74).
           01 RING-REC.
               05 RING-RUN-DATE PIC 9(08).
               05 RING-MODE PIC X(01).
               05 RING-LIMIT-VAL PIC 9(08).
               05 RING-RANGE-LOW PIC 9(08).
               05 RING-RANGE-HIGH PIC 9(08).
               05 RING-NTH PIC 9(08).
               05 RING-STATUS PIC X(01).
               05 RING-TOTAL PIC 9(15).
               05 RING-COUNT PIC 9(08).
               05 RING-REQUESTOR PIC X(08).
               05 RING-FILLER PIC X(01).
           01 DECK-CARD-VIEW.
               05 DCV-LIMIT-VAL-X PIC X(08).
               05 DCV-MODE PIC X(01).
               05 DCV-RANGE-LOW-X PIC X(08).
               05 DCV-RANGE-HIGH-X PIC X(08).
               05 DCV-NTH-X PIC X(08).
               05 DCV-REQUESTOR PIC X(08).
           77 MISMATCH-REASON PIC X(60) VALUE SPACES.

           77 ANSWERED-COUNT PIC S9(8) COMP VALUE ZERO.
           77 REJECTED-COUNT PIC S9(8) COMP VALUE ZERO.
           77 REQUEUED-COUNT PIC S9(8) COMP VALUE ZERO.
           77 LEFT-COUNT PIC S9(8) COMP VALUE ZERO.
           77 EDIT-CARD-NUMBER PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER: 0 = EVERY
      * SCHEDULED REQUEST ANSWERED (OR NOTHING WAS SCHEDULED),
      * 4 = REJECTIONS POSTED, OR REQUESTS LEFT SCHEDULED BECAUSE THE
      * RUN WROTE NO ANSWERS TO MATCH, 8 = THE QUEUE COULD NOT BE
      * READ OR UPDATED.
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-NOT-ALL-ANSWERED PIC S9(4) COMP VALUE 4.
           77 RC-QUEUE-FAILED PIC S9(4) COMP VALUE 8.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.

           01 HEADING-LINE-1.
               05 FILLER PIC X(41) VALUE
                   "P10POST - ANSWERS POSTED TO THE REQUEST Q".
               05 FILLER PIC X(15) VALUE "UEUE".
               05 FILLER PIC X(60) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "PAGE ".
               05 HDG-PAGE-NUMBER PIC ZZZ9.
               05 FILLER PIC X(07) VALUE SPACES.

           01 HEADING-LINE-2.
               05 FILLER PIC X(08) VALUE "CARD".
               05 FILLER PIC X(10) VALUE "REQUEST".
               05 FILLER PIC X(05) VALUE "MODE".
               05 FILLER PIC X(10) VALUE "REQUESTOR".
               05 FILLER PIC X(10) VALUE "POSTED AS".
               05 FILLER PIC X(89) VALUE "DETAIL".

           01 DETAIL-LINE.
               05 DTL-CARD PIC X(08).
               05 DTL-REQUEST-NO PIC 9(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-MODE PIC X(01).
               05 FILLER PIC X(04) VALUE SPACES.
               05 DTL-REQUESTOR PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-ACTION PIC X(10).
               05 DTL-DETAIL PIC X(89).

           01 ANSWER-DETAIL.
               05 FILLER PIC X(07) VALUE "STATUS ".
               05 ADT-STATUS PIC X(01).
               05 FILLER PIC X(08) VALUE "  TOTAL ".
               05 ADT-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(08) VALUE "  COUNT ".
               05 ADT-COUNT PIC ZZ,ZZZ,ZZ9.
               05 FILLER PIC X(36) VALUE SPACES.

           01 VALUE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 VAL-LABEL PIC X(28).
               05 VAL-NUMBER PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(75) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN CONTROL. EVERY STEP OF THE NIGHTLY CHAIN POSTS A START
      * AND AN END RECORD TO RUNCTL UNDER THE CHAIN'S RUN DATE - THE
      * LATEST DATE ON THE DATASET, OPENED BY P10DECK AT THE HEAD OF
      * P10JOB. THIS STEP STARTS ONLY IF GATE-PROGRAM'S LAST RECORD
      * FOR THAT DATE IS AN END WITH A RETURN CODE NO WORSE THAN
      * GATE-GOOD-MAX-RC; OTHERWISE IT POSTS A HELD RECORD AND ENDS
      * RC=16 BEFORE ANY OTHER DATASET IS OPENED.
      *----------------------------------------------------------------
           77 RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.
           77 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
               88 RUN-CONTROL-AT-EOF VALUE "Y".
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10POST".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10JOB".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP040".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 GATE-PROGRAM PIC X(08) VALUE "P10".
           77 GATE-GOOD-MAX-RC PIC S9(4) COMP VALUE 12.
           77 GATE-LAST-EVENT PIC X(01) VALUE SPACE.
           77 GATE-LAST-RC PIC 9(04) VALUE ZERO.
           77 RC-GATE-HELD PIC S9(4) COMP VALUE 16.
           77 RUN-START-SWITCH PIC X(01) VALUE "N".
               88 RUN-STEP-STARTED VALUE "Y".
           01 RUN-CONTROL-CLOCK.
               05 RUN-CONTROL-HHMMSS PIC 9(06).
               05 RUN-CONTROL-HUNDREDTHS PIC 9(02).

       LINKAGE SECTION.
      *----------------------------------------------------------------
      * THE EXEC PARM, IF ANY: THE JOB NAME THIS STEP POSTS UNDER ON
      * RUNCTL WHEN IT IS NOT RUN FROM P10JOB (P10PJOB AND P10MRGJ ON
      * A PARTITIONED NIGHT). NO PARM, OR ONE LONGER THAN A JOB NAME,
      * LEAVES RUN-CONTROL-JOB AS IT IS.
      *----------------------------------------------------------------
       01  JOB-PARM.
           05  JOB-PARM-LENGTH PIC S9(4) COMP.
           05  JOB-PARM-TEXT PIC X(08).

       PROCEDURE DIVISION USING JOB-PARM.

      *----------------------------------------------------------------
      * 0000-MAINLINE - GATHER WHAT WAS SCHEDULED AND WHAT THE RUN
      * LEFT BEHIND, THEN POST REJECTIONS OR ANSWERS.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-CHECK-RUN-GATE
               THRU 8800-CHECK-RUN-GATE-EXIT

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT QUEUE-IS-EMPTY
               PERFORM 2000-LOAD-SCHEDULED
                   THRU 2000-LOAD-SCHEDULED-EXIT
           END-IF

           IF SCHED-COUNT > ZERO
               PERFORM 3000-LOAD-RUN-RESULTS
                   THRU 3000-LOAD-RUN-RESULTS-EXIT
               IF ERROR-LINE-COUNT > ZERO
                   PERFORM 4000-POST-ONE-REJECT-SLOT
                       THRU 4000-POST-ONE-REJECT-SLOT-EXIT
                       VARYING SLOT-SUB FROM 1 BY 1
                       UNTIL SLOT-SUB > SLOT-MAX
               ELSE
                   PERFORM 5000-CHECK-ANSWER-BLOCK
                       THRU 5000-CHECK-ANSWER-BLOCK-EXIT
                   PERFORM 5500-POST-ONE-ANSWER-SLOT
                       THRU 5500-POST-ONE-ANSWER-SLOT-EXIT
                       VARYING SLOT-SUB FROM 1 BY 1
                       UNTIL SLOT-SUB > SLOT-MAX
               END-IF
           END-IF

           PERFORM 6000-PRINT-CLOSING
               THRU 6000-PRINT-CLOSING-EXIT

           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT AND THE QUEUE. A REQQUE
      * CLUSTER THAT HAS NEVER HAD A RECORD WRITTEN (STATUS 35) HAS
      * NOTHING TO POST.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "P10POST: UNABLE TO OPEN POSTRPT, STATUS="
                   REPORT-FILE-STATUS
               MOVE RC-QUEUE-FAILED TO RETURN-CODE
               PERFORM 8850-POST-RUN-END
                   THRU 8850-POST-RUN-END-EXIT
               STOP RUN
           END-IF
           PERFORM 7000-PRINT-HEADINGS
               THRU 7000-PRINT-HEADINGS-EXIT
           MOVE SPACES TO SLOT-TABLE
           PERFORM 1100-CLEAR-ONE-SLOT
               THRU 1100-CLEAR-ONE-SLOT-EXIT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-MAX

           OPEN I-O QUEUE-FILE
           EVALUATE QUEUE-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET QUEUE-IS-EMPTY TO TRUE
               WHEN OTHER
                   DISPLAY "P10POST: UNABLE TO OPEN REQQUE, STATUS="
                       QUEUE-FILE-STATUS
                   MOVE RC-QUEUE-FAILED TO RETURN-CODE
                   CLOSE REPORT-FILE
                   PERFORM 8850-POST-RUN-END
                       THRU 8850-POST-RUN-END-EXIT
                   STOP RUN
           END-EVALUATE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CLEAR-ONE-SLOT - NO REQUEST IN THIS CARD POSITION YET.
      *----------------------------------------------------------------
       1100-CLEAR-ONE-SLOT.
           MOVE ZERO TO SLOT-REQUEST-NO (SLOT-SUB).
       1100-CLEAR-ONE-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-SCHEDULED - BROWSE THE QUEUE FOR SCHEDULED REQUESTS
      * AND FILE EACH UNDER THE CARD NUMBER P10DECK GAVE IT.
      *----------------------------------------------------------------
       2000-LOAD-SCHEDULED.
           MOVE ZERO TO QUE-REQUEST-NO
           MOVE 999 TO QUE-LINE-NO
           START QUEUE-FILE KEY IS > QUE-KEY
               INVALID KEY
                   SET QUEUE-AT-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT
               UNTIL QUEUE-AT-EOF.
       2000-LOAD-SCHEDULED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-NEXT-REQUEST - ONE QUEUE RECORD; ONLY SCHEDULED
      * REQUEST HEADERS (LINE 000) ARE OF INTEREST.
      *----------------------------------------------------------------
       2100-READ-NEXT-REQUEST.
           READ QUEUE-FILE NEXT RECORD
               AT END
                   SET QUEUE-AT-EOF TO TRUE
                   GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-READ
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "P10POST: REQQUE READ FAILED, STATUS="
                   QUEUE-FILE-STATUS
               MOVE RC-QUEUE-FAILED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               SET QUEUE-AT-EOF TO TRUE
               GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-IF

           IF QUE-LINE-NO NOT = ZERO
               OR NOT QUE-IS-SCHEDULED
               GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-IF

           IF QUE-CARD-NUMBER < 1 OR QUE-CARD-NUMBER > SLOT-MAX
               DISPLAY "P10POST: REQUEST " QUE-REQUEST-NO
                   " SCHEDULED WITH NO VALID CARD NUMBER - LEFT"
               ADD 1 TO LEFT-COUNT
               GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-IF
           IF SLOT-REQUEST-NO (QUE-CARD-NUMBER) NOT = ZERO
               DISPLAY "P10POST: REQUESTS " QUE-REQUEST-NO " AND "
                   SLOT-REQUEST-NO (QUE-CARD-NUMBER)
                   " BOTH SCHEDULED AS CARD " QUE-CARD-NUMBER
                   " - LEFT"
               ADD 1 TO LEFT-COUNT
               GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-IF

           MOVE QUE-REQUEST-NO TO SLOT-REQUEST-NO (QUE-CARD-NUMBER)
           ADD 1 TO SCHED-COUNT
           IF QUE-RUN-DATE > SCHED-DECK-DATE
               MOVE QUE-RUN-DATE TO SCHED-DECK-DATE
           END-IF.
       2100-READ-NEXT-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOAD-RUN-RESULTS - TONIGHT'S PARMIN DECK INTO THE SLOTS,
      * ERRRPT'S FIRST COMPLAINT ABOUT EACH CARD, AND THE TAIL OF
      * TOTOUT INTO THE RING.
      *----------------------------------------------------------------
       3000-LOAD-RUN-RESULTS.
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS = "00"
               PERFORM 3100-READ-ONE-CARD
                   THRU 3100-READ-ONE-CARD-EXIT
                   UNTIL PARM-AT-EOF
               CLOSE PARM-FILE
           END-IF

           OPEN INPUT ERROR-FILE
           IF ERROR-FILE-STATUS = "00"
               PERFORM 3200-READ-ONE-ERROR
                   THRU 3200-READ-ONE-ERROR-EXIT
                   UNTIL ERROR-AT-EOF
               CLOSE ERROR-FILE
           END-IF

           OPEN INPUT TOTALS-FILE
           IF TOTALS-FILE-STATUS = "00"
               PERFORM 3300-READ-ONE-TOTAL
                   THRU 3300-READ-ONE-TOTAL-EXIT
                   UNTIL TOTALS-AT-EOF
               CLOSE TOTALS-FILE
           END-IF.
       3000-LOAD-RUN-RESULTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-READ-ONE-CARD - NEXT PARMIN CARD INTO ITS SLOT.
      *----------------------------------------------------------------
       3100-READ-ONE-CARD.
           READ PARM-FILE
               AT END
                   SET PARM-AT-EOF TO TRUE
                   GO TO 3100-READ-ONE-CARD-EXIT
           END-READ
           ADD 1 TO DECK-COUNT
           IF DECK-COUNT <= SLOT-MAX
               MOVE PARM-CARD-IMAGE TO SLOT-DECK-CARD (DECK-COUNT)
           END-IF.
       3100-READ-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-READ-ONE-ERROR - NEXT ERRRPT LINE. THE FIRST LINE FOR A
      * CARD IS THE ONE POSTED - IT IS THE FIRST RULE THE CARD BROKE.
      *----------------------------------------------------------------
       3200-READ-ONE-ERROR.
           READ ERROR-FILE
               AT END
                   SET ERROR-AT-EOF TO TRUE
                   GO TO 3200-READ-ONE-ERROR-EXIT
           END-READ
           ADD 1 TO ERROR-LINE-COUNT
           IF ERR-CARD-LITERAL NOT = "CARD "
               GO TO 3200-READ-ONE-ERROR-EXIT
           END-IF
           MOVE ERR-CARD-NUMBER TO ERR-CARD-VAL
           IF ERR-CARD-VAL < 1 OR ERR-CARD-VAL > SLOT-MAX
               GO TO 3200-READ-ONE-ERROR-EXIT
           END-IF
           IF SLOT-ERR-FIELD (ERR-CARD-VAL) = SPACES
               MOVE ERR-FIELD-NAME TO SLOT-ERR-FIELD (ERR-CARD-VAL)
               MOVE ERR-REASON TO SLOT-ERR-REASON (ERR-CARD-VAL)
           END-IF.
       3200-READ-ONE-ERROR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-READ-ONE-TOTAL - NEXT TOTOUT RECORD INTO THE RING.
      *----------------------------------------------------------------
       3300-READ-ONE-TOTAL.
           READ TOTALS-FILE
               AT END
                   SET TOTALS-AT-EOF TO TRUE
                   GO TO 3300-READ-ONE-TOTAL-EXIT
           END-READ
           DIVIDE TOTOUT-RECORD-COUNT BY SLOT-MAX
               GIVING RING-QUOT REMAINDER RING-POSITION
           ADD 1 TO RING-POSITION
           MOVE TOTALS-REC TO RING-ENTRY (RING-POSITION)
           ADD 1 TO TOTOUT-RECORD-COUNT.
       3300-READ-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-POST-ONE-REJECT-SLOT - THE RUN WAS REJECTED. A REQUEST
      * WHOSE CARD ERRRPT NAMED IS MARKED REJECTED WITH ITS FIELD AND
      * RULE; ANY OTHER REQUEST IN THE DECK DID NOTHING WRONG AND
      * GOES BACK TO PENDING FOR THE NEXT DECK.
      *----------------------------------------------------------------
       4000-POST-ONE-REJECT-SLOT.
           IF SLOT-REQUEST-NO (SLOT-SUB) = ZERO
               GO TO 4000-POST-ONE-REJECT-SLOT-EXIT
           END-IF
           PERFORM 8000-READ-SLOT-REQUEST
               THRU 8000-READ-SLOT-REQUEST-EXIT
           IF QUEUE-FILE-STATUS NOT = "00"
               GO TO 4000-POST-ONE-REJECT-SLOT-EXIT
           END-IF

           IF SLOT-ERR-FIELD (SLOT-SUB) NOT = SPACES
               SET QUE-IS-REJECTED TO TRUE
               MOVE SLOT-ERR-FIELD (SLOT-SUB) TO QUE-REJECT-FIELD
               MOVE SLOT-ERR-REASON (SLOT-SUB) TO QUE-REJECT-REASON
               ADD 1 TO REJECTED-COUNT
               MOVE "REJECTED" TO DTL-ACTION
               MOVE SPACES TO DTL-DETAIL
               STRING SLOT-ERR-FIELD (SLOT-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SLOT-ERR-REASON (SLOT-SUB) DELIMITED BY SIZE
                   INTO DTL-DETAIL
               END-STRING
           ELSE
               SET QUE-IS-PENDING TO TRUE
               MOVE ZERO TO QUE-RUN-DATE
               MOVE ZERO TO QUE-CARD-NUMBER
               ADD 1 TO REQUEUED-COUNT
               MOVE "REQUEUED" TO DTL-ACTION
               MOVE "RUN REJECTED FOR ANOTHER CARD - BACK TO PENDING"
                   TO DTL-DETAIL
           END-IF
           MOVE RC-NOT-ALL-ANSWERED TO NEW-RETURN-CODE
           PERFORM 9100-RAISE-RETURN-CODE
               THRU 9100-RAISE-RETURN-CODE-EXIT
           PERFORM 8100-REWRITE-AND-PRINT
               THRU 8100-REWRITE-AND-PRINT-EXIT.
       4000-POST-ONE-REJECT-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-CHECK-ANSWER-BLOCK - THE LAST DECK-COUNT TOTOUT RECORDS
      * ARE TONIGHT'S ANSWERS ONLY IF THERE ARE THAT MANY, EACH IS
      * DATED NO EARLIER THAN THE DECK, AND EACH CARRIES THE MODE AND
      * REQUESTOR OF THE PARMIN CARD IN THE SAME POSITION. ANYTHING
      * LESS MEANS THE RUN WROTE NO TOTALS, AND NOTHING IS POSTED.
      *----------------------------------------------------------------
       5000-CHECK-ANSWER-BLOCK.
           SET BLOCK-MATCHES TO TRUE
           MOVE SPACES TO MISMATCH-REASON
           EVALUATE TRUE
               WHEN DECK-COUNT = ZERO
                   MOVE "PARMIN IS EMPTY" TO MISMATCH-REASON
               WHEN DECK-COUNT > SLOT-MAX
                   MOVE "PARMIN HOLDS MORE THAN 50 CARDS"
                       TO MISMATCH-REASON
               WHEN TOTOUT-RECORD-COUNT < DECK-COUNT
                   MOVE "TOTOUT HOLDS FEWER RECORDS THAN PARMIN CARDS"
                       TO MISMATCH-REASON
               WHEN OTHER
                   PERFORM 5100-CHECK-ONE-BLOCK-RECORD
                       THRU 5100-CHECK-ONE-BLOCK-RECORD-EXIT
                       VARYING SLOT-SUB FROM 1 BY 1
                       UNTIL SLOT-SUB > DECK-COUNT
                          OR MISMATCH-REASON NOT = SPACES
           END-EVALUATE

           IF MISMATCH-REASON NOT = SPACES
               MOVE "N" TO BLOCK-MATCH-SWITCH
               DISPLAY "P10POST: NO ANSWERS TO POST - "
                   MISMATCH-REASON
               MOVE "NO ANSWERS POSTED -" TO REPORT-REC
               MOVE MISMATCH-REASON TO REPORT-REC (21:60)
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
               MOVE RC-NOT-ALL-ANSWERED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       5000-CHECK-ANSWER-BLOCK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-CHECK-ONE-BLOCK-RECORD - CARD SLOT-SUB AGAINST ITS TOTOUT
      * RECORD (LEFT IN RING-REC). A BLANK MODE ON THE CARD IS MODE 1,
      * AS P10 DEFAULTS IT.
      *----------------------------------------------------------------
       5100-CHECK-ONE-BLOCK-RECORD.
           PERFORM 5200-FETCH-BLOCK-RECORD
               THRU 5200-FETCH-BLOCK-RECORD-EXIT
           MOVE SLOT-DECK-CARD (SLOT-SUB) TO DECK-CARD-VIEW
           IF DCV-MODE = SPACE
               MOVE "1" TO DCV-MODE
           END-IF
           MOVE SLOT-SUB TO EDIT-CARD-NUMBER
           IF RING-RUN-DATE < SCHED-DECK-DATE
               STRING "LAST TOTOUT RECORDS PREDATE THE DECK, CARD "
                          DELIMITED BY SIZE
                      EDIT-CARD-NUMBER DELIMITED BY SIZE
                   INTO MISMATCH-REASON
               END-STRING
               GO TO 5100-CHECK-ONE-BLOCK-RECORD-EXIT
           END-IF
           IF RING-MODE NOT = DCV-MODE
               OR RING-REQUESTOR NOT = DCV-REQUESTOR
               STRING "TOTOUT DOES NOT MATCH PARMIN AT CARD "
                          DELIMITED BY SIZE
                      EDIT-CARD-NUMBER DELIMITED BY SIZE
                   INTO MISMATCH-REASON
               END-STRING
           END-IF.
       5100-CHECK-ONE-BLOCK-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-FETCH-BLOCK-RECORD - THE TOTOUT RECORD FOR CARD SLOT-SUB
      * OUT OF THE RING: POSITION TOTOUT-RECORD-COUNT - DECK-COUNT +
      * SLOT-SUB IN THE FILE, MOD 50 IN THE RING.
      *----------------------------------------------------------------
       5200-FETCH-BLOCK-RECORD.
           COMPUTE RING-POSITION =
               TOTOUT-RECORD-COUNT - DECK-COUNT + SLOT-SUB - 1
           DIVIDE RING-POSITION BY SLOT-MAX
               GIVING RING-QUOT REMAINDER RING-SUB
           ADD 1 TO RING-SUB
           MOVE RING-ENTRY (RING-SUB) TO RING-REC.
       5200-FETCH-BLOCK-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5500-POST-ONE-ANSWER-SLOT - THE RUN ANSWERED. A REQUEST WHOSE
      * CARD IMAGE STILL MATCHES ITS PARMIN CARD TAKES THAT CARD'S
      * TOTOUT ANSWER. ONE THAT DOES NOT (THE DECK WAS CHANGED BY
      * HAND) OR THAT HAS NO MATCHED BLOCK IS LEFT SCHEDULED.
      *----------------------------------------------------------------
       5500-POST-ONE-ANSWER-SLOT.
           IF SLOT-REQUEST-NO (SLOT-SUB) = ZERO
               GO TO 5500-POST-ONE-ANSWER-SLOT-EXIT
           END-IF
           IF NOT BLOCK-MATCHES
               ADD 1 TO LEFT-COUNT
               GO TO 5500-POST-ONE-ANSWER-SLOT-EXIT
           END-IF
           PERFORM 8000-READ-SLOT-REQUEST
               THRU 8000-READ-SLOT-REQUEST-EXIT
           IF QUEUE-FILE-STATUS NOT = "00"
               GO TO 5500-POST-ONE-ANSWER-SLOT-EXIT
           END-IF

           IF SLOT-SUB > DECK-COUNT
               OR SLOT-DECK-CARD (SLOT-SUB) NOT = QUE-CARD-IMAGE
               ADD 1 TO LEFT-COUNT
               MOVE "LEFT" TO DTL-ACTION
               MOVE "PARMIN CARD NO LONGER MATCHES THE REQUEST"
                   TO DTL-DETAIL
               PERFORM 8200-PRINT-POSTING
                   THRU 8200-PRINT-POSTING-EXIT
               MOVE RC-NOT-ALL-ANSWERED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 5500-POST-ONE-ANSWER-SLOT-EXIT
           END-IF

           PERFORM 5200-FETCH-BLOCK-RECORD
               THRU 5200-FETCH-BLOCK-RECORD-EXIT
           SET QUE-IS-ANSWERED TO TRUE
           MOVE RING-RUN-DATE TO QUE-RUN-DATE
           MOVE RING-STATUS TO QUE-ANSWER-STATUS
           MOVE RING-TOTAL TO QUE-ANSWER-TOTAL
           MOVE RING-COUNT TO QUE-ANSWER-COUNT
           ADD 1 TO ANSWERED-COUNT
           MOVE "ANSWERED" TO DTL-ACTION
           MOVE RING-STATUS TO ADT-STATUS
           MOVE RING-TOTAL TO ADT-TOTAL
           MOVE RING-COUNT TO ADT-COUNT
           MOVE ANSWER-DETAIL TO DTL-DETAIL
           PERFORM 8100-REWRITE-AND-PRINT
               THRU 8100-REWRITE-AND-PRINT-EXIT.
       5500-POST-ONE-ANSWER-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-CLOSING - POSTING COUNTS FOR THE OPERATOR.
      *----------------------------------------------------------------
       6000-PRINT-CLOSING.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE "REQUESTS SCHEDULED" TO VAL-LABEL
           MOVE SCHED-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  ANSWERED" TO VAL-LABEL
           MOVE ANSWERED-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  REJECTED" TO VAL-LABEL
           MOVE REJECTED-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  BACK TO PENDING" TO VAL-LABEL
           MOVE REQUEUED-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  LEFT SCHEDULED" TO VAL-LABEL
           MOVE LEFT-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "ERRRPT LINES READ" TO VAL-LABEL
           MOVE ERROR-LINE-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           DISPLAY "P10POST: " ANSWERED-COUNT " ANSWERED, "
               REJECTED-COUNT " REJECTED, " REQUEUED-COUNT
               " REQUEUED, " LEFT-COUNT " LEFT SCHEDULED".
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
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM HEADING-LINE-2
           MOVE 3 TO LINE-COUNT.
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
      * 8000-READ-SLOT-REQUEST - KEYED READ OF THE REQUEST SCHEDULED
      * INTO CARD SLOT-SUB.
      *----------------------------------------------------------------
       8000-READ-SLOT-REQUEST.
           MOVE SLOT-REQUEST-NO (SLOT-SUB) TO QUE-REQUEST-NO
           MOVE ZERO TO QUE-LINE-NO
           READ QUEUE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "P10POST: REQUEST " SLOT-REQUEST-NO (SLOT-SUB)
                   " NOT READABLE, STATUS=" QUEUE-FILE-STATUS
               MOVE RC-QUEUE-FAILED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       8000-READ-SLOT-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8100-REWRITE-AND-PRINT - PUT THE UPDATED REQUEST BACK AND
      * LIST IT; DTL-ACTION AND DTL-DETAIL ARE SET BY THE CALLER.
      *----------------------------------------------------------------
       8100-REWRITE-AND-PRINT.
           REWRITE QUEUE-REC
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "P10POST: REQQUE REWRITE FAILED FOR REQUEST "
                   QUE-REQUEST-NO ", STATUS=" QUEUE-FILE-STATUS
               MOVE RC-QUEUE-FAILED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               MOVE "NOT POSTED" TO DTL-ACTION
               MOVE "REQQUE REWRITE FAILED" TO DTL-DETAIL
           END-IF
           PERFORM 8200-PRINT-POSTING
               THRU 8200-PRINT-POSTING-EXIT.
       8100-REWRITE-AND-PRINT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8200-PRINT-POSTING - ONE REPORT LINE FOR THE REQUEST IN HAND.
      *----------------------------------------------------------------
       8200-PRINT-POSTING.
           MOVE SLOT-SUB TO EDIT-CARD-NUMBER
           MOVE "CARD" TO DTL-CARD
           MOVE EDIT-CARD-NUMBER TO DTL-CARD (6:2)
           MOVE QUE-REQUEST-NO TO DTL-REQUEST-NO
           MOVE QUE-MODE TO DTL-MODE
           MOVE QUE-REQUESTOR TO DTL-REQUESTOR
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       8200-PRINT-POSTING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-CHECK-RUN-GATE - FIND THE CHAIN'S RUN DATE (THE LATEST
      * DATE ON RUNCTL) AND THE LAST RECORD P10 POSTED FOR IT. THE STEP
      * STARTS ONLY IF THAT WAS AN END WITH RC NOT ABOVE
      * GATE-GOOD-MAX-RC. A STEP HELD HERE POSTS A G RECORD NAMING P10
      * AND ENDS RC=16 WITHOUT OPENING ANYTHING ELSE; SO DOES A STEP
      * THAT CANNOT READ RUNCTL OR FINDS NO RUN DATE.
      * A JOB NAME GIVEN AS THE EXEC PARM REPLACES THE DEFAULT ONE.
      *----------------------------------------------------------------
       8800-CHECK-RUN-GATE.
           IF JOB-PARM-LENGTH > ZERO
               AND JOB-PARM-LENGTH NOT > 8
               MOVE SPACES TO RUN-CONTROL-JOB
               MOVE JOB-PARM-TEXT (1:JOB-PARM-LENGTH)
                   TO RUN-CONTROL-JOB
           END-IF
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "05"
               PERFORM 8810-READ-RUN-CONTROL
                   THRU 8810-READ-RUN-CONTROL-EXIT
                   UNTIL RUN-CONTROL-AT-EOF
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "P10POST: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHAIN-RUN-DATE = ZERO
               DISPLAY "P10POST: NO RUN DATE OPENED ON RUNCTL - "
                   "STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF GATE-LAST-EVENT NOT = "E"
               DISPLAY "P10POST: " GATE-PROGRAM
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF GATE-LAST-RC > GATE-GOOD-MAX-RC
               DISPLAY "P10POST: " GATE-PROGRAM " ENDED RC="
                   GATE-LAST-RC " FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF

           MOVE "S" TO RUN-CONTROL-EVENT
           MOVE ZERO TO RUN-CONTROL-RC
           PERFORM 8900-WRITE-RUN-CONTROL
               THRU 8900-WRITE-RUN-CONTROL-EXIT
           SET RUN-STEP-STARTED TO TRUE
           GO TO 8800-CHECK-RUN-GATE-EXIT.
       8800-CHECK-RUN-GATE-HELD.
           MOVE "G" TO RUN-CONTROL-EVENT
           MOVE RC-GATE-HELD TO RUN-CONTROL-RC
           PERFORM 8900-WRITE-RUN-CONTROL
               THRU 8900-WRITE-RUN-CONTROL-EXIT
           MOVE RC-GATE-HELD TO RETURN-CODE
           STOP RUN.
       8800-CHECK-RUN-GATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8810-READ-RUN-CONTROL - ONE RUNCTL RECORD. A LATER RUN DATE
      * THAN ANY SEEN SO FAR BECOMES THE CHAIN'S RUN DATE; RECORDS ARE
      * APPENDED IN TIME ORDER, SO THE LAST ONE P10 POSTED FOR THAT
      * DATE IS ITS CURRENT STATE.
      *----------------------------------------------------------------
       8810-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET RUN-CONTROL-AT-EOF TO TRUE
                   GO TO 8810-READ-RUN-CONTROL-EXIT
           END-READ
           IF RCT-RUN-DATE NOT NUMERIC
               OR RCT-RETURN-CODE NOT NUMERIC
               GO TO 8810-READ-RUN-CONTROL-EXIT
           END-IF
           IF RCT-RUN-DATE > CHAIN-RUN-DATE
               MOVE RCT-RUN-DATE TO CHAIN-RUN-DATE
               MOVE SPACE TO GATE-LAST-EVENT
               MOVE ZERO TO GATE-LAST-RC
           END-IF
           IF RCT-RUN-DATE = CHAIN-RUN-DATE
               IF RCT-PROGRAM = GATE-PROGRAM
                   MOVE RCT-EVENT TO GATE-LAST-EVENT
                   MOVE RCT-RETURN-CODE TO GATE-LAST-RC
               END-IF
           END-IF.
       8810-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8850-POST-RUN-END - POST THIS STEP'S END: THE CONDITION CODE
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (REQUESTS
      * ANSWERED AND REQUESTS REJECTED). ONLY A STEP THAT POSTED A
      * START POSTS AN END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE ANSWERED-COUNT TO RUN-CONTROL-COUNT-1
           MOVE REJECTED-COUNT TO RUN-CONTROL-COUNT-2
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
                   DISPLAY "P10POST: UNABLE TO OPEN RUNCTL, STATUS="
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
           MOVE GATE-PROGRAM TO RCT-GATE-PROGRAM
           WRITE RUN-CONTROL-REC
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "P10POST: UNABLE TO WRITE RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - " RUN-CONTROL-EVENT
                   " RECORD NOT POSTED"
           END-IF
           CLOSE RUN-CONTROL-FILE.
       8900-WRITE-RUN-CONTROL-EXIT.
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
      * BACK TO JES: 0 = ALL ANSWERED, 4 = REJECTIONS POSTED OR
      * REQUESTS LEFT SCHEDULED, 8 = QUEUE FAILURE.
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           IF NOT QUEUE-IS-EMPTY
               CLOSE QUEUE-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
