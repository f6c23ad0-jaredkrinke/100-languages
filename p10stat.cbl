      *                 A LONG SIEVE HAS GOT, HOW FAST IT IS MOVING
      *                 AND WHEN IT IS PROJECTED TO FINISH, WITHOUT
      *                 CANCELLING THE JOB TO FIND OUT.
      * 2026-10-15 JDK  PARTITIONED NIGHTS. EACH SEGMENT STEP WRITES
      *                 ITS OWN STATRUN RECORD, MARKED WITH ITS
      *                 SEGMENT NUMBER, THE SEGMENT COUNT AND ITS
      *                 LOW BOUND (COLS 64-75, WERE FILLER), AND
      *                 P10STATJ CONCATENATES THEM. THE LAST RECORD
      *                 OF EACH SEGMENT IS KEPT; ONLY THE LATEST RUN
      *                 DATE ON FILE IS SHOWN. A SINGLE-STEP RECORD
      *                 PRINTS AS BEFORE; SEGMENTS PRINT ONE LINE
      *                 EACH (A SEGMENT NOT YET AT ITS FIRST
      *                 CHECKPOINT SAYS SO) AND AN OVERALL LINE WITH
      *                 THE SLOWEST SEGMENT'S PROJECTED COMPLETION.
      * 2026-10-15 JDK  SEGMENT PROGRESS LINE REWORDED: IT SHOWS THE
      *                 BASE PRIME BEING MARKED AND THE PERCENT OF THE
      *                 BASE PRIMES DONE, NOT A POSITION "OF" THEM.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           05  STAT-ELAPSED-SECONDS PIC 9(07).
           05  STAT-REMAINING-SECONDS PIC 9(07).
           05  STAT-PROJECTED-END PIC 9(06).
           05  STAT-SEGMENT-AREA.
               10  STAT-SEGMENT PIC 9(02).
               10  STAT-SEGMENT-X REDEFINES STAT-SEGMENT
                   PIC X(02).
               10  STAT-SEGMENT-COUNT PIC 9(02).
               10  STAT-SEGMENT-LOW PIC 9(08).
               10  STAT-FILLER PIC X(05).

       WORKING-STORAGE SECTION.
           77 STAT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 STAT-EOF-SWITCH PIC X(01) VALUE "N".
               88 STAT-AT-EOF VALUE "Y".
           77 STAT-RECORD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 STAT-UNKNOWN-COUNT PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * THE RECORD BEING PRINTED IS MOVED HERE FROM ITS SLOT. EACH
      * STATRUN NORMALLY HOLDS EXACTLY ONE RECORD (P10 TRUNCATE-
      * REWRITES IT AT EACH CHECKPOINT), BUT READING TO END COSTS
      * NOTHING AND STAYS CORRECT IF THE DATASET EVER ACCUMULATES.
      *----------------------------------------------------------------
           01 SAVED-STAT-REC.
               05 SAVED-RUN-DATE PIC 9(08).
               05 SAVED-ELAPSED-SECONDS PIC 9(07).
               05 SAVED-REMAINING-SECONDS PIC 9(07).
               05 SAVED-PROJECTED-END PIC 9(06).
               05 SAVED-SEGMENT PIC 9(02).
               05 SAVED-SEGMENT-COUNT PIC 9(02).
               05 SAVED-SEGMENT-LOW PIC 9(08).
               05 SAVED-FILLER PIC X(05).

      *----------------------------------------------------------------
      * ONE SLOT PER PART OF THE NIGHT: SLOT 1 FOR THE SINGLE P10
      * STEP (SEGMENT BLANK OR 00), SLOT N+1 FOR SEGMENT N. EACH
      * HOLDS THE LAST RECORD READ FOR ITS PART. LATEST-RUN-DATE IS
      * THE NEWEST RUN DATE ACROSS ALL SLOTS - OLDER SLOTS ARE A
      * PREVIOUS NIGHT'S AND ARE NOT SHOWN.
      *----------------------------------------------------------------
           77 SLOT-MAX PIC S9(4) COMP VALUE 17.
           77 SLOT-SUB PIC S9(4) COMP VALUE ZERO.
           01 STATUS-SLOT-TABLE.
               05 STATUS-SLOT OCCURS 17 TIMES.
                   10 SLOT-FILLED PIC X(01).
                   10 SLOT-REC PIC X(80).
           77 LATEST-RUN-DATE PIC 9(08) VALUE ZERO.
           77 LATEST-SEGMENT-COUNT PIC 9(02) VALUE ZERO.
           77 SEGMENT-SLOTS-SHOWN PIC S9(4) COMP VALUE ZERO.
           77 SEGMENT-PERCENT-SUM PIC S9(8) COMP VALUE ZERO.
           77 OVERALL-PERCENT PIC S9(4) COMP VALUE ZERO.
           77 SLOWEST-REMAINING PIC S9(8) COMP VALUE ZERO.
           77 SLOWEST-SEGMENT PIC 9(02) VALUE ZERO.
           77 SLOWEST-PROJECTED-END PIC 9(06) VALUE ZERO.
           77 SEGMENTS-FINISHED PIC 9(02) VALUE ZERO.
           77 MISSING-SEGMENT PIC 9(02) VALUE ZERO.

           01 AS-OF-TIME-EDIT.
               05 AS-OF-HH PIC X(02).
           77 EDIT-PERCENT PIC ZZ9.
           77 EDIT-ELAPSED PIC Z,ZZZ,ZZ9.
           77 EDIT-REMAINING PIC Z,ZZZ,ZZ9.
           77 EDIT-SEGMENT-LOW PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - READ THE STATUS RECORDS AND PRINT THE
      * LATEST NIGHT'S: THE SINGLE STEP AS ONE BLOCK, A PARTITIONED
      * NIGHT SEGMENT BY SEGMENT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-READ-STATUS
               THRU 1000-READ-STATUS-EXIT
           IF STAT-RECORD-COUNT > ZERO
               IF SLOT-FILLED (1) = "Y"
                   MOVE SLOT-REC (1) TO SAVED-STAT-REC
                   IF SAVED-RUN-DATE = LATEST-RUN-DATE
                       PERFORM 2000-PRINT-STATUS
                           THRU 2000-PRINT-STATUS-EXIT
                   END-IF
               END-IF
               IF LATEST-SEGMENT-COUNT > ZERO
                   PERFORM 3000-PRINT-SEGMENTS
                       THRU 3000-PRINT-SEGMENTS-EXIT
               END-IF
           END-IF
           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.
      * PRINTING ZEROS.
      *----------------------------------------------------------------
       1000-READ-STATUS.
           PERFORM 1050-CLEAR-ONE-SLOT
               THRU 1050-CLEAR-ONE-SLOT-EXIT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-MAX

           OPEN INPUT STAT-FILE
           IF STAT-FILE-STATUS NOT = "00"
               SET STAT-AT-EOF TO TRUE
           IF STAT-RECORD-COUNT = ZERO
               DISPLAY "P10STAT: STATRUN IS EMPTY - SIEVE NOT "
                   "YET AT ITS FIRST CHECKPOINT"
           END-IF
           IF STAT-UNKNOWN-COUNT > ZERO
               DISPLAY "P10STAT: " STAT-UNKNOWN-COUNT " STATRUN "
                   "RECORDS WITH AN UNKNOWN SEGMENT IGNORED"
           END-IF

           MOVE ZERO TO LATEST-RUN-DATE
           PERFORM 1200-DATE-ONE-SLOT
               THRU 1200-DATE-ONE-SLOT-EXIT
               VARYING SLOT-SUB FROM 1 BY 1
               UNTIL SLOT-SUB > SLOT-MAX
           MOVE ZERO TO LATEST-SEGMENT-COUNT
           PERFORM 1300-COUNT-ONE-SLOT
               THRU 1300-COUNT-ONE-SLOT-EXIT
               VARYING SLOT-SUB FROM 2 BY 1
               UNTIL SLOT-SUB > SLOT-MAX.
       1000-READ-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1050-CLEAR-ONE-SLOT - MARK ONE SLOT EMPTY.
      *----------------------------------------------------------------
       1050-CLEAR-ONE-SLOT.
           MOVE "N" TO SLOT-FILLED (SLOT-SUB)
           MOVE SPACES TO SLOT-REC (SLOT-SUB).
       1050-CLEAR-ONE-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-READ-NEXT-STATUS - READ ONE STATRUN RECORD, SAVING IT
      * IN ITS PART'S SLOT OVER WHATEVER WAS SAVED THERE BEFORE SO
      * THE LAST ONE READ FOR EACH PART WINS.
      *----------------------------------------------------------------
       1100-READ-NEXT-STATUS.
           READ STAT-FILE
                   SET STAT-AT-EOF TO TRUE
                   GO TO 1100-READ-NEXT-STATUS-EXIT
           END-READ
           ADD 1 TO STAT-RECORD-COUNT
           IF STAT-SEGMENT-X = SPACES OR STAT-SEGMENT-X = "00"
               MOVE 1 TO SLOT-SUB
           ELSE
               IF STAT-SEGMENT-X NOT NUMERIC
                   OR STAT-SEGMENT + 1 > SLOT-MAX
                   ADD 1 TO STAT-UNKNOWN-COUNT
                   GO TO 1100-READ-NEXT-STATUS-EXIT
               END-IF
               COMPUTE SLOT-SUB = STAT-SEGMENT + 1
           END-IF
           MOVE "Y" TO SLOT-FILLED (SLOT-SUB)
           MOVE STAT-REC TO SLOT-REC (SLOT-SUB).
       1100-READ-NEXT-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1200-DATE-ONE-SLOT - KEEP THE NEWEST RUN DATE OF ANY SLOT.
      *----------------------------------------------------------------
       1200-DATE-ONE-SLOT.
           IF SLOT-FILLED (SLOT-SUB) = "Y"
               MOVE SLOT-REC (SLOT-SUB) TO SAVED-STAT-REC
               IF SAVED-RUN-DATE > LATEST-RUN-DATE
                   MOVE SAVED-RUN-DATE TO LATEST-RUN-DATE
               END-IF
           END-IF.
       1200-DATE-ONE-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1300-COUNT-ONE-SLOT - THE SEGMENT COUNT OF THE LATEST NIGHT,
      * AS ITS SEGMENTS' RECORDS STATE IT. A SEGMENT SLOT FROM AN
      * OLDER NIGHT IS EMPTIED SO IT IS NOT SHOWN.
      *----------------------------------------------------------------
       1300-COUNT-ONE-SLOT.
           IF SLOT-FILLED (SLOT-SUB) = "Y"
               MOVE SLOT-REC (SLOT-SUB) TO SAVED-STAT-REC
               IF SAVED-RUN-DATE NOT = LATEST-RUN-DATE
                   MOVE "N" TO SLOT-FILLED (SLOT-SUB)
               ELSE
                   IF SAVED-SEGMENT-COUNT > LATEST-SEGMENT-COUNT
                       MOVE SAVED-SEGMENT-COUNT
                           TO LATEST-SEGMENT-COUNT
                   END-IF
               END-IF
           END-IF.
       1300-COUNT-ONE-SLOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-PRINT-STATUS - ONE OPERATOR-READABLE BLOCK: WHERE THE
      * SIEVE IS, HOW FAST IT HAS BEEN MOVING, AND WHEN IT SHOULD
       2000-PRINT-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-PRINT-SEGMENTS - A PARTITIONED NIGHT: ONE LINE PAIR PER
      * SEGMENT, THEN THE OVERALL LINE. OVERALL PERCENT IS THE MEAN
      * OF THE SEGMENTS' (A SEGMENT WITH NO RECORD YET COUNTS ZERO);
      * THE NIGHT FINISHES WHEN ITS SLOWEST SEGMENT DOES, SO THAT
      * SEGMENT'S PROJECTION IS THE ONE QUOTED.
      *----------------------------------------------------------------
       3000-PRINT-SEGMENTS.
           IF LATEST-SEGMENT-COUNT + 1 > SLOT-MAX
               COMPUTE LATEST-SEGMENT-COUNT = SLOT-MAX - 1
           END-IF
           DISPLAY "P10STAT: RUN " LATEST-RUN-DATE
               " PARTITIONED INTO " LATEST-SEGMENT-COUNT " SEGMENTS"
           MOVE ZERO TO SEGMENT-SLOTS-SHOWN
           MOVE ZERO TO SEGMENT-PERCENT-SUM
           MOVE ZERO TO SEGMENTS-FINISHED
           MOVE ZERO TO SLOWEST-REMAINING
           MOVE ZERO TO SLOWEST-SEGMENT
           PERFORM 3100-PRINT-ONE-SEGMENT
               THRU 3100-PRINT-ONE-SEGMENT-EXIT
               VARYING SLOT-SUB FROM 2 BY 1
               UNTIL SLOT-SUB > LATEST-SEGMENT-COUNT + 1

           COMPUTE OVERALL-PERCENT =
               SEGMENT-PERCENT-SUM / LATEST-SEGMENT-COUNT
           MOVE OVERALL-PERCENT TO EDIT-PERCENT
           DISPLAY "P10STAT: OVERALL " EDIT-PERCENT " PCT COMPLETE, "
               SEGMENTS-FINISHED " OF " LATEST-SEGMENT-COUNT
               " SEGMENTS MARKED"
           IF SEGMENT-SLOTS-SHOWN < LATEST-SEGMENT-COUNT
               DISPLAY "P10STAT: NO PROJECTION UNTIL EVERY SEGMENT "
                   "HAS CHECKPOINTED"
               GO TO 3000-PRINT-SEGMENTS-EXIT
           END-IF
           IF SLOWEST-SEGMENT = ZERO
               DISPLAY "P10STAT: EVERY SEGMENT HAS FINISHED MARKING"
               GO TO 3000-PRINT-SEGMENTS-EXIT
           END-IF
           MOVE SLOWEST-PROJECTED-END TO ETA-BREAKDOWN
           MOVE ETB-HH TO ETA-HH
           MOVE ETB-MM TO ETA-MM
           MOVE ETB-SS TO ETA-SS
           MOVE SLOWEST-REMAINING TO EDIT-REMAINING
           DISPLAY "P10STAT: SLOWEST IS SEGMENT " SLOWEST-SEGMENT
               ", ABOUT " EDIT-REMAINING " SEC REMAINING"
           DISPLAY "P10STAT: PROJECTED COMPLETION " ETA-TIME-EDIT
               " IF THE RECENT PACE HOLDS".
       3000-PRINT-SEGMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-PRINT-ONE-SEGMENT - SEGMENT SLOT-SUB - 1: ITS BOUNDS,
      * THE VALUE OF THE BASE PRIME IT IS MARKING AND HOW FAR
      * THROUGH ITS BASE PRIMES IT IS (PERCENT OF HOW MANY THERE ARE),
      * AS OF ITS LAST CHECKPOINT.
      *----------------------------------------------------------------
       3100-PRINT-ONE-SEGMENT.
           IF SLOT-FILLED (SLOT-SUB) NOT = "Y"
               COMPUTE MISSING-SEGMENT = SLOT-SUB - 1
               DISPLAY "P10STAT: SEGMENT " MISSING-SEGMENT
                   " NOT YET AT ITS FIRST CHECKPOINT"
               GO TO 3100-PRINT-ONE-SEGMENT-EXIT
           END-IF
           MOVE SLOT-REC (SLOT-SUB) TO SAVED-STAT-REC
           ADD 1 TO SEGMENT-SLOTS-SHOWN
           ADD SAVED-PERCENT-DONE TO SEGMENT-PERCENT-SUM

           MOVE SAVED-TIME-OF-DAY TO STAT-TIME-BREAKDOWN
           MOVE STB-HH TO AS-OF-HH
           MOVE STB-MM TO AS-OF-MM
           MOVE STB-SS TO AS-OF-SS
           MOVE SAVED-SEGMENT-LOW TO EDIT-SEGMENT-LOW
           MOVE SAVED-LIMIT-VAL TO EDIT-LIMIT
           MOVE SAVED-CURRENT-N TO EDIT-CURRENT-N
           MOVE SAVED-MARK-ITERATIONS TO EDIT-ITERATIONS
           MOVE SAVED-PERCENT-DONE TO EDIT-PERCENT

           DISPLAY "P10STAT: SEGMENT " SAVED-SEGMENT " "
               EDIT-SEGMENT-LOW " THRU " EDIT-LIMIT " AS OF "
               AS-OF-TIME-EDIT
           IF SAVED-PERCENT-DONE >= 100
               ADD 1 TO SEGMENTS-FINISHED
               DISPLAY "P10STAT:   MARKING DONE, " EDIT-ITERATIONS
                   " BASE PRIMES - SUMMING OR ENDED"
           ELSE
               MOVE SAVED-REMAINING-SECONDS TO EDIT-REMAINING
               DISPLAY "P10STAT:   MARKING BASE PRIME " EDIT-CURRENT-N
                   " (" EDIT-PERCENT " PCT OF " EDIT-ITERATIONS
                   " BASE PRIMES), ABOUT " EDIT-REMAINING " SEC LEFT"
               IF SAVED-REMAINING-SECONDS >= SLOWEST-REMAINING
                   MOVE SAVED-REMAINING-SECONDS TO SLOWEST-REMAINING
                   MOVE SAVED-SEGMENT TO SLOWEST-SEGMENT
                   MOVE SAVED-PROJECTED-END TO SLOWEST-PROJECTED-END
               END-IF
           END-IF.
       3100-PRINT-ONE-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-END-PROGRAM - NORMAL END OF JOB.
      *----------------------------------------------------------------
