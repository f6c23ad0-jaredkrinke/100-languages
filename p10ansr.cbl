      *                 REQUESTOR (INCLUDING EVERYTHING WRITTEN
      *                 BEFORE THE ID EXISTED) GROUP UNDER
      *                 "UNASSIGNED".
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, ANSWERS, REQUESTORS) TO THE SHARED RUNCTL
      *                 DATASET UNDER THE CHAIN'S RUN DATE, AND WILL NOT
      *                 START UNLESS P10INQ ENDED RC<=4 FOR THAT SAME
      *                 DATE - A HELD STEP POSTS A G RECORD AND ENDS
      *                 RC=16.
      * 2026-10-15 JDK  MODE 6. A CONSTELLATION CARD'S QUESTION NAMES
      *                 ITS PATTERN AND RANGE ("PRIME TRIPLETS (P,
      *                 P+2/P+4, P+6) FROM 1 TO 100,000") AND ITS
      *                 ANSWER GIVES THE SUM OF THE STARTING PRIMES
      *                 AND HOW MANY WERE FOUND.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TOTALS-FILE
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
           77 TOTALS-FILE-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 QUESTION-TEXT PIC X(80) VALUE SPACES.
           77 ANSWER-TEXT PIC X(80) VALUE SPACES.

      *----------------------------------------------------------------
      * MODE-6 PATTERN WORDING, INDEXED BY THE PATTERN CODE THAT P10
      * CARRIES IN THE NTH FIELD. TWO BLANKS END EACH PHRASE.
      *----------------------------------------------------------------
           77 PATTERN-MAX PIC S9(4) COMP VALUE 4.
           77 PATTERN-SUB PIC S9(4) COMP VALUE ZERO.
           01 PATTERN-PHRASE-LITERALS.
               05 FILLER PIC X(40) VALUE
                   "COUSIN PRIME PAIRS (P, P+4)".
               05 FILLER PIC X(40) VALUE
                   "SEXY PRIME PAIRS (P, P+6)".
               05 FILLER PIC X(40) VALUE
                   "PRIME TRIPLETS (P, P+2/P+4, P+6)".
               05 FILLER PIC X(40) VALUE
                   "PRIME QUADRUPLETS (P, P+2, P+6, P+8)".
           01 PATTERN-PHRASE-TABLE REDEFINES PATTERN-PHRASE-LITERALS.
               05 PATTERN-PHRASE PIC X(40) OCCURS 4 TIMES.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.
                   "NO ANSWERS ON FILE - NOTHING TO REPORT.".
               05 FILLER PIC X(91) VALUE SPACES.

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
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10ANSR".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10ANSRJ".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP010".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 GATE-PROGRAM PIC X(08) VALUE "P10INQ".
           77 GATE-GOOD-MAX-RC PIC S9(4) COMP VALUE 4.
           77 GATE-LAST-EVENT PIC X(01) VALUE SPACE.
           77 GATE-LAST-RC PIC 9(04) VALUE ZERO.
           77 RC-GATE-HELD PIC S9(4) COMP VALUE 16.
           77 RUN-START-SWITCH PIC X(01) VALUE "N".
               88 RUN-STEP-STARTED VALUE "Y".
           01 RUN-CONTROL-CLOCK.
               05 RUN-CONTROL-HHMMSS PIC 9(06).
               05 RUN-CONTROL-HUNDREDTHS PIC 9(02).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE REPORT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-CHECK-RUN-GATE
               THRU 8800-CHECK-RUN-GATE-EXIT

           PERFORM 1000-LOAD-ANSWERS
               THRU 1000-LOAD-ANSWERS-EXIT
           PERFORM 2000-PRINT-GROUPS
                       THRU 8000-LEFT-TRIM-SMALL-EXIT
                   PERFORM 2360-APPEND-TRIMMED
                       THRU 2360-APPEND-TRIMMED-EXIT
               WHEN "6"
                   PERFORM 2370-BUILD-PATTERN-QUESTION
                       THRU 2370-BUILD-PATTERN-QUESTION-EXIT
               WHEN "4"
                   STRING "PRIME TEST AND FACTORIZATION OF THE "
                       "FACTIN LIST BELOW "
       2360-APPEND-TRIMMED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2370-BUILD-PATTERN-QUESTION - A MODE-6 CARD: THE PATTERN IN
      * WORDS, THEN THE RANGE. A PATTERN CODE THIS REPORT DOES NOT
      * KNOW IS SAID TO BE UNKNOWN.
      *----------------------------------------------------------------
       2370-BUILD-PATTERN-QUESTION.
           MOVE ANS-RANGE-LOW (ANSWER-SUB) TO EDIT-SMALL
           PERFORM 8000-LEFT-TRIM-SMALL
               THRU 8000-LEFT-TRIM-SMALL-EXIT
           IF ANS-NTH (ANSWER-SUB) >= 1
               AND ANS-NTH (ANSWER-SUB) <= PATTERN-MAX
               MOVE ANS-NTH (ANSWER-SUB) TO PATTERN-SUB
               STRING PATTERN-PHRASE (PATTERN-SUB) DELIMITED BY "  "
                   " FROM "
                   TRIM-FIELD (1:TRIM-LENGTH)
                   " TO "
                   DELIMITED BY SIZE INTO QUESTION-TEXT
           ELSE
               STRING "PRIME CONSTELLATIONS (UNKNOWN PATTERN)"
                   " FROM "
                   TRIM-FIELD (1:TRIM-LENGTH)
                   " TO "
                   DELIMITED BY SIZE INTO QUESTION-TEXT
           END-IF
           MOVE ANS-RANGE-HIGH (ANSWER-SUB) TO EDIT-SMALL
           PERFORM 8000-LEFT-TRIM-SMALL
               THRU 8000-LEFT-TRIM-SMALL-EXIT
           PERFORM 2360-APPEND-TRIMMED
               THRU 2360-APPEND-TRIMMED-EXIT.
       2370-BUILD-PATTERN-QUESTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2400-BUILD-ANSWER - THE ANSWER SENTENCE FOR THE CARD'S
      * MODE, OR THE NOT-FOUND WORDING WHEN THE RUN COULD NOT
                       DELIMITED BY SIZE INTO ANSWER-TEXT
                   PERFORM 2450-APPEND-PROCESSED
                       THRU 2450-APPEND-PROCESSED-EXIT
               WHEN "6"
                   STRING "ANSWER: STARTING PRIMES SUM TO "
                       TRIM-FIELD (1:TRIM-LENGTH)
                       DELIMITED BY SIZE INTO ANSWER-TEXT
                   PERFORM 2455-APPEND-FOUND
                       THRU 2455-APPEND-FOUND-EXIT
               WHEN "5"
                   STRING "ANSWER: "
                       TRIM-FIELD (1:TRIM-LENGTH)
       2450-APPEND-PROCESSED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2455-APPEND-FOUND - "... (NNN FOUND)" FOR MODE 6, WHERE CNT
      * CARRIES THE CONSTELLATIONS FOUND.
      *----------------------------------------------------------------
       2455-APPEND-FOUND.
           MOVE ANS-COUNT (ANSWER-SUB) TO EDIT-SMALL
           PERFORM 8000-LEFT-TRIM-SMALL
               THRU 8000-LEFT-TRIM-SMALL-EXIT
           PERFORM 2470-FIND-ANSWER-END
               THRU 2470-FIND-ANSWER-END-EXIT
           IF TRIM-START + 2 + TRIM-LENGTH + 7 <= 80
               STRING " (" TRIM-FIELD (1:TRIM-LENGTH)
                   " FOUND)"
                   DELIMITED BY SIZE
                   INTO ANSWER-TEXT (TRIM-START + 1:)
           END-IF.
       2455-APPEND-FOUND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2460-APPEND-PRIME-COUNT - "... (FROM NNN PRIMES)" FOR THE
      * SUMMING MODES, WHERE CNT CARRIES THE PRIMES ACCUMULATED.
       8100-LEFT-TRIM-LARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-CHECK-RUN-GATE - FIND THE CHAIN'S RUN DATE (THE LATEST
      * DATE ON RUNCTL) AND THE LAST RECORD P10INQ POSTED FOR IT. THE
      * STEP STARTS ONLY IF THAT WAS AN END WITH RC NOT ABOVE
      * GATE-GOOD-MAX-RC. A STEP HELD HERE POSTS A G RECORD NAMING
      * P10INQ AND ENDS RC=16 WITHOUT OPENING ANYTHING ELSE; SO DOES A
      * STEP THAT CANNOT READ RUNCTL OR FINDS NO RUN DATE.
      *----------------------------------------------------------------
       8800-CHECK-RUN-GATE.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "05"
               PERFORM 8810-READ-RUN-CONTROL
                   THRU 8810-READ-RUN-CONTROL-EXIT
                   UNTIL RUN-CONTROL-AT-EOF
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "P10ANSR: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHAIN-RUN-DATE = ZERO
               DISPLAY "P10ANSR: NO RUN DATE OPENED ON RUNCTL - "
                   "STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF GATE-LAST-EVENT NOT = "E"
               DISPLAY "P10ANSR: " GATE-PROGRAM
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF GATE-LAST-RC > GATE-GOOD-MAX-RC
               DISPLAY "P10ANSR: " GATE-PROGRAM " ENDED RC="
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
      * APPENDED IN TIME ORDER, SO THE LAST ONE P10INQ POSTED FOR THAT
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
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (ANSWERS AND
      * REQUESTORS). ONLY A STEP THAT POSTED A START POSTS AN END, AND
      * ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE ANSWER-COUNT TO RUN-CONTROL-COUNT-1
           MOVE REQUESTOR-COUNT TO RUN-CONTROL-COUNT-2
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
                   DISPLAY "P10ANSR: UNABLE TO OPEN RUNCTL, STATUS="
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
               DISPLAY "P10ANSR: UNABLE TO WRITE RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - " RUN-CONTROL-EVENT
                   " RECORD NOT POSTED"
           END-IF
           CLOSE RUN-CONTROL-FILE.
       8900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9999-END-PROGRAM - NORMAL END OF JOB.
      *----------------------------------------------------------------
           CLOSE REPORT-FILE
           DISPLAY "P10ANSR: " ANSWER-COUNT " ANSWERS FOR "
               REQUESTOR-COUNT " REQUESTORS"
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
