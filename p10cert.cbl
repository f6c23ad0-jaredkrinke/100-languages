      * INDEPENDENT CERTIFICATION OF THE MODE-4 AND MODE-5 ANSWERS
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10CERT.
       AUTHOR. JARED KRINKE.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -------------------------------------------------
      * 2026-10-15 JDK  NEW PROGRAM. P10VFY PROVES PRIMEOUT, TOTOUT AND
      *                 PRIMEMST AGREE, BUT THE FACTOUT AND GOLDOUT
      *                 ANSWERS HANDED TO THE LEDGER DESK AND THE
      *                 RESEARCH GROUP CAME STRAIGHT OUT OF P10 WITH
      *                 NOTHING CHECKING THEM. THIS PROGRAM RE-PROVES
      *                 EVERY ANSWER AGAINST THE PRIME MASTER, WITHOUT
      *                 THE SIEVE:
      *                   CHECK 1 - EVERY FACTOUT FACTORIZATION
      *                             MULTIPLIES BACK TO ITS CANDIDATE.
      *                   CHECK 2 - EVERY FACTOUT FACTOR AND EVERY
      *                             "P" CANDIDATE IS ON PRIMEMST.
      *                   CHECK 3 - EVERY GOLDOUT WITNESS PAIR ADDS
      *                             BACK TO ITS CANDIDATE.
      *                   CHECK 4 - BOTH PRIMES OF EVERY GOLDOUT
      *                             WITNESS PAIR ARE ON PRIMEMST.
      *                   CHECK 5 - NO SMALLER PRIME P WOULD ALSO
      *                             HAVE MADE A PAIR (AND AN "N"
      *                             ANSWER REALLY HAS NO PAIR).
      *                 SAME PASS/FAIL REPORT AND 0/4/8 CONDITION-CODE
      *                 CONTRACT AS P10VFY, SO P10CERTJ CAN HOLD A BAD
      *                 ANSWER FILE BEFORE ANYONE RECEIVES IT.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, ANSWER RECORDS READ, CHECKS FAILED) TO THE
      *                 SHARED RUNCTL DATASET UNDER THE CHAIN'S RUN
      *                 DATE, AND WILL NOT START UNLESS P10LOAD ENDED
      *                 RC<=4 FOR THAT SAME DATE - A HELD STEP POSTS A G
      *                 RECORD AND ENDS RC=16. P10XTR NOW GATES ON THIS
      *                 STEP'S END, SO AN UNCERTIFIED NIGHT IS NEVER
      *                 EXTRACTED.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FACT-OUT-FILE ASSIGN TO "FACTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACT-OUT-STATUS.

           SELECT OPTIONAL GOLD-OUT-FILE ASSIGN TO "GOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOLD-OUT-STATUS.

           SELECT MASTER-FILE ASSIGN TO "PRIMEMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAST-PRIME-NUMBER
               FILE STATUS IS MASTER-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CERTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FACT-REC.
           05  FACT-CANDIDATE PIC 9(08).
           05  FACT-PRIME-FLAG PIC X(01).
           05  FACT-FACTOR-COUNT PIC 9(02).
           05  FACT-FACTOR-ENTRY OCCURS 8 TIMES.
               10  FACT-FACTOR PIC 9(08).
               10  FACT-POWER PIC 9(02).
           05  FACT-FILLER PIC X(09).

       FD  GOLD-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GOLD-REC.
           05  GOLD-CANDIDATE PIC 9(08).
           05  GOLD-PAIR-FLAG PIC X(01).
           05  GOLD-P PIC 9(08).
           05  GOLD-Q PIC 9(08).
           05  GOLD-FILLER PIC X(15).

       FD  MASTER-FILE
           RECORD CONTAINS 21 CHARACTERS.
       01  MASTER-REC.
           05  MAST-PRIME-NUMBER PIC 9(08).
           05  MAST-ORDINAL PIC 9(08).
           05  MAST-GAP PIC 9(04).
           05  MAST-TWIN-FLAG PIC X(01).

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
           77 FACT-OUT-STATUS PIC X(02) VALUE SPACES.
           77 GOLD-OUT-STATUS PIC X(02) VALUE SPACES.
           77 MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 FACT-EOF-SWITCH PIC X(01) VALUE "N".
               88 FACT-AT-EOF VALUE "Y".
           77 GOLD-EOF-SWITCH PIC X(01) VALUE "N".
               88 GOLD-AT-EOF VALUE "Y".

           77 MASTER-ABSENT-SWITCH PIC X(01) VALUE "N".
               88 MASTER-IS-ABSENT VALUE "Y".

      *----------------------------------------------------------------
      * FACTOUT PASS - CHECKS 1 AND 2 ARE PROVED TOGETHER, ONE RECORD
      * AT A TIME. THE PRODUCT IS BUILT IN AN 18-DIGIT WORK FIELD
      * AND ABANDONED AS SOON AS IT PASSES THE CANDIDATE, SO A
      * CORRUPT POWER CAN NEVER OVERFLOW IT.
      *----------------------------------------------------------------
           77 FACT-RECORD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-PRIME-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-COMPOSITE-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-ERROR-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-PRODUCT-FAILS PIC S9(8) COMP VALUE ZERO.
           77 FACT-MASTER-FAILS PIC S9(8) COMP VALUE ZERO.
           77 FACT-LOOKUP-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-ENTRY-SUB PIC S9(4) COMP VALUE ZERO.
           77 FACT-ENTRY-LIMIT PIC S9(4) COMP VALUE ZERO.
           77 FACT-CANDIDATE-VAL PIC S9(8) COMP VALUE ZERO.
           77 FACT-PRIOR-FACTOR PIC S9(8) COMP VALUE ZERO.
           77 FACT-PRODUCT PIC S9(18) COMP VALUE ZERO.
           77 FACT-RECORD-SWITCH PIC X(01) VALUE "N".
               88 FACT-RECORD-IS-BAD VALUE "Y".

      *----------------------------------------------------------------
      * GOLDOUT PASS - CHECKS 3, 4 AND 5. THE SMALLER-PRIME SEARCH
      * TRIES EVERY ODD P' BELOW THE WITNESS P (2 FIRST) WITH TWO
      * KEYED MASTER READS; FOR AN "N" ANSWER IT RUNS TO HALF THE
      * CANDIDATE, SINCE ANY PAIR AT ALL DISPROVES THE ANSWER.
      *----------------------------------------------------------------
           77 GOLD-RECORD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-PAIR-COUNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-NO-PAIR-COUNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-ERROR-COUNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-SUM-FAILS PIC S9(8) COMP VALUE ZERO.
           77 GOLD-MASTER-FAILS PIC S9(8) COMP VALUE ZERO.
           77 GOLD-SMALLER-FAILS PIC S9(8) COMP VALUE ZERO.
           77 GOLD-CANDIDATE-VAL PIC S9(8) COMP VALUE ZERO.
           77 GOLD-SEARCH-BOUND PIC S9(8) COMP VALUE ZERO.
           77 GOLD-TRY-P PIC S9(8) COMP VALUE ZERO.
           77 GOLD-TRY-Q PIC S9(8) COMP VALUE ZERO.
           77 GOLD-SMALLER-SWITCH PIC X(01) VALUE "N".
               88 GOLD-SMALLER-FOUND VALUE "Y".

      *----------------------------------------------------------------
      * ONE KEYED PRIMEMST LOOKUP: LOOKUP-VALUE IN, LOOKUP-SWITCH OUT.
      *----------------------------------------------------------------
           77 LOOKUP-VALUE PIC S9(8) COMP VALUE ZERO.
           77 LOOKUP-SWITCH PIC X(01) VALUE "N".
               88 LOOKUP-IS-PRIME VALUE "Y".

           77 CHECK-FAILURES PIC S9(8) COMP VALUE ZERO.
           77 CHECK-NEEDS-MASTER PIC X(01) VALUE "N".
               88 CHECK-USES-MASTER VALUE "Y".

           77 CHECKS-FAILED PIC S9(4) COMP VALUE ZERO.
           77 CHECKS-SKIPPED PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER, THE SAME AS
      * P10VFY: 0 = EVERY CHECK PASSED (THE ANSWERS MAY BE RELEASED),
      * 4 = A CHECK COULD NOT BE PERFORMED (PRIMEMST NOT AVAILABLE),
      * 8 = A CHECK FAILED (HOLD THE ANSWER FILES).
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-CHECK-SKIPPED PIC S9(4) COMP VALUE 4.
           77 RC-CHECK-FAILED PIC S9(4) COMP VALUE 8.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.

           01 HEADING-LINE-1.
               05 FILLER PIC X(41) VALUE
                   "P10CERT - MODE-4/MODE-5 ANSWER CERTIFICAT".
               05 FILLER PIC X(15) VALUE "ION REPORT".
               05 FILLER PIC X(60) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "PAGE ".
               05 HDG-PAGE-NUMBER PIC ZZZ9.
               05 FILLER PIC X(07) VALUE SPACES.

           01 CHECK-LINE.
               05 CHK-NUMBER PIC X(08).
               05 FILLER PIC X(01) VALUE SPACES.
               05 CHK-DESCRIPTION PIC X(44).
               05 FILLER PIC X(01) VALUE SPACES.
               05 CHK-RESULT PIC X(08).
               05 FILLER PIC X(70) VALUE SPACES.

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
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10CERT".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10CERTJ".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP010".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 GATE-PROGRAM PIC X(08) VALUE "P10LOAD".
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
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE CERTIFICATION.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-CHECK-RUN-GATE
               THRU 8800-CHECK-RUN-GATE-EXIT

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-CERTIFY-FACTORS
               THRU 2000-CERTIFY-FACTORS-EXIT
           PERFORM 3000-CERTIFY-GOLDBACH
               THRU 3000-CERTIFY-GOLDBACH-EXIT
           PERFORM 6000-PRINT-CLOSING
               THRU 6000-PRINT-CLOSING-EXIT
           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT, PRINT THE HEADINGS AND
      * OPEN THE MASTER. A MASTER THAT WILL NOT OPEN SKIPS ONLY THE
      * CHECKS THAT NEED IT - THE ARITHMETIC CHECKS STILL RUN.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "P10CERT: UNABLE TO OPEN CERTRPT, STATUS="
                   REPORT-FILE-STATUS
               MOVE RC-CHECK-FAILED TO RETURN-CODE
               PERFORM 8850-POST-RUN-END
                   THRU 8850-POST-RUN-END-EXIT
               STOP RUN
           END-IF
           PERFORM 7000-PRINT-HEADINGS
               THRU 7000-PRINT-HEADINGS-EXIT

           OPEN INPUT MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               SET MASTER-IS-ABSENT TO TRUE
               DISPLAY "P10CERT: PRIMEMST NOT AVAILABLE, STATUS="
                   MASTER-FILE-STATUS " - PRIMALITY CHECKS SKIPPED"
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-CERTIFY-FACTORS - CHECKS 1 AND 2. ONE PASS OVER
      * FACTOUT, THEN A RESULT LINE FOR EACH CHECK. AN ABSENT OR
      * EMPTY FACTOUT (NO MODE-4 CARD LAST NIGHT) HAS NOTHING TO
      * CERTIFY AND PASSES WITH A ZERO COUNT.
      *----------------------------------------------------------------
       2000-CERTIFY-FACTORS.
           OPEN INPUT FACT-OUT-FILE
           IF FACT-OUT-STATUS NOT = "00"
               IF FACT-OUT-STATUS NOT = "05"
                   DISPLAY "P10CERT: UNABLE TO OPEN FACTOUT, STATUS="
                       FACT-OUT-STATUS
                   ADD 1 TO FACT-PRODUCT-FAILS
               END-IF
               SET FACT-AT-EOF TO TRUE
           ELSE
               PERFORM 2100-CERTIFY-ONE-FACTOR-REC
                   THRU 2100-CERTIFY-ONE-FACTOR-REC-EXIT
                   UNTIL FACT-AT-EOF
               CLOSE FACT-OUT-FILE
           END-IF

           MOVE "CHECK 1" TO CHK-NUMBER
           MOVE "FACTOUT FACTORS MULTIPLY BACK TO CANDIDATE"
               TO CHK-DESCRIPTION
           MOVE FACT-PRODUCT-FAILS TO CHECK-FAILURES
           MOVE "N" TO CHECK-NEEDS-MASTER
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT

           MOVE "RECORDS ON FACTOUT" TO VAL-LABEL
           MOVE FACT-RECORD-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  FLAGGED PRIME (P)" TO VAL-LABEL
           MOVE FACT-PRIME-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  FLAGGED COMPOSITE (C)" TO VAL-LABEL
           MOVE FACT-COMPOSITE-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  NOT ANSWERABLE (E)" TO VAL-LABEL
           MOVE FACT-ERROR-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "PRODUCT FAILURES" TO VAL-LABEL
           MOVE FACT-PRODUCT-FAILS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           MOVE "CHECK 2" TO CHK-NUMBER
           MOVE "FACTOUT FACTORS AND P CANDIDATES ON PRIMEMST"
               TO CHK-DESCRIPTION
           MOVE FACT-MASTER-FAILS TO CHECK-FAILURES
           MOVE "Y" TO CHECK-NEEDS-MASTER
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT

           MOVE "MASTER LOOKUPS" TO VAL-LABEL
           MOVE FACT-LOOKUP-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "NOT ON MASTER" TO VAL-LABEL
           MOVE FACT-MASTER-FAILS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT.
       2000-CERTIFY-FACTORS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-CERTIFY-ONE-FACTOR-REC - ONE STEP OF THE FACTOUT PASS.
      * "E" ANSWERS CLAIM NOTHING AND ARE ONLY COUNTED. A "P" ANSWER
      * MUST CARRY NO FACTORS AND ITS CANDIDATE MUST BE ON THE
      * MASTER. A "C" ANSWER MUST CARRY 1-8 FACTORS, STRICTLY
      * ASCENDING, EACH TO A POWER OF AT LEAST 1, WHOSE PRODUCT IS
      * THE CANDIDATE - AND EVERY FACTOR MUST BE ON THE MASTER.
      *----------------------------------------------------------------
       2100-CERTIFY-ONE-FACTOR-REC.
           READ FACT-OUT-FILE
               AT END
                   SET FACT-AT-EOF TO TRUE
                   GO TO 2100-CERTIFY-ONE-FACTOR-REC-EXIT
           END-READ
           ADD 1 TO FACT-RECORD-COUNT
           MOVE "N" TO FACT-RECORD-SWITCH

           IF FACT-PRIME-FLAG = "E"
               ADD 1 TO FACT-ERROR-COUNT
               GO TO 2100-CERTIFY-ONE-FACTOR-REC-EXIT
           END-IF

           IF FACT-CANDIDATE NOT NUMERIC
               OR FACT-FACTOR-COUNT NOT NUMERIC
               OR (FACT-PRIME-FLAG NOT = "P"
                   AND FACT-PRIME-FLAG NOT = "C")
               ADD 1 TO FACT-PRODUCT-FAILS
               IF FACT-PRODUCT-FAILS <= 10
                   DISPLAY "P10CERT: FACTOUT RECORD " FACT-RECORD-COUNT
                       " '" FACT-REC (1:19) "' MALFORMED"
               END-IF
               GO TO 2100-CERTIFY-ONE-FACTOR-REC-EXIT
           END-IF
           MOVE FACT-CANDIDATE TO FACT-CANDIDATE-VAL

           IF FACT-PRIME-FLAG = "P"
               ADD 1 TO FACT-PRIME-COUNT
               IF FACT-FACTOR-COUNT NOT = ZERO
                   ADD 1 TO FACT-PRODUCT-FAILS
                   IF FACT-PRODUCT-FAILS <= 10
                       DISPLAY "P10CERT: FACTOUT CANDIDATE "
                           FACT-CANDIDATE " FLAGGED PRIME BUT CARRIES "
                           FACT-FACTOR-COUNT " FACTOR(S)"
                   END-IF
               END-IF
               MOVE FACT-CANDIDATE-VAL TO LOOKUP-VALUE
               PERFORM 2300-CERTIFY-FACTOR-PRIME
                   THRU 2300-CERTIFY-FACTOR-PRIME-EXIT
               GO TO 2100-CERTIFY-ONE-FACTOR-REC-EXIT
           END-IF

           ADD 1 TO FACT-COMPOSITE-COUNT
           IF FACT-FACTOR-COUNT < 1 OR FACT-FACTOR-COUNT > 8
               ADD 1 TO FACT-PRODUCT-FAILS
               IF FACT-PRODUCT-FAILS <= 10
                   DISPLAY "P10CERT: FACTOUT CANDIDATE "
                       FACT-CANDIDATE " FACTOR COUNT "
                       FACT-FACTOR-COUNT " NOT 1 THRU 8"
               END-IF
               GO TO 2100-CERTIFY-ONE-FACTOR-REC-EXIT
           END-IF

           MOVE FACT-FACTOR-COUNT TO FACT-ENTRY-LIMIT
           MOVE 1 TO FACT-PRODUCT
           MOVE ZERO TO FACT-PRIOR-FACTOR
           PERFORM 2200-APPLY-ONE-FACTOR
               THRU 2200-APPLY-ONE-FACTOR-EXIT
               VARYING FACT-ENTRY-SUB FROM 1 BY 1
               UNTIL FACT-ENTRY-SUB > FACT-ENTRY-LIMIT

           IF NOT FACT-RECORD-IS-BAD
               AND FACT-PRODUCT NOT = FACT-CANDIDATE-VAL
               SET FACT-RECORD-IS-BAD TO TRUE
           END-IF
           IF FACT-RECORD-IS-BAD
               ADD 1 TO FACT-PRODUCT-FAILS
               IF FACT-PRODUCT-FAILS <= 10
                   DISPLAY "P10CERT: FACTOUT CANDIDATE "
                       FACT-CANDIDATE " FACTORS DO NOT MULTIPLY BACK"
                       " TO IT"
               END-IF
           END-IF.
       2100-CERTIFY-ONE-FACTOR-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-APPLY-ONE-FACTOR - PROVE ONE FACTOR/POWER PAIR OF A "C"
      * ANSWER: NUMERIC, ABOVE THE FACTOR BEFORE IT, POWER AT LEAST
      * 1, ON THE MASTER - THEN MULTIPLY IT INTO THE PRODUCT POWER
      * TIMES.
      *----------------------------------------------------------------
       2200-APPLY-ONE-FACTOR.
           IF FACT-FACTOR (FACT-ENTRY-SUB) NOT NUMERIC
               OR FACT-POWER (FACT-ENTRY-SUB) NOT NUMERIC
               SET FACT-RECORD-IS-BAD TO TRUE
               GO TO 2200-APPLY-ONE-FACTOR-EXIT
           END-IF
           IF FACT-FACTOR (FACT-ENTRY-SUB) NOT > FACT-PRIOR-FACTOR
               OR FACT-POWER (FACT-ENTRY-SUB) < 1
               SET FACT-RECORD-IS-BAD TO TRUE
           END-IF
           MOVE FACT-FACTOR (FACT-ENTRY-SUB) TO FACT-PRIOR-FACTOR

           MOVE FACT-FACTOR (FACT-ENTRY-SUB) TO LOOKUP-VALUE
           PERFORM 2300-CERTIFY-FACTOR-PRIME
               THRU 2300-CERTIFY-FACTOR-PRIME-EXIT

           IF NOT FACT-RECORD-IS-BAD
               PERFORM 2250-MULTIPLY-ONE-POWER
                   THRU 2250-MULTIPLY-ONE-POWER-EXIT
                   FACT-POWER (FACT-ENTRY-SUB) TIMES
           END-IF.
       2200-APPLY-ONE-FACTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2250-MULTIPLY-ONE-POWER - ONE MULTIPLICATION OF THE PRODUCT.
      * ONCE THE PRODUCT HAS PASSED THE CANDIDATE THE ANSWER IS
      * ALREADY WRONG, SO THE REMAINING POWERS ARE NOT APPLIED.
      *----------------------------------------------------------------
       2250-MULTIPLY-ONE-POWER.
           IF FACT-PRODUCT > FACT-CANDIDATE-VAL
               GO TO 2250-MULTIPLY-ONE-POWER-EXIT
           END-IF
           MULTIPLY FACT-FACTOR (FACT-ENTRY-SUB) BY FACT-PRODUCT.
       2250-MULTIPLY-ONE-POWER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-CERTIFY-FACTOR-PRIME - CHECK 2 FOR ONE VALUE: IT MUST BE
      * A KEY ON THE MASTER. NOTHING TO DO WHEN THE MASTER IS ABSENT
      * (CHECK 2 PRINTS SKIPPED).
      *----------------------------------------------------------------
       2300-CERTIFY-FACTOR-PRIME.
           IF MASTER-IS-ABSENT
               GO TO 2300-CERTIFY-FACTOR-PRIME-EXIT
           END-IF
           ADD 1 TO FACT-LOOKUP-COUNT
           PERFORM 5000-LOOKUP-PRIME
               THRU 5000-LOOKUP-PRIME-EXIT
           IF NOT LOOKUP-IS-PRIME
               ADD 1 TO FACT-MASTER-FAILS
               IF FACT-MASTER-FAILS <= 10
                   DISPLAY "P10CERT: FACTOUT CANDIDATE "
                       FACT-CANDIDATE " - " LOOKUP-VALUE
                       " NOT ON PRIMEMST"
               END-IF
           END-IF.
       2300-CERTIFY-FACTOR-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CERTIFY-GOLDBACH - CHECKS 3, 4 AND 5. ONE PASS OVER
      * GOLDOUT, THEN A RESULT LINE FOR EACH CHECK. AN ABSENT OR
      * EMPTY GOLDOUT (NO MODE-5 CARD LAST NIGHT) HAS NOTHING TO
      * CERTIFY AND PASSES WITH A ZERO COUNT.
      *----------------------------------------------------------------
       3000-CERTIFY-GOLDBACH.
           OPEN INPUT GOLD-OUT-FILE
           IF GOLD-OUT-STATUS NOT = "00"
               IF GOLD-OUT-STATUS NOT = "05"
                   DISPLAY "P10CERT: UNABLE TO OPEN GOLDOUT, STATUS="
                       GOLD-OUT-STATUS
                   ADD 1 TO GOLD-SUM-FAILS
               END-IF
               SET GOLD-AT-EOF TO TRUE
           ELSE
               PERFORM 3100-CERTIFY-ONE-GOLD-REC
                   THRU 3100-CERTIFY-ONE-GOLD-REC-EXIT
                   UNTIL GOLD-AT-EOF
               CLOSE GOLD-OUT-FILE
           END-IF

           MOVE "CHECK 3" TO CHK-NUMBER
           MOVE "GOLDOUT P + Q EQUALS CANDIDATE"
               TO CHK-DESCRIPTION
           MOVE GOLD-SUM-FAILS TO CHECK-FAILURES
           MOVE "N" TO CHECK-NEEDS-MASTER
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT

           MOVE "RECORDS ON GOLDOUT" TO VAL-LABEL
           MOVE GOLD-RECORD-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  PAIR FOUND (G)" TO VAL-LABEL
           MOVE GOLD-PAIR-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  NO PAIR (N)" TO VAL-LABEL
           MOVE GOLD-NO-PAIR-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  NOT ANSWERABLE (E)" TO VAL-LABEL
           MOVE GOLD-ERROR-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "SUM FAILURES" TO VAL-LABEL
           MOVE GOLD-SUM-FAILS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           MOVE "CHECK 4" TO CHK-NUMBER
           MOVE "GOLDOUT P AND Q BOTH ON PRIMEMST"
               TO CHK-DESCRIPTION
           MOVE GOLD-MASTER-FAILS TO CHECK-FAILURES
           MOVE "Y" TO CHECK-NEEDS-MASTER
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT

           MOVE "NOT ON MASTER" TO VAL-LABEL
           MOVE GOLD-MASTER-FAILS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           MOVE "CHECK 5" TO CHK-NUMBER
           MOVE "GOLDOUT P IS THE SMALLEST PRIME THAT WORKS"
               TO CHK-DESCRIPTION
           MOVE GOLD-SMALLER-FAILS TO CHECK-FAILURES
           MOVE "Y" TO CHECK-NEEDS-MASTER
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT

           MOVE "SMALLER PAIRS FOUND" TO VAL-LABEL
           MOVE GOLD-SMALLER-FAILS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT.
       3000-CERTIFY-GOLDBACH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CERTIFY-ONE-GOLD-REC - ONE STEP OF THE GOLDOUT PASS.
      * "E" ANSWERS CLAIM NOTHING AND ARE ONLY COUNTED. A "G" ANSWER
      * MUST ADD UP (CHECK 3), HAVE BOTH HALVES ON THE MASTER (CHECK
      * 4) AND HAVE NO SMALLER WORKING P (CHECK 5). AN "N" ANSWER
      * MUST HAVE NO PAIR AT ALL (CHECK 5).
      *----------------------------------------------------------------
       3100-CERTIFY-ONE-GOLD-REC.
           READ GOLD-OUT-FILE
               AT END
                   SET GOLD-AT-EOF TO TRUE
                   GO TO 3100-CERTIFY-ONE-GOLD-REC-EXIT
           END-READ
           ADD 1 TO GOLD-RECORD-COUNT

           IF GOLD-PAIR-FLAG = "E"
               ADD 1 TO GOLD-ERROR-COUNT
               GO TO 3100-CERTIFY-ONE-GOLD-REC-EXIT
           END-IF

           IF GOLD-CANDIDATE NOT NUMERIC
               OR GOLD-P NOT NUMERIC
               OR GOLD-Q NOT NUMERIC
               OR (GOLD-PAIR-FLAG NOT = "G"
                   AND GOLD-PAIR-FLAG NOT = "N")
               ADD 1 TO GOLD-SUM-FAILS
               IF GOLD-SUM-FAILS <= 10
                   DISPLAY "P10CERT: GOLDOUT RECORD " GOLD-RECORD-COUNT
                       " '" GOLD-REC (1:25) "' MALFORMED"
               END-IF
               GO TO 3100-CERTIFY-ONE-GOLD-REC-EXIT
           END-IF
           MOVE GOLD-CANDIDATE TO GOLD-CANDIDATE-VAL

           IF GOLD-PAIR-FLAG = "N"
               ADD 1 TO GOLD-NO-PAIR-COUNT
               DIVIDE GOLD-CANDIDATE-VAL BY 2
                   GIVING GOLD-SEARCH-BOUND
               PERFORM 3300-SEARCH-SMALLER-PAIR
                   THRU 3300-SEARCH-SMALLER-PAIR-EXIT
               GO TO 3100-CERTIFY-ONE-GOLD-REC-EXIT
           END-IF

           ADD 1 TO GOLD-PAIR-COUNT
           IF GOLD-P + GOLD-Q NOT = GOLD-CANDIDATE-VAL
               OR GOLD-P > GOLD-Q
               ADD 1 TO GOLD-SUM-FAILS
               IF GOLD-SUM-FAILS <= 10
                   DISPLAY "P10CERT: GOLDOUT CANDIDATE "
                       GOLD-CANDIDATE " P " GOLD-P " Q " GOLD-Q
                       " DO NOT ADD BACK TO IT"
               END-IF
           END-IF

           IF MASTER-IS-ABSENT
               GO TO 3100-CERTIFY-ONE-GOLD-REC-EXIT
           END-IF

           PERFORM 3200-CERTIFY-PAIR-PRIMES
               THRU 3200-CERTIFY-PAIR-PRIMES-EXIT

           COMPUTE GOLD-SEARCH-BOUND = GOLD-P - 1
           PERFORM 3300-SEARCH-SMALLER-PAIR
               THRU 3300-SEARCH-SMALLER-PAIR-EXIT.
       3100-CERTIFY-ONE-GOLD-REC-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-CERTIFY-PAIR-PRIMES - CHECK 4: GOLD-P AND GOLD-Q MUST
      * BOTH BE KEYS ON THE MASTER.
      *----------------------------------------------------------------
       3200-CERTIFY-PAIR-PRIMES.
           MOVE GOLD-P TO LOOKUP-VALUE
           PERFORM 5000-LOOKUP-PRIME
               THRU 5000-LOOKUP-PRIME-EXIT
           IF LOOKUP-IS-PRIME
               MOVE GOLD-Q TO LOOKUP-VALUE
               PERFORM 5000-LOOKUP-PRIME
                   THRU 5000-LOOKUP-PRIME-EXIT
           END-IF
           IF NOT LOOKUP-IS-PRIME
               ADD 1 TO GOLD-MASTER-FAILS
               IF GOLD-MASTER-FAILS <= 10
                   DISPLAY "P10CERT: GOLDOUT CANDIDATE "
                       GOLD-CANDIDATE " - " LOOKUP-VALUE
                       " NOT ON PRIMEMST"
               END-IF
           END-IF.
       3200-CERTIFY-PAIR-PRIMES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-SEARCH-SMALLER-PAIR - CHECK 5: TRY EVERY P' FROM 2 UP
      * TO GOLD-SEARCH-BOUND (2, THEN THE ODD NUMBERS), STOPPING AT
      * THE FIRST ONE WHERE BOTH P' AND CANDIDATE - P' ARE ON THE
      * MASTER. FINDING ONE DISPROVES THE ANSWER.
      *----------------------------------------------------------------
       3300-SEARCH-SMALLER-PAIR.
           IF MASTER-IS-ABSENT
               GO TO 3300-SEARCH-SMALLER-PAIR-EXIT
           END-IF
           MOVE "N" TO GOLD-SMALLER-SWITCH
           MOVE 2 TO GOLD-TRY-P
           PERFORM 3310-TRY-ONE-SMALLER-P
               THRU 3310-TRY-ONE-SMALLER-P-EXIT
               UNTIL GOLD-TRY-P > GOLD-SEARCH-BOUND
               OR GOLD-SMALLER-FOUND

           IF GOLD-SMALLER-FOUND
               ADD 1 TO GOLD-SMALLER-FAILS
               IF GOLD-SMALLER-FAILS <= 10
                   DISPLAY "P10CERT: GOLDOUT CANDIDATE "
                       GOLD-CANDIDATE " FLAG " GOLD-PAIR-FLAG
                       " BUT " GOLD-TRY-P " + " GOLD-TRY-Q
                       " ALSO WORKS"
               END-IF
           END-IF.
       3300-SEARCH-SMALLER-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3310-TRY-ONE-SMALLER-P - ONE STEP OF THE SMALLER-PAIR SEARCH.
      * GOLD-TRY-P IS LEFT ON THE HIT WHEN ONE IS FOUND, SO THE
      * CALLER CAN REPORT IT.
      *----------------------------------------------------------------
       3310-TRY-ONE-SMALLER-P.
           MOVE GOLD-TRY-P TO LOOKUP-VALUE
           PERFORM 5000-LOOKUP-PRIME
               THRU 5000-LOOKUP-PRIME-EXIT
           IF LOOKUP-IS-PRIME
               COMPUTE GOLD-TRY-Q = GOLD-CANDIDATE-VAL - GOLD-TRY-P
               MOVE GOLD-TRY-Q TO LOOKUP-VALUE
               PERFORM 5000-LOOKUP-PRIME
                   THRU 5000-LOOKUP-PRIME-EXIT
               IF LOOKUP-IS-PRIME
                   SET GOLD-SMALLER-FOUND TO TRUE
                   GO TO 3310-TRY-ONE-SMALLER-P-EXIT
               END-IF
           END-IF

           IF GOLD-TRY-P = 2
               MOVE 3 TO GOLD-TRY-P
           ELSE
               ADD 2 TO GOLD-TRY-P
           END-IF.
       3310-TRY-ONE-SMALLER-P-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-LOOKUP-PRIME - ONE KEYED READ OF THE MASTER FOR
      * LOOKUP-VALUE. STATUS 23 (NOT FOUND) AND ANY OTHER FAILURE
      * BOTH LEAVE LOOKUP-SWITCH "N" - A VALUE THE MASTER CANNOT
      * VOUCH FOR IS NOT CERTIFIED.
      *----------------------------------------------------------------
       5000-LOOKUP-PRIME.
           MOVE "N" TO LOOKUP-SWITCH
           IF LOOKUP-VALUE < 2
               GO TO 5000-LOOKUP-PRIME-EXIT
           END-IF
           MOVE LOOKUP-VALUE TO MAST-PRIME-NUMBER
           READ MASTER-FILE
               INVALID KEY
                   GO TO 5000-LOOKUP-PRIME-EXIT
           END-READ
           IF MASTER-FILE-STATUS = "00"
               SET LOOKUP-IS-PRIME TO TRUE
           END-IF.
       5000-LOOKUP-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-CLOSING - SUMMARY COUNTS AND THE OPERATOR
      * ONE-LINER.
      *----------------------------------------------------------------
       6000-PRINT-CLOSING.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE "CHECKS FAILED" TO VAL-LABEL
           MOVE CHECKS-FAILED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "CHECKS SKIPPED" TO VAL-LABEL
           MOVE CHECKS-SKIPPED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           IF CHECKS-FAILED = ZERO
               DISPLAY "P10CERT: CERTIFICATION CLEAN, " CHECKS-SKIPPED
                   " CHECK(S) SKIPPED"
           ELSE
               DISPLAY "P10CERT: *** " CHECKS-FAILED " CHECK(S) "
                   "FAILED - HOLD FACTOUT AND GOLDOUT ***"
           END-IF.
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
      * 7400-JUDGE-CHECK - SET AND PRINT THE RESULT OF THE CHECK
      * WHOSE NUMBER AND DESCRIPTION ARE ALREADY IN CHECK-LINE, FROM
      * ITS FAILURE COUNT. A CHECK THAT NEEDS THE MASTER IS SKIPPED
      * WHEN THE MASTER IS ABSENT.
      *----------------------------------------------------------------
       7400-JUDGE-CHECK.
           EVALUATE TRUE
               WHEN CHECK-USES-MASTER AND MASTER-IS-ABSENT
                   MOVE "SKIPPED" TO CHK-RESULT
                   ADD 1 TO CHECKS-SKIPPED
                   MOVE RC-CHECK-SKIPPED TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               WHEN CHECK-FAILURES = ZERO
                   MOVE "PASS" TO CHK-RESULT
               WHEN OTHER
                   MOVE "*FAIL*" TO CHK-RESULT
                   ADD 1 TO CHECKS-FAILED
                   MOVE RC-CHECK-FAILED TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
           END-EVALUATE
           PERFORM 7500-PRINT-CHECK-LINE
               THRU 7500-PRINT-CHECK-LINE-EXIT.
       7400-JUDGE-CHECK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7500-PRINT-CHECK-LINE - ONE PASS/FAIL LINE, PRECEDED BY A
      * BLANK SEPARATOR.
      *----------------------------------------------------------------
       7500-PRINT-CHECK-LINE.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE CHECK-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       7500-PRINT-CHECK-LINE-EXIT.
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
      * 8800-CHECK-RUN-GATE - FIND THE CHAIN'S RUN DATE (THE LATEST
      * DATE ON RUNCTL) AND THE LAST RECORD P10LOAD POSTED FOR IT. THE
      * STEP STARTS ONLY IF THAT WAS AN END WITH RC NOT ABOVE
      * GATE-GOOD-MAX-RC. A STEP HELD HERE POSTS A G RECORD NAMING
      * P10LOAD AND ENDS RC=16 WITHOUT OPENING ANYTHING ELSE; SO DOES A
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
               DISPLAY "P10CERT: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHAIN-RUN-DATE = ZERO
               DISPLAY "P10CERT: NO RUN DATE OPENED ON RUNCTL - "
                   "STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF GATE-LAST-EVENT NOT = "E"
               DISPLAY "P10CERT: " GATE-PROGRAM
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF GATE-LAST-RC > GATE-GOOD-MAX-RC
               DISPLAY "P10CERT: " GATE-PROGRAM " ENDED RC="
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
      * APPENDED IN TIME ORDER, SO THE LAST ONE P10LOAD POSTED FOR THAT
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
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (FACTOUT AND
      * GOLDOUT RECORDS READ, AND CHECKS FAILED). ONLY A STEP THAT
      * POSTED A START POSTS AN END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE FACT-RECORD-COUNT TO RUN-CONTROL-COUNT-1
           ADD GOLD-RECORD-COUNT TO RUN-CONTROL-COUNT-1
           MOVE CHECKS-FAILED TO RUN-CONTROL-COUNT-2
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
                   DISPLAY "P10CERT: UNABLE TO OPEN RUNCTL, STATUS="
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
               DISPLAY "P10CERT: UNABLE TO WRITE RUNCTL, STATUS="
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
      * BACK TO JES: 0 = ALL CHECKS PASSED, 4 = A CHECK SKIPPED,
      * 8 = A CHECK FAILED. FACTOUT AND GOLDOUT ARE HELD FROM THE
      * LEDGER DESK AND THE RESEARCH GROUP UNLESS THE CODE IS BELOW 8.
      * (A STEP HELD AT ITS RUN-CONTROL GATE NEVER GETS HERE - 8800
      * ENDS IT RC=16.)
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           IF NOT MASTER-IS-ABSENT
               CLOSE MASTER-FILE
           END-IF
           CLOSE REPORT-FILE
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
