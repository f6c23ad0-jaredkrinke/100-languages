      * BATCH MAINTENANCE OF THE REQAUTH REQUESTOR AUTHORIZATION FILE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10AUTH.
       AUTHOR. JARED KRINKE.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -------------------------------------------------
      * 2026-10-15 JDK  NEW PROGRAM. P10 NOW CHECKS EVERY PARMIN CARD
      *                 AGAINST THE REQAUTH KSDS - WHETHER THE
      *                 REQUESTOR ID IS ACTIVE, WHICH MODES IT MAY
      *                 USE, ITS LARGEST ALLOWED LIMIT AND ITS
      *                 NIGHTLY FACTIN/GOLDIN CANDIDATE MAXIMUM. THIS
      *                 PROGRAM IS THE ONLY WAY THAT FILE CHANGES:
      *                 IT APPLIES A DECK OF ADD / CHANGE /
      *                 DEACTIVATE TRANSACTIONS FROM AUTHTRN, EACH
      *                 NAMING THE OFFICER WHO GRANTED IT, AND PRINTS
      *                 THE AUTHRPT CHANGE REPORT - EVERY TRANSACTION
      *                 WITH THE ENTRY'S BEFORE AND AFTER IMAGES AND
      *                 WHO GRANTED IT, OR WHY IT WAS REFUSED - THEN
      *                 THE WHOLE FILE AS IT NOW STANDS, SO THE
      *                 CONTROLS GROUP CAN SEE WHO GRANTED WHAT.
      * 2026-10-15 JDK  MODE 6 (PRIME CONSTELLATIONS) MAY NOW BE
      *                 GRANTED.
      * 2026-10-15 JDK  AUTHRPT IMAGE COLUMN WIDENED TO 8 SO "REFUSED"
      *                 AND "ON FILE" PRINT WHOLE; HEADINGS REALIGNED
      *                 OVER THE DETAIL COLUMNS, ALL LINES 132 BYTES.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO "AUTHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRAN-FILE-STATUS.

      *----------------------------------------------------------------
      * REQAUTH IS OPTIONAL FOR THE SAME REASON P10LOAD'S CLUSTERS
      * ARE: A FRESHLY DEFINED, NEVER-LOADED KSDS FAILS A PLAIN OPEN
      * I-O WITH STATUS 35. SEE 1000-INITIALIZE.
      *----------------------------------------------------------------
           SELECT OPTIONAL AUTH-FILE ASSIGN TO "REQAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-REQUESTOR
               FILE STATUS IS AUTH-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AUTHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * AUTHTRN - ONE 80-BYTE TRANSACTION CARD PER CHANGE:
      *   COL   1     ACTION: A = ADD, C = CHANGE, D = DEACTIVATE.
      *   COLS  2- 9  REQUESTOR ID, LEFT-JUSTIFIED.
      *   COL  10     STATUS A/I (CHANGE ONLY - C WITH A REACTIVATES
      *               AN INACTIVE ID). BLANK = UNCHANGED.
      *   COLS 11-19  MODES THE ID MAY USE, ONE MODE DIGIT PER
      *               COLUMN IN ANY ORDER (E.G. 123). REQUIRED ON AN
      *               ADD; ON A CHANGE BLANK = UNCHANGED, OTHERWISE
      *               THE LIST REPLACES THE OLD ONE.
      *   COLS 20-27  LARGEST ALLOWED LIMIT. REQUIRED ON AN ADD;
      *               BLANK = UNCHANGED ON A CHANGE.
      *   COLS 28-35  LARGEST FACTIN/GOLDIN CANDIDATE COUNT PER
      *               NIGHT. BLANK = ZERO ON AN ADD, UNCHANGED ON A
      *               CHANGE.
      *   COLS 36-43  ID OF THE OFFICER GRANTING THE CHANGE.
      *               REQUIRED ON EVERY TRANSACTION.
      *   COLS 44-80  MUST BE BLANK (THE SHIFTED-CARD TELL).
      * D NEEDS ONLY THE ACTION, THE ID AND THE GRANTING OFFICER;
      * ANY OTHER FIELDS PUNCHED ON IT ARE IGNORED. NOTHING IS EVER
      * DELETED - A DEACTIVATED ID KEEPS ITS HISTORY ON FILE.
      *----------------------------------------------------------------
       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-REC.
           05  TRN-ACTION PIC X(01).
               88  TRN-IS-ADD VALUE "A".
               88  TRN-IS-CHANGE VALUE "C".
               88  TRN-IS-DEACTIVATE VALUE "D".
           05  TRN-REQUESTOR PIC X(08).
           05  TRN-STATUS PIC X(01).
           05  TRN-MODES PIC X(09).
           05  TRN-MODE-TABLE REDEFINES TRN-MODES.
               10  TRN-MODE-DIGIT PIC X(01) OCCURS 9 TIMES.
           05  TRN-MAX-LIMIT PIC 9(08).
           05  TRN-MAX-LIMIT-X REDEFINES TRN-MAX-LIMIT
               PIC X(08).
           05  TRN-MAX-CANDIDATES PIC 9(08).
           05  TRN-MAX-CANDIDATES-X REDEFINES TRN-MAX-CANDIDATES
               PIC X(08).
           05  TRN-GRANTED-BY PIC X(08).
           05  TRN-FILLER-X PIC X(37).

      *----------------------------------------------------------------
      * ONE REQAUTH RECORD PER REQUESTOR ID, AS P10 READS IT.
      * AUTH-MODE-FLAG (N) IS "Y" WHEN THE ID MAY PUNCH MODE N.
      *----------------------------------------------------------------
       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUTH-REC.
           05  AUTH-REQUESTOR PIC X(08).
           05  AUTH-STATUS PIC X(01).
               88  AUTH-ACTIVE VALUE "A".
               88  AUTH-INACTIVE VALUE "I".
           05  AUTH-MODES PIC X(09).
           05  AUTH-MODE-TABLE REDEFINES AUTH-MODES.
               10  AUTH-MODE-FLAG PIC X(01) OCCURS 9 TIMES.
           05  AUTH-MAX-LIMIT PIC 9(08).
           05  AUTH-MAX-CANDIDATES PIC 9(08).
           05  AUTH-ADDED-DATE PIC 9(08).
           05  AUTH-CHANGED-DATE PIC 9(08).
           05  AUTH-GRANTED-BY PIC X(08).
           05  AUTH-FILLER PIC X(22).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           77 TRAN-FILE-STATUS PIC X(02) VALUE SPACES.
           77 AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 TRAN-EOF-SWITCH PIC X(01) VALUE "N".
               88 TRAN-AT-EOF VALUE "Y".
           77 AUTH-EOF-SWITCH PIC X(01) VALUE "N".
               88 AUTH-AT-EOF VALUE "Y".
           77 AUTH-OPEN-SWITCH PIC X(01) VALUE "N".
               88 AUTH-FILE-IS-OPEN VALUE "Y".
           77 ON-FILE-SWITCH PIC X(01) VALUE "N".
               88 ID-IS-ON-FILE VALUE "Y".

           77 RUN-DATE PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * THE MODES P10 DEFINES. A MODE DIGIT OUTSIDE THIS SET CANNOT
      * BE GRANTED.
      *----------------------------------------------------------------
           77 HIGHEST-MODE PIC 9(01) VALUE 6.
           77 MAX-LIMIT PIC S9(8) COMP VALUE 64000000.
           77 MODE-SUB PIC S9(4) COMP VALUE ZERO.
           77 MODE-NUM PIC 9(01) VALUE ZERO.
           77 MODE-OUT-SUB PIC S9(4) COMP VALUE ZERO.
           77 MODE-ERROR-SWITCH PIC X(01) VALUE "N".
               88 MODE-LIST-BAD VALUE "Y".
           01 NEW-MODES PIC X(09) VALUE SPACES.
           01 NEW-MODE-TABLE REDEFINES NEW-MODES.
               05 NEW-MODE-FLAG PIC X(01) OCCURS 9 TIMES.

      *----------------------------------------------------------------
      * THE ENTRY AS IT STOOD BEFORE THE TRANSACTION, FOR THE
      * BEFORE IMAGE ON THE CHANGE REPORT.
      *----------------------------------------------------------------
           01 BEFORE-IMAGE PIC X(80) VALUE SPACES.
           01 AFTER-IMAGE PIC X(80) VALUE SPACES.

           77 REJECT-REASON PIC X(40) VALUE SPACES.
           77 COUNT-EDIT PIC ZZZZ9.

           77 TRAN-COUNT PIC S9(8) COMP VALUE ZERO.
           77 ADDS-APPLIED PIC S9(8) COMP VALUE ZERO.
           77 CHANGES-APPLIED PIC S9(8) COMP VALUE ZERO.
           77 DEACTIVATES-APPLIED PIC S9(8) COMP VALUE ZERO.
           77 TRANS-REJECTED PIC S9(8) COMP VALUE ZERO.
           77 IDS-ON-FILE PIC S9(8) COMP VALUE ZERO.
           77 IDS-ACTIVE PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER: 0 = EVERY
      * TRANSACTION APPLIED; 4 = ONE OR MORE TRANSACTIONS REFUSED
      * (SEE AUTHRPT), OR NO TRANSACTIONS; 8 = REQAUTH COULD NOT BE
      * OPENED OR UPDATED - THE REPORT SHOWS HOW FAR THE RUN GOT.
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-REJECTED PIC S9(4) COMP VALUE 4.
           77 RC-FILE-FAILURE PIC S9(4) COMP VALUE 8.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.

           01 HEADING-LINE-1.
               05 FILLER PIC X(41) VALUE
                   "P10AUTH - REQUESTOR AUTHORIZATION CHANGE ".
               05 FILLER PIC X(15) VALUE "REPORT".
               05 FILLER PIC X(60) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "PAGE ".
               05 HDG-PAGE-NUMBER PIC ZZZ9.
               05 FILLER PIC X(07) VALUE SPACES.

           01 HEADING-LINE-2.
               05 FILLER PIC X(09) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9999/99/99.
               05 FILLER PIC X(113) VALUE SPACES.

           01 HEADING-LINE-3.
               05 FILLER PIC X(06) VALUE " SEQ".
               05 FILLER PIC X(12) VALUE "ACTION".
               05 FILLER PIC X(10) VALUE "REQUESTOR".
               05 FILLER PIC X(10) VALUE "IMAGE".
               05 FILLER PIC X(10) VALUE "STATUS".
               05 FILLER PIC X(09) VALUE "MODES".
               05 FILLER PIC X(12) VALUE "  MAX LIMIT".
               05 FILLER PIC X(12) VALUE "  MAX CANDS".
               05 FILLER PIC X(04) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "GRANTED BY".
               05 FILLER PIC X(10) VALUE "DATE".
               05 FILLER PIC X(27) VALUE SPACES.

           01 HEADING-LINE-4.
               05 FILLER PIC X(05) VALUE ALL "-".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(10) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(08) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(09) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(10) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(10) VALUE ALL "-".
               05 FILLER PIC X(04) VALUE SPACES.
               05 FILLER PIC X(08) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(10) VALUE ALL "-".
               05 FILLER PIC X(27) VALUE SPACES.

      *----------------------------------------------------------------
      * ONE LINE PER IMAGE OF AN ENTRY - BEFORE AND AFTER FOR AN
      * APPLIED TRANSACTION, THE LISTING LINE AT THE END - AND A
      * REFUSED TRANSACTION'S LINE CARRYING THE REASON INSTEAD.
      *----------------------------------------------------------------
           01 DETAIL-LINE.
               05 DTL-SEQ PIC ZZZZZ.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DTL-ACTION PIC X(10).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-REQUESTOR PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-IMAGE PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-STATUS PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-MODES PIC X(09).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-MAX-LIMIT PIC ZZ,ZZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-MAX-CANDIDATES PIC ZZ,ZZZ,ZZ9.
               05 FILLER PIC X(04) VALUE SPACES.
               05 DTL-GRANTED-BY PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-CHANGED-DATE PIC 9999/99/99.
               05 FILLER PIC X(27) VALUE SPACES.
           01 REJECT-LINE REDEFINES DETAIL-LINE.
               05 FILLER PIC X(38).
               05 RJT-TEXT PIC X(94).

           01 SECTION-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 SEC-TEXT PIC X(60).
               05 FILLER PIC X(62) VALUE SPACES.

           01 VALUE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 VAL-LABEL PIC X(28).
               05 VAL-NUMBER PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE MAINTENANCE RUN.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF RUN-RETURN-CODE >= RC-FILE-FAILURE
               PERFORM 9999-END-PROGRAM
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           PERFORM 2000-APPLY-ONE-TRANSACTION
               THRU 2000-APPLY-ONE-TRANSACTION-EXIT
               UNTIL TRAN-AT-EOF
           CLOSE TRAN-FILE

           IF TRAN-COUNT = ZERO
               DISPLAY "P10AUTH: AUTHTRN IS EMPTY - NO CHANGES"
               MOVE RC-REJECTED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF

           PERFORM 5000-LIST-AUTH-FILE
               THRU 5000-LIST-AUTH-FILE-EXIT
           PERFORM 6000-PRINT-SUMMARY
               THRU 6000-PRINT-SUMMARY-EXIT
           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT, THE TRANSACTIONS AND
      * REQAUTH FOR UPDATE. STATUS 35 IS THE DEFINED-BUT-NEVER-
      * LOADED CLUSTER OF A FIRST INSTALLATION: IT IS OPENED OUTPUT
      * AND CLOSED ONCE TO LOAD IT EMPTY, THEN OPENED I-O AS USUAL.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "P10AUTH: UNABLE TO OPEN AUTHRPT, STATUS="
                   REPORT-FILE-STATUS
               MOVE RC-FILE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           PERFORM 7000-PRINT-HEADINGS
               THRU 7000-PRINT-HEADINGS-EXIT

           OPEN I-O AUTH-FILE
           IF AUTH-FILE-STATUS = "35"
               DISPLAY "P10AUTH: REQAUTH NEVER LOADED - LOADING "
                   "EMPTY"
               OPEN OUTPUT AUTH-FILE
               IF AUTH-FILE-STATUS = "00"
                   CLOSE AUTH-FILE
                   OPEN I-O AUTH-FILE
               END-IF
           END-IF
           IF AUTH-FILE-STATUS NOT = "00"
               AND AUTH-FILE-STATUS NOT = "05"
               DISPLAY "P10AUTH: UNABLE TO OPEN REQAUTH FOR "
                   "UPDATE, STATUS=" AUTH-FILE-STATUS
               MOVE RC-FILE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET AUTH-FILE-IS-OPEN TO TRUE

           OPEN INPUT TRAN-FILE
           IF TRAN-FILE-STATUS NOT = "00"
               AND TRAN-FILE-STATUS NOT = "05"
               DISPLAY "P10AUTH: UNABLE TO OPEN AUTHTRN, STATUS="
                   TRAN-FILE-STATUS
               MOVE RC-FILE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-APPLY-ONE-TRANSACTION - READ, VALIDATE AND APPLY ONE
      * AUTHTRN CARD. A REFUSED CARD CHANGES NOTHING AND IS PRINTED
      * WITH ITS REASON; THE REST OF THE DECK STILL APPLIES.
      *----------------------------------------------------------------
       2000-APPLY-ONE-TRANSACTION.
           READ TRAN-FILE
               AT END
                   SET TRAN-AT-EOF TO TRUE
                   GO TO 2000-APPLY-ONE-TRANSACTION-EXIT
           END-READ
           IF TRAN-REC = SPACES
               GO TO 2000-APPLY-ONE-TRANSACTION-EXIT
           END-IF
           ADD 1 TO TRAN-COUNT
           MOVE SPACES TO REJECT-REASON

           PERFORM 2100-VALIDATE-TRANSACTION
               THRU 2100-VALIDATE-TRANSACTION-EXIT
           IF REJECT-REASON NOT = SPACES
               GO TO 2000-APPLY-ONE-TRANSACTION-REJECT
           END-IF

           MOVE TRN-REQUESTOR TO AUTH-REQUESTOR
           READ AUTH-FILE
               INVALID KEY
                   MOVE "N" TO ON-FILE-SWITCH
               NOT INVALID KEY
                   SET ID-IS-ON-FILE TO TRUE
           END-READ
           IF AUTH-FILE-STATUS NOT = "00"
               AND AUTH-FILE-STATUS NOT = "23"
               DISPLAY "P10AUTH: REQAUTH READ FAILED FOR "
                   TRN-REQUESTOR ", STATUS=" AUTH-FILE-STATUS
               MOVE "REQAUTH READ FAILED" TO REJECT-REASON
               MOVE RC-FILE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 2000-APPLY-ONE-TRANSACTION-REJECT
           END-IF

           EVALUATE TRUE
               WHEN TRN-IS-ADD
                   PERFORM 3000-ADD-REQUESTOR
                       THRU 3000-ADD-REQUESTOR-EXIT
               WHEN TRN-IS-CHANGE
                   PERFORM 3100-CHANGE-REQUESTOR
                       THRU 3100-CHANGE-REQUESTOR-EXIT
               WHEN TRN-IS-DEACTIVATE
                   PERFORM 3200-DEACTIVATE-REQUESTOR
                       THRU 3200-DEACTIVATE-REQUESTOR-EXIT
           END-EVALUATE
           IF REJECT-REASON NOT = SPACES
               GO TO 2000-APPLY-ONE-TRANSACTION-REJECT
           END-IF
           GO TO 2000-APPLY-ONE-TRANSACTION-EXIT.
       2000-APPLY-ONE-TRANSACTION-REJECT.
           ADD 1 TO TRANS-REJECTED
           MOVE RC-REJECTED TO NEW-RETURN-CODE
           PERFORM 9100-RAISE-RETURN-CODE
               THRU 9100-RAISE-RETURN-CODE-EXIT
           PERFORM 4200-PRINT-REJECT
               THRU 4200-PRINT-REJECT-EXIT.
       2000-APPLY-ONE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-VALIDATE-TRANSACTION - THE CARD-LEVEL RULES, BEFORE
      * REQAUTH IS TOUCHED. THE FIRST RULE BROKEN IS THE REASON.
      *----------------------------------------------------------------
       2100-VALIDATE-TRANSACTION.
           IF NOT TRN-IS-ADD
               AND NOT TRN-IS-CHANGE
               AND NOT TRN-IS-DEACTIVATE
               MOVE "ACTION NOT A, C OR D" TO REJECT-REASON
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF

           IF TRN-REQUESTOR = SPACES
               OR TRN-REQUESTOR (1:1) = SPACE
               MOVE "REQUESTOR ID BLANK OR NOT LEFT JUSTIFIED"
                   TO REJECT-REASON
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF

           IF TRN-GRANTED-BY = SPACES
               MOVE "GRANTING OFFICER ID (COLS 36-43) MISSING"
                   TO REJECT-REASON
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF

           IF TRN-FILLER-X NOT = SPACES
               MOVE "COLUMNS 44-80 NOT BLANK - CARD SHIFTED"
                   TO REJECT-REASON
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF

           IF TRN-IS-DEACTIVATE
               GO TO 2100-VALIDATE-TRANSACTION-EXIT
           END-IF

           IF TRN-STATUS NOT = SPACE
               IF TRN-IS-ADD
                   AND TRN-STATUS NOT = "A"
                   MOVE "AN ADD IS ALWAYS ACTIVE - STATUS MUST BE A"
                       TO REJECT-REASON
                   GO TO 2100-VALIDATE-TRANSACTION-EXIT
               END-IF
               IF TRN-STATUS NOT = "A"
                   AND TRN-STATUS NOT = "I"
                   MOVE "STATUS NOT A OR I" TO REJECT-REASON
                   GO TO 2100-VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF

           IF TRN-MODES = SPACES
               IF TRN-IS-ADD
                   MOVE "MODES (COLS 11-19) REQUIRED ON AN ADD"
                       TO REJECT-REASON
                   GO TO 2100-VALIDATE-TRANSACTION-EXIT
               END-IF
           ELSE
               MOVE "N" TO MODE-ERROR-SWITCH
               MOVE ALL "N" TO NEW-MODES
               PERFORM 2150-TAKE-ONE-MODE-DIGIT
                   THRU 2150-TAKE-ONE-MODE-DIGIT-EXIT
                   VARYING MODE-SUB FROM 1 BY 1
                   UNTIL MODE-SUB > 9
               IF MODE-LIST-BAD
                   MOVE "MODES MUST BE DIGITS OF DEFINED MODES"
                       TO REJECT-REASON
                   GO TO 2100-VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF

           IF TRN-MAX-LIMIT-X = SPACES
               IF TRN-IS-ADD
                   MOVE "MAX LIMIT (COLS 20-27) REQUIRED ON AN ADD"
                       TO REJECT-REASON
                   GO TO 2100-VALIDATE-TRANSACTION-EXIT
               END-IF
           ELSE
               IF TRN-MAX-LIMIT NOT NUMERIC
                   OR TRN-MAX-LIMIT = ZERO
                   OR TRN-MAX-LIMIT > MAX-LIMIT
                   MOVE "MAX LIMIT NOT 1 THRU 64,000,000"
                       TO REJECT-REASON
                   GO TO 2100-VALIDATE-TRANSACTION-EXIT
               END-IF
           END-IF

           IF TRN-MAX-CANDIDATES-X NOT = SPACES
               AND TRN-MAX-CANDIDATES NOT NUMERIC
               MOVE "MAX CANDIDATES NOT NUMERIC" TO REJECT-REASON
           END-IF.
       2100-VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-TAKE-ONE-MODE-DIGIT - ONE COLUMN OF THE MODE LIST: A
      * BLANK, OR THE DIGIT OF A DEFINED MODE, WHICH IS GRANTED.
      *----------------------------------------------------------------
       2150-TAKE-ONE-MODE-DIGIT.
           IF TRN-MODE-DIGIT (MODE-SUB) = SPACE
               GO TO 2150-TAKE-ONE-MODE-DIGIT-EXIT
           END-IF
           IF TRN-MODE-DIGIT (MODE-SUB) NOT NUMERIC
               SET MODE-LIST-BAD TO TRUE
               GO TO 2150-TAKE-ONE-MODE-DIGIT-EXIT
           END-IF
           MOVE TRN-MODE-DIGIT (MODE-SUB) TO MODE-NUM
           IF MODE-NUM < 1
               OR MODE-NUM > HIGHEST-MODE
               SET MODE-LIST-BAD TO TRUE
               GO TO 2150-TAKE-ONE-MODE-DIGIT-EXIT
           END-IF
           MOVE "Y" TO NEW-MODE-FLAG (MODE-NUM).
       2150-TAKE-ONE-MODE-DIGIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-ADD-REQUESTOR - A NEW ID, ACTIVE, WITH THE MODES,
      * LIMIT AND CANDIDATE MAXIMUM PUNCHED.
      *----------------------------------------------------------------
       3000-ADD-REQUESTOR.
           IF ID-IS-ON-FILE
               MOVE "ALREADY ON FILE - USE C TO CHANGE IT"
                   TO REJECT-REASON
               GO TO 3000-ADD-REQUESTOR-EXIT
           END-IF

           MOVE SPACES TO BEFORE-IMAGE
           MOVE SPACES TO AUTH-REC
           MOVE TRN-REQUESTOR TO AUTH-REQUESTOR
           SET AUTH-ACTIVE TO TRUE
           MOVE NEW-MODES TO AUTH-MODES
           MOVE TRN-MAX-LIMIT TO AUTH-MAX-LIMIT
           IF TRN-MAX-CANDIDATES-X = SPACES
               MOVE ZERO TO AUTH-MAX-CANDIDATES
           ELSE
               MOVE TRN-MAX-CANDIDATES TO AUTH-MAX-CANDIDATES
           END-IF
           MOVE RUN-DATE TO AUTH-ADDED-DATE
           MOVE RUN-DATE TO AUTH-CHANGED-DATE
           MOVE TRN-GRANTED-BY TO AUTH-GRANTED-BY

           WRITE AUTH-REC
           IF AUTH-FILE-STATUS NOT = "00"
               DISPLAY "P10AUTH: REQAUTH WRITE FAILED FOR "
                   AUTH-REQUESTOR ", STATUS=" AUTH-FILE-STATUS
               MOVE "REQAUTH WRITE FAILED" TO REJECT-REASON
               MOVE RC-FILE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 3000-ADD-REQUESTOR-EXIT
           END-IF

           ADD 1 TO ADDS-APPLIED
           MOVE "ADD" TO DTL-ACTION
           PERFORM 4000-PRINT-CHANGE
               THRU 4000-PRINT-CHANGE-EXIT.
       3000-ADD-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-CHANGE-REQUESTOR - REPLACE WHICHEVER FIELDS ARE PUNCHED;
      * A BLANK FIELD KEEPS ITS VALUE.
      *----------------------------------------------------------------
       3100-CHANGE-REQUESTOR.
           IF NOT ID-IS-ON-FILE
               MOVE "NOT ON FILE - USE A TO ADD IT" TO REJECT-REASON
               GO TO 3100-CHANGE-REQUESTOR-EXIT
           END-IF

           MOVE AUTH-REC TO BEFORE-IMAGE
           IF TRN-STATUS NOT = SPACE
               MOVE TRN-STATUS TO AUTH-STATUS
           END-IF
           IF TRN-MODES NOT = SPACES
               MOVE NEW-MODES TO AUTH-MODES
           END-IF
           IF TRN-MAX-LIMIT-X NOT = SPACES
               MOVE TRN-MAX-LIMIT TO AUTH-MAX-LIMIT
           END-IF
           IF TRN-MAX-CANDIDATES-X NOT = SPACES
               MOVE TRN-MAX-CANDIDATES TO AUTH-MAX-CANDIDATES
           END-IF
           IF AUTH-REC = BEFORE-IMAGE
               MOVE "NOTHING TO CHANGE - ENTRY ALREADY SO"
                   TO REJECT-REASON
               GO TO 3100-CHANGE-REQUESTOR-EXIT
           END-IF
           MOVE RUN-DATE TO AUTH-CHANGED-DATE
           MOVE TRN-GRANTED-BY TO AUTH-GRANTED-BY

           PERFORM 3500-REWRITE-AUTH
               THRU 3500-REWRITE-AUTH-EXIT
           IF REJECT-REASON NOT = SPACES
               GO TO 3100-CHANGE-REQUESTOR-EXIT
           END-IF

           ADD 1 TO CHANGES-APPLIED
           MOVE "CHANGE" TO DTL-ACTION
           PERFORM 4000-PRINT-CHANGE
               THRU 4000-PRINT-CHANGE-EXIT.
       3100-CHANGE-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-DEACTIVATE-REQUESTOR - MARK THE ID INACTIVE. THE ENTRY
      * STAYS ON FILE WITH ITS GRANTS SO A LATER C CAN RESTORE IT
      * AND THE HISTORY OF WHO HELD WHAT IS NEVER LOST.
      *----------------------------------------------------------------
       3200-DEACTIVATE-REQUESTOR.
           IF NOT ID-IS-ON-FILE
               MOVE "NOT ON FILE" TO REJECT-REASON
               GO TO 3200-DEACTIVATE-REQUESTOR-EXIT
           END-IF
           IF AUTH-INACTIVE
               MOVE "ALREADY INACTIVE" TO REJECT-REASON
               GO TO 3200-DEACTIVATE-REQUESTOR-EXIT
           END-IF

           MOVE AUTH-REC TO BEFORE-IMAGE
           SET AUTH-INACTIVE TO TRUE
           MOVE RUN-DATE TO AUTH-CHANGED-DATE
           MOVE TRN-GRANTED-BY TO AUTH-GRANTED-BY

           PERFORM 3500-REWRITE-AUTH
               THRU 3500-REWRITE-AUTH-EXIT
           IF REJECT-REASON NOT = SPACES
               GO TO 3200-DEACTIVATE-REQUESTOR-EXIT
           END-IF

           ADD 1 TO DEACTIVATES-APPLIED
           MOVE "DEACTIVATE" TO DTL-ACTION
           PERFORM 4000-PRINT-CHANGE
               THRU 4000-PRINT-CHANGE-EXIT.
       3200-DEACTIVATE-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-REWRITE-AUTH - REWRITE THE UPDATED ENTRY.
      *----------------------------------------------------------------
       3500-REWRITE-AUTH.
           REWRITE AUTH-REC
           IF AUTH-FILE-STATUS NOT = "00"
               DISPLAY "P10AUTH: REQAUTH REWRITE FAILED FOR "
                   AUTH-REQUESTOR ", STATUS=" AUTH-FILE-STATUS
               MOVE "REQAUTH REWRITE FAILED" TO REJECT-REASON
               MOVE RC-FILE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       3500-REWRITE-AUTH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PRINT-CHANGE - THE BEFORE IMAGE (NONE FOR AN ADD) AND
      * THE AFTER IMAGE OF AN APPLIED TRANSACTION.
      *----------------------------------------------------------------
       4000-PRINT-CHANGE.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE TRAN-COUNT TO DTL-SEQ
           MOVE AUTH-REQUESTOR TO DTL-REQUESTOR
           IF BEFORE-IMAGE NOT = SPACES
               MOVE AUTH-REC TO AFTER-IMAGE
               MOVE BEFORE-IMAGE TO AUTH-REC
               MOVE "BEFORE" TO DTL-IMAGE
               PERFORM 4100-FORMAT-IMAGE
                   THRU 4100-FORMAT-IMAGE-EXIT
               MOVE AFTER-IMAGE TO AUTH-REC
               MOVE DETAIL-LINE TO REPORT-REC
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
               MOVE ZERO TO DTL-SEQ
               MOVE SPACES TO DTL-ACTION
               MOVE SPACES TO DTL-REQUESTOR
           END-IF
           MOVE "AFTER" TO DTL-IMAGE
           PERFORM 4100-FORMAT-IMAGE
               THRU 4100-FORMAT-IMAGE-EXIT
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       4000-PRINT-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-FORMAT-IMAGE - THE ENTRY IN AUTH-REC INTO THE DETAIL
      * LINE'S STATUS, MODES, LIMITS, GRANTED-BY AND DATE COLUMNS.
      * THE MODES PRINT AS THE LIST OF MODE DIGITS GRANTED.
      *----------------------------------------------------------------
       4100-FORMAT-IMAGE.
           IF AUTH-ACTIVE
               MOVE "ACTIVE" TO DTL-STATUS
           ELSE
               MOVE "INACTIVE" TO DTL-STATUS
           END-IF
           MOVE SPACES TO DTL-MODES
           MOVE ZERO TO MODE-OUT-SUB
           PERFORM 4150-LIST-ONE-MODE
               THRU 4150-LIST-ONE-MODE-EXIT
               VARYING MODE-SUB FROM 1 BY 1
               UNTIL MODE-SUB > 9
           MOVE AUTH-MAX-LIMIT TO DTL-MAX-LIMIT
           MOVE AUTH-MAX-CANDIDATES TO DTL-MAX-CANDIDATES
           MOVE AUTH-GRANTED-BY TO DTL-GRANTED-BY
           MOVE AUTH-CHANGED-DATE TO DTL-CHANGED-DATE.
       4100-FORMAT-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4150-LIST-ONE-MODE - ADD ONE GRANTED MODE'S DIGIT TO THE
      * PRINTED LIST.
      *----------------------------------------------------------------
       4150-LIST-ONE-MODE.
           IF AUTH-MODE-FLAG (MODE-SUB) = "Y"
               ADD 1 TO MODE-OUT-SUB
               MOVE MODE-SUB TO MODE-NUM
               MOVE MODE-NUM TO DTL-MODES (MODE-OUT-SUB:1)
           END-IF.
       4150-LIST-ONE-MODE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-PRINT-REJECT - A REFUSED TRANSACTION: THE CARD AS
      * PUNCHED AND THE REASON IT CHANGED NOTHING.
      *----------------------------------------------------------------
       4200-PRINT-REJECT.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE SPACES TO DETAIL-LINE
           MOVE TRAN-COUNT TO DTL-SEQ
           MOVE TRN-ACTION TO DTL-ACTION
           MOVE TRN-REQUESTOR TO DTL-REQUESTOR
           MOVE "CARD" TO DTL-IMAGE
           MOVE TRAN-REC (10:43) TO RJT-TEXT
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE SPACES TO DETAIL-LINE
           MOVE "REFUSED" TO DTL-IMAGE
           MOVE REJECT-REASON TO RJT-TEXT
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE TRAN-COUNT TO COUNT-EDIT
           DISPLAY "P10AUTH: TRANSACTION " COUNT-EDIT " FOR "
               TRN-REQUESTOR " REFUSED - " REJECT-REASON.
       4200-PRINT-REJECT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-LIST-AUTH-FILE - THE WHOLE FILE AS IT NOW STANDS, IN ID
      * ORDER, ACTIVE AND INACTIVE ALIKE.
      *----------------------------------------------------------------
       5000-LIST-AUTH-FILE.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE "REQAUTH AS IT STANDS AFTER THIS RUN" TO SEC-TEXT
           MOVE SECTION-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT

           MOVE LOW-VALUES TO AUTH-REQUESTOR
           START AUTH-FILE
               KEY IS GREATER THAN AUTH-REQUESTOR
           IF AUTH-FILE-STATUS NOT = "00"
               MOVE "  (NO REQUESTORS ON FILE)" TO SEC-TEXT
               MOVE SECTION-LINE TO REPORT-REC
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
               GO TO 5000-LIST-AUTH-FILE-EXIT
           END-IF

           MOVE "N" TO AUTH-EOF-SWITCH
           PERFORM 5100-LIST-ONE-ENTRY
               THRU 5100-LIST-ONE-ENTRY-EXIT
               UNTIL AUTH-AT-EOF.
       5000-LIST-AUTH-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-LIST-ONE-ENTRY - ONE REQAUTH ENTRY ON THE LISTING.
      *----------------------------------------------------------------
       5100-LIST-ONE-ENTRY.
           READ AUTH-FILE NEXT
               AT END
                   SET AUTH-AT-EOF TO TRUE
                   GO TO 5100-LIST-ONE-ENTRY-EXIT
           END-READ
           IF AUTH-FILE-STATUS NOT = "00"
               SET AUTH-AT-EOF TO TRUE
               GO TO 5100-LIST-ONE-ENTRY-EXIT
           END-IF
           ADD 1 TO IDS-ON-FILE
           IF AUTH-ACTIVE
               ADD 1 TO IDS-ACTIVE
           END-IF
           MOVE SPACES TO DETAIL-LINE
           MOVE AUTH-REQUESTOR TO DTL-REQUESTOR
           MOVE "ON FILE" TO DTL-IMAGE
           PERFORM 4100-FORMAT-IMAGE
               THRU 4100-FORMAT-IMAGE-EXIT
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       5100-LIST-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-SUMMARY - TRANSACTION COUNTS BY OUTCOME AND THE
      * SIZE OF THE FILE AFTER THE RUN.
      *----------------------------------------------------------------
       6000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE "TRANSACTIONS READ" TO VAL-LABEL
           MOVE TRAN-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  ADDS APPLIED" TO VAL-LABEL
           MOVE ADDS-APPLIED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  CHANGES APPLIED" TO VAL-LABEL
           MOVE CHANGES-APPLIED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  DEACTIVATIONS APPLIED" TO VAL-LABEL
           MOVE DEACTIVATES-APPLIED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  REFUSED" TO VAL-LABEL
           MOVE TRANS-REJECTED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "REQUESTORS ON FILE" TO VAL-LABEL
           MOVE IDS-ON-FILE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  ACTIVE" TO VAL-LABEL
           MOVE IDS-ACTIVE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT.
       6000-PRINT-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT
      * TITLE, THE RUN DATE AND THE COLUMN HEADINGS.
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
           MOVE RUN-DATE TO HDG-RUN-DATE
           WRITE REPORT-REC FROM HEADING-LINE-2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM HEADING-LINE-3
           WRITE REPORT-REC FROM HEADING-LINE-4
           MOVE 5 TO LINE-COUNT.
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
      * BACK TO JES: 0 = ALL APPLIED, 4 = SOME REFUSED OR NONE
      * SUBMITTED, 8 = REQAUTH OPEN OR UPDATE FAILURE.
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           IF AUTH-FILE-IS-OPEN
               CLOSE AUTH-FILE
           END-IF
           IF REPORT-FILE-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
