      * MONTHLY PER-REQUESTOR CHARGEBACK OF SIEVE MACHINE TIME
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10CHG.
       AUTHOR. JARED KRINKE.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -------------------------------------------------
      * 2026-10-15 JDK  NEW PROGRAM. FINANCE NOW CHARGES EACH
      *                 DEPARTMENT FOR THE SIEVE MACHINE TIME IT USES.
      *                 FOR THE MONTH NAMED ON THE CHGCTL CARD THIS
      *                 PROGRAM JOINS THE LOGFILE PHASE TIMES TO THE
      *                 TOTOUT CARDS OF THE SAME RUN DATE AND SHARES
      *                 EACH RUN DATE'S ELAPSED SECONDS AMONG THE
      *                 REQUESTORS WHOSE CARDS WERE IN THAT DECK:
      *                   - SIEVE SECONDS BY EACH CARD'S LIMIT AS A
      *                     SHARE OF THE LIMITS IN THE DECK (THE SIEVE
      *                     IS BUILT TO THE LARGEST OF THEM);
      *                   - SUMMATION SECONDS BY WORK DONE - THE
      *                     PRIMES CREDITED (CNT) FOR MODES 1-3, AND
      *                     THE FACTIN/GOLDIN CANDIDATES PROCESSED
      *                     (CNT) TIMES THE CHGCTL CANDIDATE WEIGHT
      *                     FOR MODES 4 AND 5.
      *                 THE WHOLE SECONDS LEFT BY THE DIVISION GO TO
      *                 THE CARD WITH THE LARGEST SHARE, SO EVERY
      *                 LOGGED SECOND IS CHARGED EXACTLY ONCE. TIME
      *                 LOGGED ON A DATE WITH NO TOTOUT CARDS (A
      *                 QUIESCED OR FAILED RUN) IS SHOWN AGAINST
      *                 *NOCARD* RATHER THAN DROPPED. THE ARCHIVE
      *                 GENERATIONS P10ARCH SPLITS OFF (TOTARCH AND
      *                 LOGARCH) ARE READ AHEAD OF THE LIVE DATASETS;
      *                 A RUN DATE ALREADY TAKEN IS NOT TAKEN AGAIN,
      *                 FROM THE LIVE DATASET OR A LATER GENERATION,
      *                 SO A SPLIT WHOSE COPY-BACK WAS HELD CANNOT
      *                 CHARGE A NIGHT TWICE. THE CHGRPT REPORT LISTS
      *                 EACH REQUESTOR AND PROVES SECONDS LOGGED =
      *                 SECONDS CHARGED; THE CHGOUT CHARGE FILE FOR
      *                 FINANCE IS ONLY WRITTEN WHEN THAT BALANCE
      *                 HOLDS.
      * 2026-10-15 JDK  A TOTOUT CARD ANSWERED FROM RUN HISTORY OR THE
      *                 PRIME MASTER (ANSWER SOURCE H OR M) TOOK NO
      *                 MACHINE TIME, SO IT NOW CARRIES NO SIEVE OR
      *                 SUMMATION WEIGHT. A DATE WHOSE CARDS ALL CARRY
      *                 NO WEIGHT STILL SPLITS ANY LOGGED TIME EVENLY.
      * 2026-10-15 JDK  COMMENTS ONLY - A MODE 6 (CONSTELLATION) CARD
      *                 IS WEIGHTED BY ITS CNT LIKE MODES 1-3.
      * 2026-10-15 JDK  DETAIL LINE WAS ONE BYTE OVER THE 132-BYTE
      *                 REPORT RECORD; TRIMMED, AND THE COLUMN HEADINGS
      *                 REALIGNED OVER THE DETAIL FIELDS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CHGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.

           SELECT OPTIONAL TOTALS-ARCH-FILE ASSIGN TO "TOTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-ARCH-STATUS.

           SELECT OPTIONAL TOTALS-FILE ASSIGN TO "TOTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-FILE-STATUS.

           SELECT OPTIONAL LOG-ARCH-FILE ASSIGN TO "LOGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-ARCH-STATUS.

           SELECT OPTIONAL LOG-FILE ASSIGN TO "LOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT CHARGE-FILE ASSIGN TO "CHGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * CHGCTL - ONE 80-BYTE CONTROL CARD, SAME CARD DISCIPLINE AS
      * PARMIN AND ARCHCTL:
      *   COLS  1- 6  CHARGE MONTH YYYYMM.
      *   COLS  7-12  CANDIDATE WEIGHT - THE SUMMATION WORK ONE
      *               FACTIN/GOLDIN CANDIDATE COUNTS FOR AGAINST ONE
      *               PRIME CREDITED IN THE WALK. BLANK OR ZEROS
      *               TAKES THE DEFAULT OF 1000.
      *   COLS 13-80  MUST BE BLANK (THE SHIFTED-CARD TELL).
      *----------------------------------------------------------------
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-REC.
           05  CTL-MONTH PIC 9(06).
           05  CTL-MONTH-X REDEFINES CTL-MONTH
               PIC X(06).
           05  CTL-CAND-WEIGHT PIC 9(06).
           05  CTL-CAND-WEIGHT-X REDEFINES CTL-CAND-WEIGHT
               PIC X(06).
           05  CTL-FILLER-X PIC X(68).

       FD  TOTALS-ARCH-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  TOTALS-ARCH-REC PIC X(74).

       FD  TOTALS-FILE
           RECORD CONTAINS 74 CHARACTERS.
       01  TOTALS-REC PIC X(74).

       FD  LOG-ARCH-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LOG-ARCH-REC PIC X(40).

       FD  LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  LOG-REC PIC X(40).

      *----------------------------------------------------------------
      * CHGOUT - THE FINANCE CHARGE FILE, 80-BYTE FIXED RECORDS: ONE
      * H HEADER, ONE D DETAIL PER REQUESTOR IN REQUESTOR ORDER, ONE
      * T TRAILER CARRYING THE DETAIL COUNT AND SECOND TOTALS FOR
      * FINANCE'S LOAD BALANCING. SECONDS ARE WHOLE ELAPSED SECONDS.
      *----------------------------------------------------------------
       FD  CHARGE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CHARGE-HEADER-REC.
           05  CHH-RECORD-TYPE PIC X(01).
           05  CHH-MONTH PIC 9(06).
           05  CHH-CREATED-DATE PIC 9(08).
           05  CHH-SYSTEM-ID PIC X(08).
           05  CHH-FILLER PIC X(57).
       01  CHARGE-DETAIL-REC.
           05  CHD-RECORD-TYPE PIC X(01).
           05  CHD-MONTH PIC 9(06).
           05  CHD-REQUESTOR PIC X(08).
           05  CHD-RUN-DATES PIC 9(03).
           05  CHD-CARDS PIC 9(05).
           05  CHD-SIEVE-SECONDS PIC 9(09).
           05  CHD-SUMM-SECONDS PIC 9(09).
           05  CHD-TOTAL-SECONDS PIC 9(09).
           05  CHD-FILLER PIC X(30).
       01  CHARGE-TRAILER-REC.
           05  CHT-RECORD-TYPE PIC X(01).
           05  CHT-MONTH PIC 9(06).
           05  CHT-DETAIL-COUNT PIC 9(05).
           05  CHT-SIEVE-SECONDS PIC 9(09).
           05  CHT-SUMM-SECONDS PIC 9(09).
           05  CHT-TOTAL-SECONDS PIC 9(09).
           05  CHT-FILLER PIC X(41).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
           77 CONTROL-FILE-STATUS PIC X(02) VALUE SPACES.
           77 TOTALS-ARCH-STATUS PIC X(02) VALUE SPACES.
           77 TOTALS-FILE-STATUS PIC X(02) VALUE SPACES.
           77 LOG-ARCH-STATUS PIC X(02) VALUE SPACES.
           77 LOG-FILE-STATUS PIC X(02) VALUE SPACES.
           77 CHARGE-FILE-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 INPUT-EOF-SWITCH PIC X(01) VALUE "N".
               88 INPUT-AT-EOF VALUE "Y".

           77 CHARGE-MONTH PIC 9(06) VALUE ZERO.
           77 CAND-WEIGHT PIC S9(8) COMP VALUE 1000.
           77 CREATED-DATE PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * THE TOTOUT AND LOGFILE LAYOUTS, AS P10 WRITES THEM. THE LIVE
      * AND ARCHIVE RECORDS ARE BOTH READ INTO THESE, SO ONE SET OF
      * PARAGRAPHS TAKES EITHER.
      *----------------------------------------------------------------
           01 TOTAL-WORK.
               05 TOT-RUN-DATE PIC 9(08).
               05 TOT-RUN-DATE-PARTS REDEFINES TOT-RUN-DATE.
                   10 TOT-RUN-MONTH PIC 9(06).
                   10 TOT-RUN-DAY PIC 9(02).
               05 TOT-MODE PIC X(01).
               05 TOT-LIMIT-VAL PIC 9(08).
               05 TOT-RANGE-LOW PIC 9(08).
               05 TOT-RANGE-HIGH PIC 9(08).
               05 TOT-NTH PIC 9(08).
               05 TOT-STATUS PIC X(01).
               05 TOT-TOTAL PIC 9(15).
               05 TOT-COUNT PIC 9(08).
               05 TOT-REQUESTOR PIC X(08).
               05 TOT-ANSWER-SOURCE PIC X(01).

           01 LOG-WORK.
               05 LOG-RUN-DATE PIC 9(08).
               05 LOG-RUN-DATE-PARTS REDEFINES LOG-RUN-DATE.
                   10 LOG-RUN-MONTH PIC 9(06).
                   10 LOG-RUN-DAY PIC 9(02).
               05 LOG-PHASE-NAME PIC X(10).
               05 LOG-START-TIME PIC 9(08).
               05 LOG-END-TIME PIC 9(08).
               05 LOG-ELAPSED-SECONDS PIC 9(05).
               05 LOG-FILLER PIC X(01).

      *----------------------------------------------------------------
      * WHICH SOURCE A RECORD IS BEING TAKEN FROM: A = THE ARCHIVE
      * GENERATIONS, L = THE LIVE DATASET.
      *----------------------------------------------------------------
           77 SOURCE-FLAG PIC X(01) VALUE SPACE.
               88 SOURCE-IS-ARCHIVE VALUE "A".
               88 SOURCE-IS-LIVE VALUE "L".

      *----------------------------------------------------------------
      * P10 APPENDS EACH NIGHT'S RECORDS TOGETHER, SO WITHIN ONE
      * SOURCE A DAY'S RECORDS ARE ADJACENT. A DAY THAT COMES BACK
      * AFTER OTHER RECORDS IS A SECOND COPY OF THAT NIGHT - A SPLIT
      * RERUN AFTER ITS COPY-BACK WAS HELD LEAVES THE SAME NIGHTS IN
      * TWO ARCHIVE GENERATIONS - AND IS SKIPPED LIKE ONE ALREADY
      * TAKEN FROM THE OTHER SOURCE.
      *----------------------------------------------------------------
           77 PREV-DAY PIC S9(4) COMP VALUE ZERO.
           77 PREV-TAKEN-SWITCH PIC X(01) VALUE "N".
               88 PREV-WAS-TAKEN VALUE "Y".

      *----------------------------------------------------------------
      * ONE ENTRY PER DAY OF THE CHARGE MONTH. DAY-TOT-SOURCE AND
      * DAY-LOG-SOURCE RECORD WHICH SOURCE FIRST SUPPLIED THAT DAY'S
      * RECORDS, SO THE SAME NIGHT IS NEVER TAKEN FROM BOTH. EVERY
      * RUN ON A DATE IS POOLED: A QUIESCED RUN AND ITS RESUMPTION
      * THE SAME NIGHT ARE CHARGED TOGETHER TO THE DECK THEY SHARED.
      *----------------------------------------------------------------
           77 DAY-SUB PIC S9(4) COMP VALUE ZERO.
           77 DAY-EDIT PIC 9(02) VALUE ZERO.
           77 COUNT-EDIT PIC ZZZZ9 VALUE ZERO.
           01 DAY-TABLE.
               05 DAY-ENTRY OCCURS 31 TIMES.
                   10 DAY-TOT-SOURCE PIC X(01).
                   10 DAY-LOG-SOURCE PIC X(01).
                   10 DAY-CARD-COUNT PIC S9(4) COMP.
                   10 DAY-SIEVE-SECONDS PIC S9(8) COMP.
                   10 DAY-SUMM-SECONDS PIC S9(8) COMP.

      *----------------------------------------------------------------
      * EVERY TOTOUT CARD OF THE MONTH. CRD-WORK IS THE CARD'S
      * SUMMATION WORK WEIGHT (SEE 2500-TAKE-ONE-TOTAL).
      *----------------------------------------------------------------
           77 CARD-MAX PIC S9(4) COMP VALUE 3000.
           77 CARD-COUNT PIC S9(4) COMP VALUE ZERO.
           77 CARD-SUB PIC S9(4) COMP VALUE ZERO.
           01 CARD-TABLE.
               05 CARD-ENTRY OCCURS 3000 TIMES.
                   10 CRD-DAY PIC S9(4) COMP.
                   10 CRD-REQ-SUB PIC S9(4) COMP.
                   10 CRD-LIMIT PIC S9(15) COMP.
                   10 CRD-WORK PIC S9(15) COMP.

      *----------------------------------------------------------------
      * ONE ENTRY PER REQUESTOR CHARGED, KEPT IN REQUESTOR-ID ORDER
      * AS ENTRIES ARE ADDED SO THE REPORT AND THE CHARGE FILE COME
      * OUT SORTED. A CARD WITH NO REQUESTOR ID IS CHARGED TO
      * *NONE*; TIME WITH NO CARD TO CHARGE IT TO, TO *NOCARD*.
      *----------------------------------------------------------------
           77 REQ-MAX PIC S9(4) COMP VALUE 200.
           77 REQ-COUNT PIC S9(4) COMP VALUE ZERO.
           77 REQ-SUB PIC S9(4) COMP VALUE ZERO.
           77 REQ-INSERT-SUB PIC S9(4) COMP VALUE ZERO.
           77 REQ-SHIFT-SUB PIC S9(4) COMP VALUE ZERO.
           77 FIND-REQUESTOR PIC X(08) VALUE SPACES.
           01 REQ-TABLE.
               05 REQ-ENTRY OCCURS 201 TIMES.
                   10 REQ-ID PIC X(08).
                   10 REQ-CARDS PIC S9(8) COMP.
                   10 REQ-RUN-DATES PIC S9(4) COMP.
                   10 REQ-LAST-DAY PIC S9(4) COMP.
                   10 REQ-SIEVE-SECONDS PIC S9(8) COMP.
                   10 REQ-SUMM-SECONDS PIC S9(8) COMP.

      *----------------------------------------------------------------
      * ONE DAY'S SHARE-OUT. THE WEIGHT SUMS ARE TAKEN OVER THE DAY'S
      * CARDS; A DAY WHOSE WEIGHTS ARE ALL ZERO SPLITS EVENLY BY
      * CARD INSTEAD. THE LARGEST-SHARE CARD TAKES THE WHOLE SECONDS
      * THE TRUNCATING DIVISION LEAVES OVER.
      *----------------------------------------------------------------
           77 SIEVE-WEIGHT-SUM PIC S9(15) COMP VALUE ZERO.
           77 WORK-WEIGHT-SUM PIC S9(15) COMP VALUE ZERO.
           77 SIEVE-WEIGHT PIC S9(15) COMP VALUE ZERO.
           77 WORK-WEIGHT PIC S9(15) COMP VALUE ZERO.
           77 SIEVE-TOP-WEIGHT PIC S9(15) COMP VALUE ZERO.
           77 WORK-TOP-WEIGHT PIC S9(15) COMP VALUE ZERO.
           77 SIEVE-TOP-REQ PIC S9(4) COMP VALUE ZERO.
           77 WORK-TOP-REQ PIC S9(4) COMP VALUE ZERO.
           77 SIEVE-EVEN-SWITCH PIC X(01) VALUE "N".
               88 SIEVE-SPLIT-EVENLY VALUE "Y".
           77 WORK-EVEN-SWITCH PIC X(01) VALUE "N".
               88 WORK-SPLIT-EVENLY VALUE "Y".
           77 SHARE-SECONDS PIC S9(8) COMP VALUE ZERO.
           77 SIEVE-ALLOCATED PIC S9(8) COMP VALUE ZERO.
           77 SUMM-ALLOCATED PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * INPUT AND BALANCE COUNTERS FOR THE CLOSING SECTION.
      *----------------------------------------------------------------
           77 TOT-ARCH-READ PIC S9(8) COMP VALUE ZERO.
           77 TOT-LIVE-READ PIC S9(8) COMP VALUE ZERO.
           77 TOT-IN-MONTH PIC S9(8) COMP VALUE ZERO.
           77 TOT-DUPLICATE PIC S9(8) COMP VALUE ZERO.
           77 LOG-ARCH-READ PIC S9(8) COMP VALUE ZERO.
           77 LOG-LIVE-READ PIC S9(8) COMP VALUE ZERO.
           77 LOG-IN-MONTH PIC S9(8) COMP VALUE ZERO.
           77 LOG-DUPLICATE PIC S9(8) COMP VALUE ZERO.
           77 LOG-OTHER-PHASE PIC S9(8) COMP VALUE ZERO.
           77 SIEVE-SECONDS-LOGGED PIC S9(8) COMP VALUE ZERO.
           77 SUMM-SECONDS-LOGGED PIC S9(8) COMP VALUE ZERO.
           77 SIEVE-SECONDS-CHARGED PIC S9(8) COMP VALUE ZERO.
           77 SUMM-SECONDS-CHARGED PIC S9(8) COMP VALUE ZERO.
           77 TOTAL-SECONDS-LOGGED PIC S9(8) COMP VALUE ZERO.
           77 TOTAL-SECONDS-CHARGED PIC S9(8) COMP VALUE ZERO.
           77 NOCARD-SECONDS PIC S9(8) COMP VALUE ZERO.
           77 RUN-DATES-CHARGED PIC S9(4) COMP VALUE ZERO.
           77 CHARGE-RECORDS PIC S9(8) COMP VALUE ZERO.
           77 REQ-TOTAL-SECONDS PIC S9(8) COMP VALUE ZERO.
           77 BALANCE-SWITCH PIC X(01) VALUE "Y".
               88 CHARGES-BALANCE VALUE "Y".

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER: 0 = CLEAN, EVERY
      * SECOND CHARGED TO A REQUESTOR; 4 = BALANCED, BUT SOME TIME
      * WAS LOGGED ON A DATE WITH NO TOTOUT CARDS AND SITS AGAINST
      * *NOCARD* FOR FINANCE TO DECIDE; 8 = OUT OF BALANCE, A TABLE
      * OVERFLOWED OR A DATASET FAILED - NO CHARGE FILE IS WRITTEN;
      * 12 = CHGCTL MISSING OR INVALID.
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-UNALLOCATED PIC S9(4) COMP VALUE 4.
           77 RC-CHARGE-FAILURE PIC S9(4) COMP VALUE 8.
           77 RC-CONTROL-FAILURE PIC S9(4) COMP VALUE 12.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.

           01 HEADING-LINE-1.
               05 FILLER PIC X(41) VALUE
                   "P10CHG - SIEVE MACHINE TIME CHARGEBACK BY".
               05 FILLER PIC X(15) VALUE " REQUESTOR".
               05 FILLER PIC X(60) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "PAGE ".
               05 HDG-PAGE-NUMBER PIC ZZZ9.
               05 FILLER PIC X(07) VALUE SPACES.

           01 HEADING-LINE-2.
               05 FILLER PIC X(13) VALUE "CHARGE MONTH ".
               05 HDG-MONTH PIC 9999/99.
               05 FILLER PIC X(23) VALUE
                   "   CANDIDATE WEIGHT    ".
               05 HDG-CAND-WEIGHT PIC ZZZ,ZZ9.
               05 FILLER PIC X(82) VALUE SPACES.

           01 HEADING-LINE-3.
               05 FILLER PIC X(10) VALUE "REQUESTOR".
               05 FILLER PIC X(06) VALUE "DATES".
               05 FILLER PIC X(10) VALUE "     CARDS".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(11) VALUE " SIEVE SECS".
               05 FILLER PIC X(03) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "  SUMM SECS".
               05 FILLER PIC X(03) VALUE SPACES.
               05 FILLER PIC X(11) VALUE " TOTAL SECS".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(07) VALUE "PERCENT".
               05 FILLER PIC X(56) VALUE SPACES.

           01 HEADING-LINE-4.
               05 FILLER PIC X(08) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(05) VALUE ALL "-".
               05 FILLER PIC X(01) VALUE SPACES.
               05 FILLER PIC X(10) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(11) VALUE ALL "-".
               05 FILLER PIC X(03) VALUE SPACES.
               05 FILLER PIC X(11) VALUE ALL "-".
               05 FILLER PIC X(03) VALUE SPACES.
               05 FILLER PIC X(11) VALUE ALL "-".
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(07) VALUE ALL "-".
               05 FILLER PIC X(56) VALUE SPACES.

           01 DETAIL-LINE.
               05 DTL-REQUESTOR PIC X(08).
               05 FILLER PIC X(04) VALUE SPACES.
               05 DTL-RUN-DATES PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACES.
               05 DTL-CARDS PIC ZZ,ZZZ,ZZ9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-SIEVE-SECONDS PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(03) VALUE SPACES.
               05 DTL-SUMM-SECONDS PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(03) VALUE SPACES.
               05 DTL-TOTAL-SECONDS PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(03) VALUE SPACES.
               05 DTL-PERCENT PIC ZZ9.99.
               05 FILLER PIC X(56) VALUE SPACES.

           77 PERCENT-WORK PIC S9(3)V99 COMP-3 VALUE ZERO.

           01 VALUE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 VAL-LABEL PIC X(28).
               05 VAL-NUMBER PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(75) VALUE SPACES.

           01 BALANCE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 BAL-TEXT PIC X(60).
               05 FILLER PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE CHARGEBACK RUN.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF RUN-RETURN-CODE >= RC-CONTROL-FAILURE
               PERFORM 9999-END-PROGRAM
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           PERFORM 2000-LOAD-TOTALS
               THRU 2000-LOAD-TOTALS-EXIT
           PERFORM 3000-LOAD-LOG
               THRU 3000-LOAD-LOG-EXIT

           PERFORM 4000-CHARGE-ONE-DAY
               THRU 4000-CHARGE-ONE-DAY-EXIT
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 31

           PERFORM 5000-PRINT-REQUESTORS
               THRU 5000-PRINT-REQUESTORS-EXIT
           PERFORM 6000-PROVE-BALANCE
               THRU 6000-PROVE-BALANCE-EXIT

           IF CHARGES-BALANCE
               AND RUN-RETURN-CODE < RC-CHARGE-FAILURE
               PERFORM 6500-WRITE-CHARGE-FILE
                   THRU 6500-WRITE-CHARGE-FILE-EXIT
           ELSE
               DISPLAY "P10CHG: *** CHARGES DO NOT BALANCE OR INPUT "
                   "FAILED - NO CHGOUT WRITTEN ***"
           END-IF

           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT, READ AND VALIDATE THE
      * CHGCTL CONTROL CARD, CLEAR THE DAY TABLE AND PRINT THE
      * HEADINGS. A MISSING OR INVALID CARD ENDS THE RUN WITH RC=12
      * BEFORE ANY HISTORY IS READ.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "P10CHG: UNABLE TO OPEN CHGRPT, STATUS="
                   REPORT-FILE-STATUS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF
           ACCEPT CREATED-DATE FROM DATE YYYYMMDD

           OPEN INPUT CONTROL-FILE
           IF CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "P10CHG: UNABLE TO OPEN CHGCTL, STATUS="
                   CONTROL-FILE-STATUS
               MOVE RC-CONTROL-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           READ CONTROL-FILE
               AT END
                   DISPLAY "P10CHG: CHGCTL IS EMPTY - NO CHARGE "
                       "MONTH, RUN TERMINATED"
                   MOVE RC-CONTROL-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   CLOSE CONTROL-FILE
                   GO TO 1000-INITIALIZE-EXIT
           END-READ
           CLOSE CONTROL-FILE

           IF CTL-MONTH NOT NUMERIC
               OR CTL-MONTH-X (5:2) < "01"
               OR CTL-MONTH-X (5:2) > "12"
               DISPLAY "P10CHG: CHGCTL CHARGE MONTH '"
                   CTL-MONTH-X "' NOT A VALID YYYYMM MONTH"
               MOVE RC-CONTROL-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           IF CTL-CAND-WEIGHT-X NOT = SPACES
               AND CTL-CAND-WEIGHT-X NOT = "000000"
               IF CTL-CAND-WEIGHT NUMERIC
                   MOVE CTL-CAND-WEIGHT TO CAND-WEIGHT
               ELSE
                   DISPLAY "P10CHG: CHGCTL CANDIDATE WEIGHT '"
                       CTL-CAND-WEIGHT-X "' NOT NUMERIC"
                   MOVE RC-CONTROL-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
           END-IF

           IF CTL-FILLER-X NOT = SPACES
               DISPLAY "P10CHG: CHGCTL COLUMNS 13-80 NOT BLANK - "
                   "CARD SHIFTED, RUN TERMINATED"
               MOVE RC-CONTROL-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           MOVE CTL-MONTH TO CHARGE-MONTH

           PERFORM 1100-CLEAR-ONE-DAY
               THRU 1100-CLEAR-ONE-DAY-EXIT
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > 31

           PERFORM 7000-PRINT-HEADINGS
               THRU 7000-PRINT-HEADINGS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1100-CLEAR-ONE-DAY - EMPTY ONE DAY-TABLE ENTRY.
      *----------------------------------------------------------------
       1100-CLEAR-ONE-DAY.
           MOVE SPACE TO DAY-TOT-SOURCE (DAY-SUB)
           MOVE SPACE TO DAY-LOG-SOURCE (DAY-SUB)
           MOVE ZERO TO DAY-CARD-COUNT (DAY-SUB)
           MOVE ZERO TO DAY-SIEVE-SECONDS (DAY-SUB)
           MOVE ZERO TO DAY-SUMM-SECONDS (DAY-SUB).
       1100-CLEAR-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-LOAD-TOTALS - TAKE THE MONTH'S TOTOUT CARDS, ARCHIVE
      * GENERATIONS FIRST, THEN THE LIVE DATASET. EITHER MAY BE
      * ABSENT (NO ARCHIVE RUN YET THIS MONTH, OR A MONTH ALREADY
      * ARCHIVED IN FULL).
      *----------------------------------------------------------------
       2000-LOAD-TOTALS.
           SET SOURCE-IS-ARCHIVE TO TRUE
           OPEN INPUT TOTALS-ARCH-FILE
           MOVE ZERO TO PREV-DAY
           MOVE "N" TO PREV-TAKEN-SWITCH
           IF TOTALS-ARCH-STATUS = "00" OR TOTALS-ARCH-STATUS = "05"
               MOVE "N" TO INPUT-EOF-SWITCH
               PERFORM 2100-READ-ARCH-TOTAL
                   THRU 2100-READ-ARCH-TOTAL-EXIT
                   UNTIL INPUT-AT-EOF
               CLOSE TOTALS-ARCH-FILE
           ELSE
               DISPLAY "P10CHG: UNABLE TO OPEN TOTARCH, STATUS="
                   TOTALS-ARCH-STATUS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF

           SET SOURCE-IS-LIVE TO TRUE
           OPEN INPUT TOTALS-FILE
           MOVE ZERO TO PREV-DAY
           MOVE "N" TO PREV-TAKEN-SWITCH
           IF TOTALS-FILE-STATUS = "00" OR TOTALS-FILE-STATUS = "05"
               MOVE "N" TO INPUT-EOF-SWITCH
               PERFORM 2200-READ-LIVE-TOTAL
                   THRU 2200-READ-LIVE-TOTAL-EXIT
                   UNTIL INPUT-AT-EOF
               CLOSE TOTALS-FILE
           ELSE
               DISPLAY "P10CHG: UNABLE TO OPEN TOTOUT, STATUS="
                   TOTALS-FILE-STATUS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       2000-LOAD-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-ARCH-TOTAL - ONE TOTARCH RECORD.
      *----------------------------------------------------------------
       2100-READ-ARCH-TOTAL.
           READ TOTALS-ARCH-FILE INTO TOTAL-WORK
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 2100-READ-ARCH-TOTAL-EXIT
           END-READ
           ADD 1 TO TOT-ARCH-READ
           PERFORM 2500-TAKE-ONE-TOTAL
               THRU 2500-TAKE-ONE-TOTAL-EXIT.
       2100-READ-ARCH-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-READ-LIVE-TOTAL - ONE TOTOUT RECORD.
      *----------------------------------------------------------------
       2200-READ-LIVE-TOTAL.
           READ TOTALS-FILE INTO TOTAL-WORK
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 2200-READ-LIVE-TOTAL-EXIT
           END-READ
           ADD 1 TO TOT-LIVE-READ
           PERFORM 2500-TAKE-ONE-TOTAL
               THRU 2500-TAKE-ONE-TOTAL-EXIT.
       2200-READ-LIVE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-TAKE-ONE-TOTAL - ADD THE CARD IN TOTAL-WORK TO THE CARD
      * TABLE WHEN IT FALLS IN THE CHARGE MONTH AND ITS DAY HAS NOT
      * ALREADY BEEN TAKEN (SEE PREV-DAY). THE SIEVE WEIGHT
      * IS THE CARD'S EFFECTIVE LIMIT; THE SUMMATION WEIGHT IS ITS
      * CNT - PRIMES CREDITED FOR MODES 1-3, CONSTELLATIONS FOUND
      * FOR MODE 6, CANDIDATES PROCESSED FOR MODES 4 AND 5, THE
      * LATTER SCALED BY THE CANDIDATE WEIGHT SINCE A FACTORIZATION
      * OR PAIR SEARCH WALKS FAR MORE OF THE TABLE THAN ADDING ONE
      * PRIME TO A TOTAL.
      *----------------------------------------------------------------
       2500-TAKE-ONE-TOTAL.
           IF TOT-RUN-DATE NOT NUMERIC
               OR TOT-RUN-MONTH NOT = CHARGE-MONTH
               OR TOT-RUN-DAY < 1
               OR TOT-RUN-DAY > 31
               MOVE ZERO TO PREV-DAY
               GO TO 2500-TAKE-ONE-TOTAL-EXIT
           END-IF
           MOVE TOT-RUN-DAY TO DAY-SUB

           IF DAY-TOT-SOURCE (DAY-SUB) NOT = SPACE
               IF DAY-TOT-SOURCE (DAY-SUB) NOT = SOURCE-FLAG
                   OR DAY-SUB NOT = PREV-DAY
                   OR NOT PREV-WAS-TAKEN
                   ADD 1 TO TOT-DUPLICATE
                   MOVE DAY-SUB TO PREV-DAY
                   MOVE "N" TO PREV-TAKEN-SWITCH
                   GO TO 2500-TAKE-ONE-TOTAL-EXIT
               END-IF
           END-IF
           MOVE SOURCE-FLAG TO DAY-TOT-SOURCE (DAY-SUB)
           MOVE DAY-SUB TO PREV-DAY
           SET PREV-WAS-TAKEN TO TRUE
           ADD 1 TO TOT-IN-MONTH

           IF CARD-COUNT >= CARD-MAX
               MOVE CARD-MAX TO COUNT-EDIT
               DISPLAY "P10CHG: MORE THAN " COUNT-EDIT " CARDS IN THE "
                   "MONTH - CARD TABLE FULL"
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 2500-TAKE-ONE-TOTAL-EXIT
           END-IF

           IF TOT-REQUESTOR = SPACES
               MOVE "*NONE*" TO FIND-REQUESTOR
           ELSE
               MOVE TOT-REQUESTOR TO FIND-REQUESTOR
           END-IF
           PERFORM 3500-FIND-REQUESTOR
               THRU 3500-FIND-REQUESTOR-EXIT
           IF REQ-SUB = ZERO
               GO TO 2500-TAKE-ONE-TOTAL-EXIT
           END-IF

           ADD 1 TO CARD-COUNT
           ADD 1 TO DAY-CARD-COUNT (DAY-SUB)
           MOVE DAY-SUB TO CRD-DAY (CARD-COUNT)
           MOVE REQ-SUB TO CRD-REQ-SUB (CARD-COUNT)
           IF TOT-LIMIT-VAL NUMERIC
               MOVE TOT-LIMIT-VAL TO CRD-LIMIT (CARD-COUNT)
           ELSE
               MOVE ZERO TO CRD-LIMIT (CARD-COUNT)
           END-IF
           IF TOT-COUNT NUMERIC
               MOVE TOT-COUNT TO CRD-WORK (CARD-COUNT)
           ELSE
               MOVE ZERO TO CRD-WORK (CARD-COUNT)
           END-IF
           IF TOT-MODE = "4" OR "5"
               MULTIPLY CAND-WEIGHT BY CRD-WORK (CARD-COUNT)
           END-IF

      *----------------------------------------------------------------
      * A CARD ANSWERED FROM RUN HISTORY OR THE PRIME MASTER USED NO
      * SIEVE OR SUMMATION TIME - IT IS LISTED BUT CARRIES NO WEIGHT.
      *----------------------------------------------------------------
           IF TOT-ANSWER-SOURCE NOT = SPACE
               MOVE ZERO TO CRD-LIMIT (CARD-COUNT)
               MOVE ZERO TO CRD-WORK (CARD-COUNT)
           END-IF.
       2500-TAKE-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOAD-LOG - TAKE THE MONTH'S LOGFILE PHASE TIMES, ARCHIVE
      * GENERATIONS FIRST, THEN THE LIVE DATASET, POOLED BY DAY.
      *----------------------------------------------------------------
       3000-LOAD-LOG.
           SET SOURCE-IS-ARCHIVE TO TRUE
           OPEN INPUT LOG-ARCH-FILE
           MOVE ZERO TO PREV-DAY
           MOVE "N" TO PREV-TAKEN-SWITCH
           IF LOG-ARCH-STATUS = "00" OR LOG-ARCH-STATUS = "05"
               MOVE "N" TO INPUT-EOF-SWITCH
               PERFORM 3100-READ-ARCH-LOG
                   THRU 3100-READ-ARCH-LOG-EXIT
                   UNTIL INPUT-AT-EOF
               CLOSE LOG-ARCH-FILE
           ELSE
               DISPLAY "P10CHG: UNABLE TO OPEN LOGARCH, STATUS="
                   LOG-ARCH-STATUS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF

           SET SOURCE-IS-LIVE TO TRUE
           OPEN INPUT LOG-FILE
           MOVE ZERO TO PREV-DAY
           MOVE "N" TO PREV-TAKEN-SWITCH
           IF LOG-FILE-STATUS = "00" OR LOG-FILE-STATUS = "05"
               MOVE "N" TO INPUT-EOF-SWITCH
               PERFORM 3200-READ-LIVE-LOG
                   THRU 3200-READ-LIVE-LOG-EXIT
                   UNTIL INPUT-AT-EOF
               CLOSE LOG-FILE
           ELSE
               DISPLAY "P10CHG: UNABLE TO OPEN LOGFILE, STATUS="
                   LOG-FILE-STATUS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       3000-LOAD-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-READ-ARCH-LOG - ONE LOGARCH RECORD.
      *----------------------------------------------------------------
       3100-READ-ARCH-LOG.
           READ LOG-ARCH-FILE INTO LOG-WORK
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 3100-READ-ARCH-LOG-EXIT
           END-READ
           ADD 1 TO LOG-ARCH-READ
           PERFORM 3300-TAKE-ONE-LOG
               THRU 3300-TAKE-ONE-LOG-EXIT.
       3100-READ-ARCH-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3200-READ-LIVE-LOG - ONE LOGFILE RECORD.
      *----------------------------------------------------------------
       3200-READ-LIVE-LOG.
           READ LOG-FILE INTO LOG-WORK
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 3200-READ-LIVE-LOG-EXIT
           END-READ
           ADD 1 TO LOG-LIVE-READ
           PERFORM 3300-TAKE-ONE-LOG
               THRU 3300-TAKE-ONE-LOG-EXIT.
       3200-READ-LIVE-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-TAKE-ONE-LOG - ADD THE PHASE TIME IN LOG-WORK TO ITS
      * DAY WHEN IT FALLS IN THE CHARGE MONTH AND THE DAY HAS NOT
      * ALREADY BEEN TAKEN (SEE PREV-DAY). ONLY THE SIEVE AND
      * SUMMATION PHASES ARE MACHINE TIME FOR CHARGING; ANY OTHER
      * PHASE NAME IS COUNTED AND LEFT OUT.
      *----------------------------------------------------------------
       3300-TAKE-ONE-LOG.
           IF LOG-RUN-DATE NOT NUMERIC
               OR LOG-RUN-MONTH NOT = CHARGE-MONTH
               OR LOG-RUN-DAY < 1
               OR LOG-RUN-DAY > 31
               MOVE ZERO TO PREV-DAY
               GO TO 3300-TAKE-ONE-LOG-EXIT
           END-IF
           MOVE LOG-RUN-DAY TO DAY-SUB

           IF DAY-LOG-SOURCE (DAY-SUB) NOT = SPACE
               IF DAY-LOG-SOURCE (DAY-SUB) NOT = SOURCE-FLAG
                   OR DAY-SUB NOT = PREV-DAY
                   OR NOT PREV-WAS-TAKEN
                   ADD 1 TO LOG-DUPLICATE
                   MOVE DAY-SUB TO PREV-DAY
                   MOVE "N" TO PREV-TAKEN-SWITCH
                   GO TO 3300-TAKE-ONE-LOG-EXIT
               END-IF
           END-IF
           MOVE SOURCE-FLAG TO DAY-LOG-SOURCE (DAY-SUB)
           MOVE DAY-SUB TO PREV-DAY
           SET PREV-WAS-TAKEN TO TRUE
           ADD 1 TO LOG-IN-MONTH

           IF LOG-ELAPSED-SECONDS NOT NUMERIC
               ADD 1 TO LOG-OTHER-PHASE
               GO TO 3300-TAKE-ONE-LOG-EXIT
           END-IF

           EVALUATE LOG-PHASE-NAME
               WHEN "SIEVE"
                   ADD LOG-ELAPSED-SECONDS
                       TO DAY-SIEVE-SECONDS (DAY-SUB)
                   ADD LOG-ELAPSED-SECONDS TO SIEVE-SECONDS-LOGGED
               WHEN "SUMMATION"
                   ADD LOG-ELAPSED-SECONDS
                       TO DAY-SUMM-SECONDS (DAY-SUB)
                   ADD LOG-ELAPSED-SECONDS TO SUMM-SECONDS-LOGGED
               WHEN OTHER
                   ADD 1 TO LOG-OTHER-PHASE
           END-EVALUATE.
       3300-TAKE-ONE-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-FIND-REQUESTOR - POSITION REQ-SUB ON FIND-REQUESTOR,
      * ADDING IT IN ID ORDER WHEN IT IS NOT YET IN THE TABLE. A
      * FULL TABLE LEAVES REQ-SUB ZERO AND FAILS THE RUN - A CHARGE
      * THAT CANNOT BE CARRIED MUST NOT BE QUIETLY DROPPED.
      *----------------------------------------------------------------
       3500-FIND-REQUESTOR.
           MOVE ZERO TO REQ-SUB
           MOVE ZERO TO REQ-INSERT-SUB
           PERFORM 3510-COMPARE-ONE-REQUESTOR
               THRU 3510-COMPARE-ONE-REQUESTOR-EXIT
               VARYING REQ-SHIFT-SUB FROM 1 BY 1
               UNTIL REQ-SHIFT-SUB > REQ-COUNT
                  OR REQ-SUB > ZERO
                  OR REQ-INSERT-SUB > ZERO
           IF REQ-SUB > ZERO
               GO TO 3500-FIND-REQUESTOR-EXIT
           END-IF

           IF REQ-COUNT >= REQ-MAX
               MOVE REQ-MAX TO COUNT-EDIT
               DISPLAY "P10CHG: MORE THAN " COUNT-EDIT " REQUESTORS - "
                   FIND-REQUESTOR " CANNOT BE CHARGED"
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 3500-FIND-REQUESTOR-EXIT
           END-IF

           IF REQ-INSERT-SUB = ZERO
               COMPUTE REQ-INSERT-SUB = REQ-COUNT + 1
           ELSE
               PERFORM 3520-SHIFT-ONE-REQUESTOR
                   THRU 3520-SHIFT-ONE-REQUESTOR-EXIT
                   VARYING REQ-SHIFT-SUB FROM REQ-COUNT BY -1
                   UNTIL REQ-SHIFT-SUB < REQ-INSERT-SUB
           END-IF

           ADD 1 TO REQ-COUNT
           MOVE REQ-INSERT-SUB TO REQ-SUB
           MOVE FIND-REQUESTOR TO REQ-ID (REQ-SUB)
           MOVE ZERO TO REQ-CARDS (REQ-SUB)
           MOVE ZERO TO REQ-RUN-DATES (REQ-SUB)
           MOVE ZERO TO REQ-LAST-DAY (REQ-SUB)
           MOVE ZERO TO REQ-SIEVE-SECONDS (REQ-SUB)
           MOVE ZERO TO REQ-SUMM-SECONDS (REQ-SUB)

      *----------------------------------------------------------------
      * AN INSERT MOVES EVERY LATER ENTRY DOWN ONE, SO THE CARDS
      * ALREADY POINTING PAST THE INSERT POINT MUST FOLLOW THEIRS.
      *----------------------------------------------------------------
           PERFORM 3530-RENUMBER-ONE-CARD
               THRU 3530-RENUMBER-ONE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > CARD-COUNT.
       3500-FIND-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3510-COMPARE-ONE-REQUESTOR - THE ENTRY AT REQ-SHIFT-SUB IS
      * EITHER THE ONE SOUGHT, THE FIRST ONE PAST WHERE IT BELONGS,
      * OR NEITHER.
      *----------------------------------------------------------------
       3510-COMPARE-ONE-REQUESTOR.
           IF REQ-ID (REQ-SHIFT-SUB) = FIND-REQUESTOR
               MOVE REQ-SHIFT-SUB TO REQ-SUB
           ELSE
               IF REQ-ID (REQ-SHIFT-SUB) > FIND-REQUESTOR
                   MOVE REQ-SHIFT-SUB TO REQ-INSERT-SUB
               END-IF
           END-IF.
       3510-COMPARE-ONE-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3520-SHIFT-ONE-REQUESTOR - MOVE ONE ENTRY DOWN A SLOT TO
      * OPEN THE INSERT POINT.
      *----------------------------------------------------------------
       3520-SHIFT-ONE-REQUESTOR.
           MOVE REQ-ENTRY (REQ-SHIFT-SUB)
               TO REQ-ENTRY (REQ-SHIFT-SUB + 1).
       3520-SHIFT-ONE-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3530-RENUMBER-ONE-CARD - FOLLOW ONE CARD'S REQUESTOR ENTRY
      * WHEN THE INSERT MOVED IT DOWN.
      *----------------------------------------------------------------
       3530-RENUMBER-ONE-CARD.
           IF CRD-REQ-SUB (CARD-SUB) >= REQ-INSERT-SUB
               ADD 1 TO CRD-REQ-SUB (CARD-SUB)
           END-IF.
       3530-RENUMBER-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-CHARGE-ONE-DAY - SHARE ONE RUN DATE'S SIEVE AND
      * SUMMATION SECONDS AMONG ITS CARDS. A DATE WITH TIME BUT NO
      * CARDS IS CHARGED TO *NOCARD* AND RAISES RC=4 SO FINANCE
      * SEES IT; A DATE WITH CARDS BUT NO TIME CHARGES NOTHING.
      *----------------------------------------------------------------
       4000-CHARGE-ONE-DAY.
           IF DAY-CARD-COUNT (DAY-SUB) = ZERO
               AND DAY-SIEVE-SECONDS (DAY-SUB) = ZERO
               AND DAY-SUMM-SECONDS (DAY-SUB) = ZERO
               GO TO 4000-CHARGE-ONE-DAY-EXIT
           END-IF
           ADD 1 TO RUN-DATES-CHARGED

           IF DAY-CARD-COUNT (DAY-SUB) = ZERO
               MOVE "*NOCARD*" TO FIND-REQUESTOR
               PERFORM 3500-FIND-REQUESTOR
                   THRU 3500-FIND-REQUESTOR-EXIT
               IF REQ-SUB > ZERO
                   PERFORM 4300-COUNT-RUN-DATE
                       THRU 4300-COUNT-RUN-DATE-EXIT
                   ADD DAY-SIEVE-SECONDS (DAY-SUB)
                       TO REQ-SIEVE-SECONDS (REQ-SUB)
                   ADD DAY-SUMM-SECONDS (DAY-SUB)
                       TO REQ-SUMM-SECONDS (REQ-SUB)
                   ADD DAY-SIEVE-SECONDS (DAY-SUB)
                       TO SIEVE-SECONDS-CHARGED
                   ADD DAY-SUMM-SECONDS (DAY-SUB)
                       TO SUMM-SECONDS-CHARGED
               END-IF
               COMPUTE NOCARD-SECONDS = NOCARD-SECONDS
                   + DAY-SIEVE-SECONDS (DAY-SUB)
                   + DAY-SUMM-SECONDS (DAY-SUB)
               MOVE DAY-SUB TO DAY-EDIT
               DISPLAY "P10CHG: RUN DATE " CHARGE-MONTH DAY-EDIT
                   " HAS LOGGED TIME BUT NO TOTOUT CARDS - CHARGED "
                   "TO *NOCARD*"
               MOVE RC-UNALLOCATED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 4000-CHARGE-ONE-DAY-EXIT
           END-IF

           MOVE ZERO TO SIEVE-WEIGHT-SUM
           MOVE ZERO TO WORK-WEIGHT-SUM
           MOVE ZERO TO SIEVE-TOP-WEIGHT
           MOVE ZERO TO WORK-TOP-WEIGHT
           MOVE ZERO TO SIEVE-TOP-REQ
           MOVE ZERO TO WORK-TOP-REQ
           MOVE "N" TO SIEVE-EVEN-SWITCH
           MOVE "N" TO WORK-EVEN-SWITCH
           PERFORM 4100-WEIGH-ONE-CARD
               THRU 4100-WEIGH-ONE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > CARD-COUNT

           IF SIEVE-WEIGHT-SUM = ZERO
               SET SIEVE-SPLIT-EVENLY TO TRUE
               MOVE DAY-CARD-COUNT (DAY-SUB) TO SIEVE-WEIGHT-SUM
           END-IF
           IF WORK-WEIGHT-SUM = ZERO
               SET WORK-SPLIT-EVENLY TO TRUE
               MOVE DAY-CARD-COUNT (DAY-SUB) TO WORK-WEIGHT-SUM
           END-IF

           MOVE ZERO TO SIEVE-ALLOCATED
           MOVE ZERO TO SUMM-ALLOCATED
           PERFORM 4200-CHARGE-ONE-CARD
               THRU 4200-CHARGE-ONE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > CARD-COUNT

      *----------------------------------------------------------------
      * THE WHOLE SECONDS THE TRUNCATING SHARES LEFT OVER GO TO THE
      * LARGEST-SHARE CARD'S REQUESTOR, SO THE DAY CHARGES EXACTLY
      * WHAT IT LOGGED.
      *----------------------------------------------------------------
           COMPUTE SHARE-SECONDS =
               DAY-SIEVE-SECONDS (DAY-SUB) - SIEVE-ALLOCATED
           ADD SHARE-SECONDS TO REQ-SIEVE-SECONDS (SIEVE-TOP-REQ)
           ADD DAY-SIEVE-SECONDS (DAY-SUB) TO SIEVE-SECONDS-CHARGED
           COMPUTE SHARE-SECONDS =
               DAY-SUMM-SECONDS (DAY-SUB) - SUMM-ALLOCATED
           ADD SHARE-SECONDS TO REQ-SUMM-SECONDS (WORK-TOP-REQ)
           ADD DAY-SUMM-SECONDS (DAY-SUB) TO SUMM-SECONDS-CHARGED.
       4000-CHARGE-ONE-DAY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-WEIGH-ONE-CARD - FOR A CARD OF THE CURRENT DAY, ADD ITS
      * WEIGHTS TO THE DAY'S SUMS, NOTE THE LARGEST-SHARE CARDS, AND
      * COUNT THE CARD AND THE RUN DATE TO ITS REQUESTOR.
      *----------------------------------------------------------------
       4100-WEIGH-ONE-CARD.
           IF CRD-DAY (CARD-SUB) NOT = DAY-SUB
               GO TO 4100-WEIGH-ONE-CARD-EXIT
           END-IF

           ADD CRD-LIMIT (CARD-SUB) TO SIEVE-WEIGHT-SUM
           ADD CRD-WORK (CARD-SUB) TO WORK-WEIGHT-SUM
           IF SIEVE-TOP-REQ = ZERO
               OR CRD-LIMIT (CARD-SUB) > SIEVE-TOP-WEIGHT
               MOVE CRD-LIMIT (CARD-SUB) TO SIEVE-TOP-WEIGHT
               MOVE CRD-REQ-SUB (CARD-SUB) TO SIEVE-TOP-REQ
           END-IF
           IF WORK-TOP-REQ = ZERO
               OR CRD-WORK (CARD-SUB) > WORK-TOP-WEIGHT
               MOVE CRD-WORK (CARD-SUB) TO WORK-TOP-WEIGHT
               MOVE CRD-REQ-SUB (CARD-SUB) TO WORK-TOP-REQ
           END-IF

           MOVE CRD-REQ-SUB (CARD-SUB) TO REQ-SUB
           ADD 1 TO REQ-CARDS (REQ-SUB)
           PERFORM 4300-COUNT-RUN-DATE
               THRU 4300-COUNT-RUN-DATE-EXIT.
       4100-WEIGH-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-CHARGE-ONE-CARD - CHARGE A CARD OF THE CURRENT DAY ITS
      * TRUNCATED SHARE OF THE DAY'S SIEVE AND SUMMATION SECONDS.
      *----------------------------------------------------------------
       4200-CHARGE-ONE-CARD.
           IF CRD-DAY (CARD-SUB) NOT = DAY-SUB
               GO TO 4200-CHARGE-ONE-CARD-EXIT
           END-IF
           MOVE CRD-REQ-SUB (CARD-SUB) TO REQ-SUB

           IF SIEVE-SPLIT-EVENLY
               MOVE 1 TO SIEVE-WEIGHT
           ELSE
               MOVE CRD-LIMIT (CARD-SUB) TO SIEVE-WEIGHT
           END-IF
           COMPUTE SHARE-SECONDS =
               (DAY-SIEVE-SECONDS (DAY-SUB) * SIEVE-WEIGHT)
               / SIEVE-WEIGHT-SUM
           ADD SHARE-SECONDS TO REQ-SIEVE-SECONDS (REQ-SUB)
           ADD SHARE-SECONDS TO SIEVE-ALLOCATED

           IF WORK-SPLIT-EVENLY
               MOVE 1 TO WORK-WEIGHT
           ELSE
               MOVE CRD-WORK (CARD-SUB) TO WORK-WEIGHT
           END-IF
           COMPUTE SHARE-SECONDS =
               (DAY-SUMM-SECONDS (DAY-SUB) * WORK-WEIGHT)
               / WORK-WEIGHT-SUM
           ADD SHARE-SECONDS TO REQ-SUMM-SECONDS (REQ-SUB)
           ADD SHARE-SECONDS TO SUMM-ALLOCATED.
       4200-CHARGE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4300-COUNT-RUN-DATE - COUNT THE CURRENT DAY ONCE AGAINST THE
      * REQUESTOR IN REQ-SUB, HOWEVER MANY CARDS IT HAD THAT NIGHT.
      *----------------------------------------------------------------
       4300-COUNT-RUN-DATE.
           IF REQ-LAST-DAY (REQ-SUB) NOT = DAY-SUB
               ADD 1 TO REQ-RUN-DATES (REQ-SUB)
               MOVE DAY-SUB TO REQ-LAST-DAY (REQ-SUB)
           END-IF.
       4300-COUNT-RUN-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-PRINT-REQUESTORS - ONE LINE PER REQUESTOR IN ID ORDER,
      * THEN THE MONTH TOTAL.
      *----------------------------------------------------------------
       5000-PRINT-REQUESTORS.
           COMPUTE TOTAL-SECONDS-CHARGED =
               SIEVE-SECONDS-CHARGED + SUMM-SECONDS-CHARGED

           IF REQ-COUNT = ZERO
               MOVE "NO RUNS ON FILE FOR THE CHARGE MONTH - NOTHING "
                   TO REPORT-REC
               MOVE "TO CHARGE." TO REPORT-REC (48:10)
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
           END-IF

           PERFORM 5100-PRINT-ONE-REQUESTOR
               THRU 5100-PRINT-ONE-REQUESTOR-EXIT
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB > REQ-COUNT

           MOVE HEADING-LINE-4 TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE "MONTH" TO DTL-REQUESTOR
           MOVE RUN-DATES-CHARGED TO DTL-RUN-DATES
           MOVE CARD-COUNT TO DTL-CARDS
           MOVE SIEVE-SECONDS-CHARGED TO DTL-SIEVE-SECONDS
           MOVE SUMM-SECONDS-CHARGED TO DTL-SUMM-SECONDS
           MOVE TOTAL-SECONDS-CHARGED TO DTL-TOTAL-SECONDS
           IF TOTAL-SECONDS-CHARGED > ZERO
               MOVE 100 TO DTL-PERCENT
           ELSE
               MOVE ZERO TO DTL-PERCENT
           END-IF
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       5000-PRINT-REQUESTORS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5100-PRINT-ONE-REQUESTOR - ONE REQUESTOR'S CHARGE LINE.
      *----------------------------------------------------------------
       5100-PRINT-ONE-REQUESTOR.
           COMPUTE REQ-TOTAL-SECONDS = REQ-SIEVE-SECONDS (REQ-SUB)
               + REQ-SUMM-SECONDS (REQ-SUB)
           MOVE REQ-ID (REQ-SUB) TO DTL-REQUESTOR
           MOVE REQ-RUN-DATES (REQ-SUB) TO DTL-RUN-DATES
           MOVE REQ-CARDS (REQ-SUB) TO DTL-CARDS
           MOVE REQ-SIEVE-SECONDS (REQ-SUB) TO DTL-SIEVE-SECONDS
           MOVE REQ-SUMM-SECONDS (REQ-SUB) TO DTL-SUMM-SECONDS
           MOVE REQ-TOTAL-SECONDS TO DTL-TOTAL-SECONDS
           IF TOTAL-SECONDS-CHARGED > ZERO
               COMPUTE PERCENT-WORK ROUNDED =
                   (REQ-TOTAL-SECONDS * 100) / TOTAL-SECONDS-CHARGED
           ELSE
               MOVE ZERO TO PERCENT-WORK
           END-IF
           MOVE PERCENT-WORK TO DTL-PERCENT
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       5100-PRINT-ONE-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PROVE-BALANCE - PRINT WHERE THE MONTH'S RECORDS CAME
      * FROM AND PROVE SECONDS LOGGED = SECONDS CHARGED, BOTH IN
      * TOTAL AND REQUESTOR BY REQUESTOR. A BREAK FAILS THE RUN AND
      * WITHHOLDS THE CHARGE FILE.
      *----------------------------------------------------------------
       6000-PROVE-BALANCE.
           COMPUTE TOTAL-SECONDS-LOGGED =
               SIEVE-SECONDS-LOGGED + SUMM-SECONDS-LOGGED
           MOVE ZERO TO REQ-TOTAL-SECONDS
           PERFORM 6100-ADD-ONE-REQUESTOR
               THRU 6100-ADD-ONE-REQUESTOR-EXIT
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB > REQ-COUNT

           IF TOTAL-SECONDS-CHARGED NOT = TOTAL-SECONDS-LOGGED
               OR REQ-TOTAL-SECONDS NOT = TOTAL-SECONDS-LOGGED
               OR SIEVE-SECONDS-CHARGED NOT = SIEVE-SECONDS-LOGGED
               MOVE "N" TO BALANCE-SWITCH
               DISPLAY "P10CHG: OUT OF BALANCE - LOGGED "
                   TOTAL-SECONDS-LOGGED " CHARGED "
                   TOTAL-SECONDS-CHARGED " BY REQUESTOR "
                   REQ-TOTAL-SECONDS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF

           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE "TOTOUT ARCHIVE RECORDS READ" TO VAL-LABEL
           MOVE TOT-ARCH-READ TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "TOTOUT LIVE RECORDS READ" TO VAL-LABEL
           MOVE TOT-LIVE-READ TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  CARDS IN CHARGE MONTH" TO VAL-LABEL
           MOVE TOT-IN-MONTH TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  SKIPPED AS DUPLICATE NIGHT" TO VAL-LABEL
           MOVE TOT-DUPLICATE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "LOGFILE ARCHIVE RECORDS READ" TO VAL-LABEL
           MOVE LOG-ARCH-READ TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "LOGFILE LIVE RECORDS READ" TO VAL-LABEL
           MOVE LOG-LIVE-READ TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  PHASES IN CHARGE MONTH" TO VAL-LABEL
           MOVE LOG-IN-MONTH TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  SKIPPED AS DUPLICATE NIGHT" TO VAL-LABEL
           MOVE LOG-DUPLICATE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  NOT SIEVE OR SUMMATION" TO VAL-LABEL
           MOVE LOG-OTHER-PHASE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "SIEVE SECONDS LOGGED" TO VAL-LABEL
           MOVE SIEVE-SECONDS-LOGGED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "SUMMATION SECONDS LOGGED" TO VAL-LABEL
           MOVE SUMM-SECONDS-LOGGED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "TOTAL SECONDS LOGGED" TO VAL-LABEL
           MOVE TOTAL-SECONDS-LOGGED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "TOTAL SECONDS CHARGED" TO VAL-LABEL
           MOVE REQ-TOTAL-SECONDS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  OF WHICH TO *NOCARD*" TO VAL-LABEL
           MOVE NOCARD-SECONDS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           IF CHARGES-BALANCE
               MOVE "BALANCE OK - EVERY SECOND LOGGED IS CHARGED ONCE"
                   TO BAL-TEXT
           ELSE
               MOVE "*** OUT OF BALANCE - NO CHARGE FILE WRITTEN ***"
                   TO BAL-TEXT
           END-IF
           MOVE BALANCE-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       6000-PROVE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-ADD-ONE-REQUESTOR - CROSS-FOOT ONE REQUESTOR'S CHARGES.
      *----------------------------------------------------------------
       6100-ADD-ONE-REQUESTOR.
           ADD REQ-SIEVE-SECONDS (REQ-SUB) TO REQ-TOTAL-SECONDS
           ADD REQ-SUMM-SECONDS (REQ-SUB) TO REQ-TOTAL-SECONDS.
       6100-ADD-ONE-REQUESTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-WRITE-CHARGE-FILE - HEADER, ONE DETAIL PER REQUESTOR,
      * TRAILER.
      *----------------------------------------------------------------
       6500-WRITE-CHARGE-FILE.
           OPEN OUTPUT CHARGE-FILE
           IF CHARGE-FILE-STATUS NOT = "00"
               DISPLAY "P10CHG: UNABLE TO OPEN CHGOUT, STATUS="
                   CHARGE-FILE-STATUS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 6500-WRITE-CHARGE-FILE-EXIT
           END-IF

           MOVE SPACES TO CHARGE-HEADER-REC
           MOVE "H" TO CHH-RECORD-TYPE
           MOVE CHARGE-MONTH TO CHH-MONTH
           MOVE CREATED-DATE TO CHH-CREATED-DATE
           MOVE "P10SIEVE" TO CHH-SYSTEM-ID
           WRITE CHARGE-HEADER-REC
           PERFORM 6700-CHECK-CHARGE-WRITE
               THRU 6700-CHECK-CHARGE-WRITE-EXIT

           PERFORM 6600-WRITE-ONE-CHARGE
               THRU 6600-WRITE-ONE-CHARGE-EXIT
               VARYING REQ-SUB FROM 1 BY 1
               UNTIL REQ-SUB > REQ-COUNT

           MOVE SPACES TO CHARGE-TRAILER-REC
           MOVE "T" TO CHT-RECORD-TYPE
           MOVE CHARGE-MONTH TO CHT-MONTH
           MOVE CHARGE-RECORDS TO CHT-DETAIL-COUNT
           MOVE SIEVE-SECONDS-CHARGED TO CHT-SIEVE-SECONDS
           MOVE SUMM-SECONDS-CHARGED TO CHT-SUMM-SECONDS
           MOVE TOTAL-SECONDS-CHARGED TO CHT-TOTAL-SECONDS
           WRITE CHARGE-TRAILER-REC
           PERFORM 6700-CHECK-CHARGE-WRITE
               THRU 6700-CHECK-CHARGE-WRITE-EXIT

           CLOSE CHARGE-FILE
           MOVE CHARGE-RECORDS TO COUNT-EDIT
           DISPLAY "P10CHG: " COUNT-EDIT " REQUESTOR CHARGE(S) "
               "WRITTEN FOR " CHARGE-MONTH.
       6500-WRITE-CHARGE-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6600-WRITE-ONE-CHARGE - ONE REQUESTOR'S DETAIL RECORD.
      *----------------------------------------------------------------
       6600-WRITE-ONE-CHARGE.
           MOVE SPACES TO CHARGE-DETAIL-REC
           MOVE "D" TO CHD-RECORD-TYPE
           MOVE CHARGE-MONTH TO CHD-MONTH
           MOVE REQ-ID (REQ-SUB) TO CHD-REQUESTOR
           MOVE REQ-RUN-DATES (REQ-SUB) TO CHD-RUN-DATES
           MOVE REQ-CARDS (REQ-SUB) TO CHD-CARDS
           MOVE REQ-SIEVE-SECONDS (REQ-SUB) TO CHD-SIEVE-SECONDS
           MOVE REQ-SUMM-SECONDS (REQ-SUB) TO CHD-SUMM-SECONDS
           COMPUTE CHD-TOTAL-SECONDS = REQ-SIEVE-SECONDS (REQ-SUB)
               + REQ-SUMM-SECONDS (REQ-SUB)
           WRITE CHARGE-DETAIL-REC
           PERFORM 6700-CHECK-CHARGE-WRITE
               THRU 6700-CHECK-CHARGE-WRITE-EXIT
           ADD 1 TO CHARGE-RECORDS.
       6600-WRITE-ONE-CHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-CHECK-CHARGE-WRITE - A FAILED WRITE LEAVES A SHORT
      * CHARGE FILE; FAIL THE RUN SO IT IS NOT SENT TO FINANCE.
      *----------------------------------------------------------------
       6700-CHECK-CHARGE-WRITE.
           IF CHARGE-FILE-STATUS NOT = "00"
               DISPLAY "P10CHG: CHGOUT WRITE FAILED, STATUS="
                   CHARGE-FILE-STATUS
               MOVE RC-CHARGE-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       6700-CHECK-CHARGE-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7000-PRINT-HEADINGS - START A NEW PAGE WITH THE REPORT
      * TITLE, THE CHARGE MONTH AND THE COLUMN HEADINGS.
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
           MOVE CHARGE-MONTH TO HDG-MONTH
           MOVE CAND-WEIGHT TO HDG-CAND-WEIGHT
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
      * BACK TO JES: 0 = CLEAN, 4 = BALANCED WITH TIME AGAINST
      * *NOCARD*, 8 = OUT OF BALANCE OR INPUT FAILURE (NO CHGOUT),
      * 12 = CHGCTL CONTROL CARD FAILURE.
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           IF REPORT-FILE-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
