      * NIGHTLY BALANCED INTERFACE EXTRACT FOR THE RESEARCH GROUP
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10XTR.
       AUTHOR. JARED KRINKE.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -------------------------------------------------
      * 2026-10-15 JDK  NEW PROGRAM. THE RESEARCH GROUP RE-KEYED OUR
      *                 ANSWERS FROM THE P10ANSR PAGES AND FROM RAW
      *                 FACTOUT/GOLDOUT DUMPS, WHICH CARRY NO RUN DATE
      *                 AND NO REQUESTOR. THIS PROGRAM BUILDS ONE
      *                 INTERFACE FILE (XTROUT) PER NIGHT: A HEADER
      *                 WITH THE RUN DATE AND A TRANSMISSION SEQUENCE
      *                 NUMBER, AN A RECORD PER TOTOUT ANSWER, AN F
      *                 RECORD PER FACTOUT FACTORIZATION AND A G
      *                 RECORD PER GOLDOUT WITNESS PAIR - EACH TAGGED
      *                 WITH THE RUN DATE AND THE REQUESTOR OF THE
      *                 CARD THAT PRODUCED IT - AND A TRAILER OF
      *                 RECORD COUNTS AND HASH TOTALS. THE NIGHT'S
      *                 FACTOUT AND GOLDOUT RECORDS ARE PROVED AGAINST
      *                 THE MODE-4 AND MODE-5 TOTOUT CNT AND TOTAL
      *                 BEFORE ANYTHING IS WRITTEN; OUT OF BALANCE
      *                 MEANS NO FILE AND RC=8. THE XMITLOG
      *                 TRANSMISSION LOG NAMES EVERY NIGHT BUILT, AND
      *                 THE NIGHT CHOSEN IS ALWAYS THE EARLIEST ONE ON
      *                 TOTOUT AFTER THE LAST ONE LOGGED, SO NO NIGHT
      *                 IS SENT TWICE OR SKIPPED.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, XTROUT RECORDS WRITTEN, NIGHTS WAITING) TO
      *                 THE SHARED RUNCTL DATASET UNDER THE CHAIN'S RUN
      *                 DATE, AND WILL NOT START UNLESS P10CERT ENDED
      *                 RC<=4 FOR THAT SAME DATE - A HELD STEP POSTS A G
      *                 RECORD, BUILDS NOTHING AND ENDS RC=16, SO A
      *                 NIGHT THAT FAILED CERTIFICATION IS NEVER SENT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TOTALS-FILE ASSIGN TO "TOTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TOTALS-FILE-STATUS.

           SELECT OPTIONAL FACT-OUT-FILE ASSIGN TO "FACTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACT-OUT-STATUS.

           SELECT OPTIONAL GOLD-OUT-FILE ASSIGN TO "GOLDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOLD-OUT-STATUS.

           SELECT OPTIONAL XMIT-LOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-LOG-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "XTROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "XTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  TOT-ANSWER-SOURCE PIC X(01).

       FD  FACT-OUT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  FACT-REC.
           05  FACT-ANSWER.
               10  FACT-CANDIDATE PIC 9(08).
               10  FACT-PRIME-FLAG PIC X(01).
               10  FACT-FACTOR-COUNT PIC 9(02).
               10  FACT-FACTOR-ENTRY OCCURS 8 TIMES.
                   15  FACT-FACTOR PIC 9(08).
                   15  FACT-POWER PIC 9(02).
           05  FACT-FILLER PIC X(09).

       FD  GOLD-OUT-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  GOLD-REC.
           05  GOLD-ANSWER.
               10  GOLD-CANDIDATE PIC 9(08).
               10  GOLD-PAIR-FLAG PIC X(01).
               10  GOLD-P PIC 9(08).
               10  GOLD-Q PIC 9(08).
           05  GOLD-FILLER PIC X(15).

      *----------------------------------------------------------------
      * XMITLOG - ONE 80-BYTE RECORD PER NIGHT BUILT, APPENDED IN
      * SEQUENCE-NUMBER ORDER. THE LAST RECORD NAMES THE LAST NIGHT
      * HANDED TO THE TRANSMISSION; THE NEXT RUN BUILDS THE NIGHT
      * AFTER IT.
      *----------------------------------------------------------------
       FD  XMIT-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  XMIT-LOG-REC.
           05  XLG-SEQUENCE PIC 9(06).
           05  XLG-RUN-DATE PIC 9(08).
           05  XLG-CREATED-DATE PIC 9(08).
           05  XLG-CREATED-TIME PIC 9(06).
           05  XLG-ANSWER-COUNT PIC 9(08).
           05  XLG-FACTOR-COUNT PIC 9(08).
           05  XLG-GOLD-COUNT PIC 9(08).
           05  XLG-RECORD-COUNT PIC 9(08).
           05  XLG-FILLER PIC X(20).

      *----------------------------------------------------------------
      * XTROUT - THE RESEARCH INTERFACE FILE, 120-BYTE FIXED RECORDS:
      *   H  HEADER - RUN DATE, SEQUENCE NUMBER AND THE RUN DATE OF
      *      THE NIGHT SENT BEFORE IT (ZERO ON THE FIRST), SO THE
      *      RECEIVING SYSTEM CAN PROVE ITS OWN CHAIN.
      *   A  ONE PER TOTOUT ANSWER OF THE NIGHT, IN CARD ORDER.
      *   F  ONE PER FACTOUT FACTORIZATION OF A MODE-4 CARD.
      *   G  ONE PER GOLDOUT WITNESS PAIR OF A MODE-5 CARD.
      *   T  TRAILER - COUNTS PER TYPE, THE RECORD COUNT INCLUDING
      *      HEADER AND TRAILER, AND HASH TOTALS: A = TOTAL + CNT,
      *      F = EVERY FACTOR + EVERY POWER, G = P + Q.
      * EVERY DETAIL CARRIES THE RUN DATE, THE REQUESTOR AND THE
      * CARD'S POSITION AMONG THE NIGHT'S A RECORDS, SO AN F OR G
      * RECORD LEADS BACK TO THE QUESTION THAT PRODUCED IT.
      *----------------------------------------------------------------
       FD  EXTRACT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  XTR-HEADER-REC.
           05  XTH-RECORD-TYPE PIC X(01).
           05  XTH-SYSTEM-ID PIC X(08).
           05  XTH-RUN-DATE PIC 9(08).
           05  XTH-SEQUENCE PIC 9(06).
           05  XTH-PRIOR-RUN-DATE PIC 9(08).
           05  XTH-CREATED-DATE PIC 9(08).
           05  XTH-CREATED-TIME PIC 9(06).
           05  XTH-FILLER PIC X(75).
       01  XTR-ANSWER-REC.
           05  XTA-RECORD-TYPE PIC X(01).
           05  XTA-RUN-DATE PIC 9(08).
           05  XTA-REQUESTOR PIC X(08).
           05  XTA-CARD-SEQ PIC 9(03).
           05  XTA-MODE PIC X(01).
           05  XTA-LIMIT-VAL PIC 9(08).
           05  XTA-RANGE-LOW PIC 9(08).
           05  XTA-RANGE-HIGH PIC 9(08).
           05  XTA-NTH PIC 9(08).
           05  XTA-STATUS PIC X(01).
           05  XTA-TOTAL PIC 9(15).
           05  XTA-COUNT PIC 9(08).
           05  XTA-ANSWER-SOURCE PIC X(01).
           05  XTA-FILLER PIC X(42).
       01  XTR-FACTOR-REC.
           05  XTF-RECORD-TYPE PIC X(01).
           05  XTF-RUN-DATE PIC 9(08).
           05  XTF-REQUESTOR PIC X(08).
           05  XTF-CARD-SEQ PIC 9(03).
           05  XTF-ANSWER.
               10  XTF-CANDIDATE PIC 9(08).
               10  XTF-PRIME-FLAG PIC X(01).
               10  XTF-FACTOR-COUNT PIC 9(02).
               10  XTF-FACTOR-ENTRY OCCURS 8 TIMES.
                   15  XTF-FACTOR PIC 9(08).
                   15  XTF-POWER PIC 9(02).
           05  XTF-FILLER PIC X(09).
       01  XTR-GOLD-REC.
           05  XTG-RECORD-TYPE PIC X(01).
           05  XTG-RUN-DATE PIC 9(08).
           05  XTG-REQUESTOR PIC X(08).
           05  XTG-CARD-SEQ PIC 9(03).
           05  XTG-ANSWER.
               10  XTG-CANDIDATE PIC 9(08).
               10  XTG-PAIR-FLAG PIC X(01).
               10  XTG-P PIC 9(08).
               10  XTG-Q PIC 9(08).
           05  XTG-FILLER PIC X(75).
       01  XTR-TRAILER-REC.
           05  XTT-RECORD-TYPE PIC X(01).
           05  XTT-RUN-DATE PIC 9(08).
           05  XTT-SEQUENCE PIC 9(06).
           05  XTT-ANSWER-COUNT PIC 9(08).
           05  XTT-FACTOR-COUNT PIC 9(08).
           05  XTT-GOLD-COUNT PIC 9(08).
           05  XTT-RECORD-COUNT PIC 9(08).
           05  XTT-ANSWER-HASH PIC 9(18).
           05  XTT-FACTOR-HASH PIC 9(18).
           05  XTT-GOLD-HASH PIC 9(18).
           05  XTT-FILLER PIC X(19).

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
           77 TOTALS-FILE-STATUS PIC X(02) VALUE SPACES.
           77 FACT-OUT-STATUS PIC X(02) VALUE SPACES.
           77 GOLD-OUT-STATUS PIC X(02) VALUE SPACES.
           77 XMIT-LOG-STATUS PIC X(02) VALUE SPACES.
           77 EXTRACT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 INPUT-EOF-SWITCH PIC X(01) VALUE "N".
               88 INPUT-AT-EOF VALUE "Y".

           77 CREATED-DATE PIC 9(08) VALUE ZERO.
           77 NOW-TIME PIC 9(08) VALUE ZERO.
           01 NOW-TIME-BREAKDOWN.
               05 NOW-HHMMSS PIC 9(06).
               05 NOW-HUNDREDTHS PIC 9(02).

      *----------------------------------------------------------------
      * THE TRANSMISSION LOG AS READ: THE LAST NIGHT BUILT AND ITS
      * SEQUENCE NUMBER. ZERO MEANS THE LOG IS EMPTY - THE FIRST
      * RUN BUILDS THE LATEST NIGHT ON TOTOUT AND THE INTERFACE
      * STARTS FROM THERE.
      *----------------------------------------------------------------
           77 LOG-RECORDS-READ PIC S9(8) COMP VALUE ZERO.
           77 LAST-SEQUENCE PIC 9(06) VALUE ZERO.
           77 LAST-SENT-DATE PIC 9(08) VALUE ZERO.
           77 NEXT-SEQUENCE PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------------
      * THE NIGHT TO BUILD. TOTOUT IS APPENDED A NIGHT AT A TIME, SO
      * EACH RUN DATE IS ONE BLOCK OF ADJACENT RECORDS; A CHANGE OF
      * DATE STARTS A NEW BLOCK. NIGHTS-WAITING IS HOW MANY LATER
      * NIGHTS ARE STILL UNSENT AFTER THIS ONE.
      *----------------------------------------------------------------
           77 NIGHT-DATE PIC 9(08) VALUE ZERO.
           77 LATEST-DATE PIC 9(08) VALUE ZERO.
           77 PREV-TOT-DATE PIC 9(08) VALUE ZERO.
           77 UNSENT-BLOCKS PIC S9(4) COMP VALUE ZERO.
           77 NIGHTS-WAITING PIC S9(4) COMP VALUE ZERO.
           77 TOT-RECORDS-READ PIC S9(8) COMP VALUE ZERO.
           77 TOT-DAMAGED PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * THE NIGHT'S CARDS, IN TOTOUT ORDER - P10 ANSWERS THE MODE-4
      * AND MODE-5 CARDS IN THE SAME ORDER, EACH WRITING ITS CNT
      * RECORDS TO FACTOUT OR GOLDOUT, SO A CARD'S CNT SAYS WHICH
      * RUN OF F OR G RECORDS IS ITS OWN.
      *----------------------------------------------------------------
           77 NIGHT-CARD-MAX PIC S9(4) COMP VALUE 200.
           77 NIGHT-CARD-COUNT PIC S9(4) COMP VALUE ZERO.
           77 CARD-SUB PIC S9(4) COMP VALUE ZERO.
           01 NIGHT-CARD-TABLE.
               05 NIGHT-CARD-ENTRY OCCURS 201 TIMES.
                   10 NC-MODE PIC X(01).
                   10 NC-COUNT PIC S9(8) COMP.
                   10 NC-REQUESTOR PIC X(08).

      *----------------------------------------------------------------
      * BALANCE FIGURES. FACTOUT AND GOLDOUT ACCUMULATE DISP=MOD
      * WITH NO RUN DATE, SO THE NIGHT'S RECORDS ARE LOCATED FROM
      * THE END: THE MODE-4 (MODE-5) CNT OF EVERY LATER NIGHT ON
      * TOTOUT IS SKIPPED BACK OVER, AND THE NIGHT'S OWN CNT BEFORE
      * THAT IS THE WINDOW. THE WINDOW MUST EXIST AND ITS FOUND
      * ANSWERS MUST EQUAL THE CARDS' TOTAL, OR NOTHING IS BUILT.
      *----------------------------------------------------------------
           77 FACT-NIGHT-CNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-NIGHT-TOTAL PIC S9(8) COMP VALUE ZERO.
           77 FACT-AFTER-CNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-ON-FILE PIC S9(8) COMP VALUE ZERO.
           77 FACT-SKIP PIC S9(8) COMP VALUE ZERO.
           77 FACT-POSITION PIC S9(8) COMP VALUE ZERO.
           77 FACT-WINDOW-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-WINDOW-PRIME PIC S9(8) COMP VALUE ZERO.
           77 FACT-WINDOW-BAD PIC S9(8) COMP VALUE ZERO.
           77 FACT-ENTRY-SUB PIC S9(4) COMP VALUE ZERO.

           77 GOLD-NIGHT-CNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-NIGHT-TOTAL PIC S9(8) COMP VALUE ZERO.
           77 GOLD-AFTER-CNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-ON-FILE PIC S9(8) COMP VALUE ZERO.
           77 GOLD-SKIP PIC S9(8) COMP VALUE ZERO.
           77 GOLD-POSITION PIC S9(8) COMP VALUE ZERO.
           77 GOLD-WINDOW-COUNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-WINDOW-PAIRS PIC S9(8) COMP VALUE ZERO.
           77 GOLD-WINDOW-BAD PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * WHILE WRITING: WHICH CARD THE CURRENT F OR G RECORD BELONGS
      * TO AND HOW MANY OF ITS RECORDS ARE STILL TO COME.
      *----------------------------------------------------------------
           77 TAG-MODE PIC X(01) VALUE SPACE.
           77 TAG-SUB PIC S9(4) COMP VALUE ZERO.
           77 TAG-REMAINING PIC S9(8) COMP VALUE ZERO.

           77 XTR-ANSWER-COUNT PIC S9(8) COMP VALUE ZERO.
           77 XTR-FACTOR-COUNT PIC S9(8) COMP VALUE ZERO.
           77 XTR-GOLD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 XTR-RECORD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 XTR-ANSWER-HASH PIC S9(18) COMP VALUE ZERO.
           77 XTR-FACTOR-HASH PIC S9(18) COMP VALUE ZERO.
           77 XTR-GOLD-HASH PIC S9(18) COMP VALUE ZERO.

           77 COUNT-EDIT PIC ZZZZ9 VALUE ZERO.
           77 CHECK-FAILURES PIC S9(8) COMP VALUE ZERO.
           77 CHECKS-FAILED PIC S9(4) COMP VALUE ZERO.
           77 EXTRACT-BUILT-SWITCH PIC X(01) VALUE "N".
               88 EXTRACT-WAS-BUILT VALUE "Y".

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER: 0 = THE NIGHT WAS
      * BUILT, BALANCED AND LOGGED - SEND XTROUT; 4 = NOTHING ON
      * TOTOUT AFTER THE LAST NIGHT LOGGED - NO FILE BUILT; 8 = OUT
      * OF BALANCE, A DAMAGED INPUT OR A FILE FAILURE - NO FILE
      * BUILT (OR ONE BUILT BUT NOT LOGGED), NOTHING TO SEND.
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-NOTHING-NEW PIC S9(4) COMP VALUE 4.
           77 RC-EXTRACT-FAILURE PIC S9(4) COMP VALUE 8.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.

           01 HEADING-LINE-1.
               05 FILLER PIC X(41) VALUE
                   "P10XTR - RESEARCH INTERFACE EXTRACT AND B".
               05 FILLER PIC X(15) VALUE "ALANCE REPORT".
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
               05 VAL-NUMBER PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(71) VALUE SPACES.

           01 DATE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 DTE-LABEL PIC X(28).
               05 FILLER PIC X(13) VALUE SPACES.
               05 DTE-DATE PIC 9999/99/99.
               05 FILLER PIC X(71) VALUE SPACES.

           01 VERDICT-LINE.
               05 VRD-TEXT PIC X(60).
               05 FILLER PIC X(72) VALUE SPACES.

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
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10XTR".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10XTRJ".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP010".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 GATE-PROGRAM PIC X(08) VALUE "P10CERT".
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
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE EXTRACT.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-CHECK-RUN-GATE
               THRU 8800-CHECK-RUN-GATE-EXIT

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-XMIT-LOG
               THRU 2000-READ-XMIT-LOG-EXIT
           IF RUN-RETURN-CODE < RC-EXTRACT-FAILURE
               PERFORM 3000-CHOOSE-NIGHT
                   THRU 3000-CHOOSE-NIGHT-EXIT
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 3500-LOAD-NIGHT-CARDS
                   THRU 3500-LOAD-NIGHT-CARDS-EXIT
           END-IF
           IF RUN-RETURN-CODE = ZERO
               PERFORM 4000-PROVE-FACTOUT
                   THRU 4000-PROVE-FACTOUT-EXIT
               PERFORM 4500-PROVE-GOLDOUT
                   THRU 4500-PROVE-GOLDOUT-EXIT
               PERFORM 5000-JUDGE-BALANCE
                   THRU 5000-JUDGE-BALANCE-EXIT
           END-IF

           IF RUN-RETURN-CODE = ZERO
               PERFORM 6000-WRITE-EXTRACT
                   THRU 6000-WRITE-EXTRACT-EXIT
           END-IF
           IF EXTRACT-WAS-BUILT
               AND RUN-RETURN-CODE = ZERO
               PERFORM 6800-WRITE-XMIT-LOG
                   THRU 6800-WRITE-XMIT-LOG-EXIT
           END-IF

           PERFORM 8000-PRINT-CLOSING
               THRU 8000-PRINT-CLOSING-EXIT
           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT, TAKE THE RUN'S DATE AND
      * TIME FOR THE HEADER AND THE LOG, PRINT THE HEADINGS.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO OPEN XTRRPT, STATUS="
                   REPORT-FILE-STATUS
               MOVE RC-EXTRACT-FAILURE TO RETURN-CODE
               PERFORM 8850-POST-RUN-END
                   THRU 8850-POST-RUN-END-EXIT
               STOP RUN
           END-IF
           ACCEPT CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-TIME TO NOW-TIME-BREAKDOWN
           PERFORM 7000-PRINT-HEADINGS
               THRU 7000-PRINT-HEADINGS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-READ-XMIT-LOG - FIND THE LAST NIGHT BUILT. THE LOG IS
      * APPENDED IN ORDER, SO THE LAST RECORD IS THE LATEST; A
      * RECORD THAT IS NOT NUMERIC, OR A SEQUENCE OR DATE THAT DOES
      * NOT ASCEND, MEANS THE LOG CANNOT BE TRUSTED TO SAY WHAT WAS
      * SENT AND THE RUN IS REFUSED.
      *----------------------------------------------------------------
       2000-READ-XMIT-LOG.
           OPEN INPUT XMIT-LOG-FILE
           IF XMIT-LOG-STATUS NOT = "00"
               IF XMIT-LOG-STATUS = "05"
                   CLOSE XMIT-LOG-FILE
               ELSE
                   DISPLAY "P10XTR: UNABLE TO OPEN XMITLOG, STATUS="
                       XMIT-LOG-STATUS
                   MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
               GO TO 2000-READ-XMIT-LOG-REPORT
           END-IF

           MOVE "N" TO INPUT-EOF-SWITCH
           PERFORM 2100-READ-ONE-LOG
               THRU 2100-READ-ONE-LOG-EXIT
               UNTIL INPUT-AT-EOF
           CLOSE XMIT-LOG-FILE.

       2000-READ-XMIT-LOG-REPORT.
           COMPUTE NEXT-SEQUENCE = LAST-SEQUENCE + 1
           MOVE "NIGHTS ON THE XMITLOG" TO VAL-LABEL
           MOVE LOG-RECORDS-READ TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "LAST SEQUENCE SENT" TO VAL-LABEL
           MOVE LAST-SEQUENCE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "LAST NIGHT SENT" TO DTE-LABEL
           MOVE LAST-SENT-DATE TO DTE-DATE
           PERFORM 7650-PRINT-DATE-LINE
               THRU 7650-PRINT-DATE-LINE-EXIT.
       2000-READ-XMIT-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-ONE-LOG - ONE TRANSMISSION LOG RECORD.
      *----------------------------------------------------------------
       2100-READ-ONE-LOG.
           READ XMIT-LOG-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 2100-READ-ONE-LOG-EXIT
           END-READ
           ADD 1 TO LOG-RECORDS-READ

           IF XLG-SEQUENCE NOT NUMERIC
               OR XLG-RUN-DATE NOT NUMERIC
               OR XLG-SEQUENCE NOT > LAST-SEQUENCE
               OR XLG-RUN-DATE NOT > LAST-SENT-DATE
               MOVE LOG-RECORDS-READ TO COUNT-EDIT
               DISPLAY "P10XTR: XMITLOG RECORD " COUNT-EDIT
                   " '" XMIT-LOG-REC (1:14) "' OUT OF ORDER OR "
                   "DAMAGED - NOTHING BUILT"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               SET INPUT-AT-EOF TO TRUE
               GO TO 2100-READ-ONE-LOG-EXIT
           END-IF
           MOVE XLG-SEQUENCE TO LAST-SEQUENCE
           MOVE XLG-RUN-DATE TO LAST-SENT-DATE.
       2100-READ-ONE-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-CHOOSE-NIGHT - ONE PASS OVER TOTOUT. THE NIGHT TO BUILD
      * IS THE EARLIEST RUN DATE AFTER THE LAST NIGHT SENT, OR THE
      * LATEST RUN DATE ON FILE WHEN NOTHING HAS BEEN SENT YET. A
      * TOTOUT RECORD WITH NO USABLE RUN DATE BREAKS THE ORDER THE
      * FACTOUT AND GOLDOUT WINDOWS ARE FOUND BY, SO IT REFUSES THE
      * RUN.
      *----------------------------------------------------------------
       3000-CHOOSE-NIGHT.
           OPEN INPUT TOTALS-FILE
           IF TOTALS-FILE-STATUS NOT = "00"
               IF TOTALS-FILE-STATUS = "05"
                   CLOSE TOTALS-FILE
               ELSE
                   DISPLAY "P10XTR: UNABLE TO OPEN TOTOUT, STATUS="
                       TOTALS-FILE-STATUS
                   MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 3000-CHOOSE-NIGHT-EXIT
               END-IF
           ELSE
               MOVE "N" TO INPUT-EOF-SWITCH
               PERFORM 3100-SCAN-ONE-TOTAL
                   THRU 3100-SCAN-ONE-TOTAL-EXIT
                   UNTIL INPUT-AT-EOF
               CLOSE TOTALS-FILE
           END-IF

           IF TOT-DAMAGED > ZERO
               MOVE TOT-DAMAGED TO COUNT-EDIT
               DISPLAY "P10XTR: " COUNT-EDIT " TOTOUT RECORD(S) "
                   "WITH NO USABLE RUN DATE - NOTHING BUILT"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 3000-CHOOSE-NIGHT-EXIT
           END-IF

           IF LAST-SENT-DATE = ZERO
               MOVE LATEST-DATE TO NIGHT-DATE
               MOVE ZERO TO NIGHTS-WAITING
           ELSE
               IF UNSENT-BLOCKS > 1
                   COMPUTE NIGHTS-WAITING = UNSENT-BLOCKS - 1
               END-IF
           END-IF

           MOVE "NIGHT SELECTED" TO DTE-LABEL
           MOVE NIGHT-DATE TO DTE-DATE
           PERFORM 7650-PRINT-DATE-LINE
               THRU 7650-PRINT-DATE-LINE-EXIT
           MOVE "LATER NIGHTS STILL UNSENT" TO VAL-LABEL
           MOVE NIGHTS-WAITING TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           IF NIGHT-DATE = ZERO
               DISPLAY "P10XTR: NOTHING ON TOTOUT AFTER THE LAST "
                   "NIGHT SENT - NO EXTRACT BUILT"
               MOVE RC-NOTHING-NEW TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       3000-CHOOSE-NIGHT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-SCAN-ONE-TOTAL - ONE STEP OF THE NIGHT-CHOOSING PASS.
      * EVERY NEW BLOCK DATED AFTER THE LAST NIGHT SENT IS A NIGHT
      * NOT YET SENT.
      *----------------------------------------------------------------
       3100-SCAN-ONE-TOTAL.
           READ TOTALS-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 3100-SCAN-ONE-TOTAL-EXIT
           END-READ
           ADD 1 TO TOT-RECORDS-READ

           IF TOT-RUN-DATE NOT NUMERIC
               ADD 1 TO TOT-DAMAGED
               GO TO 3100-SCAN-ONE-TOTAL-EXIT
           END-IF

           IF TOT-RUN-DATE > LATEST-DATE
               MOVE TOT-RUN-DATE TO LATEST-DATE
           END-IF

           IF LAST-SENT-DATE > ZERO
               AND TOT-RUN-DATE > LAST-SENT-DATE
               IF TOT-RUN-DATE NOT = PREV-TOT-DATE
                   ADD 1 TO UNSENT-BLOCKS
               END-IF
               IF NIGHT-DATE = ZERO
                   OR TOT-RUN-DATE < NIGHT-DATE
                   MOVE TOT-RUN-DATE TO NIGHT-DATE
               END-IF
           END-IF
           MOVE TOT-RUN-DATE TO PREV-TOT-DATE.
       3100-SCAN-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-LOAD-NIGHT-CARDS - SECOND PASS OVER TOTOUT: TABLE THE
      * NIGHT'S CARDS, TOTAL THEIR MODE-4 AND MODE-5 CNT AND TOTAL,
      * AND TOTAL THE MODE-4 AND MODE-5 CNT OF EVERY LATER NIGHT SO
      * THE WINDOWS CAN BE FOUND FROM THE END OF FACTOUT AND
      * GOLDOUT.
      *----------------------------------------------------------------
       3500-LOAD-NIGHT-CARDS.
           MOVE ZERO TO TOT-DAMAGED
           OPEN INPUT TOTALS-FILE
           IF TOTALS-FILE-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO REOPEN TOTOUT, STATUS="
                   TOTALS-FILE-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 3500-LOAD-NIGHT-CARDS-EXIT
           END-IF
           MOVE "N" TO INPUT-EOF-SWITCH
           PERFORM 3600-TAKE-ONE-TOTAL
               THRU 3600-TAKE-ONE-TOTAL-EXIT
               UNTIL INPUT-AT-EOF
           CLOSE TOTALS-FILE

           IF TOT-DAMAGED > ZERO
               MOVE TOT-DAMAGED TO COUNT-EDIT
               DISPLAY "P10XTR: " COUNT-EDIT " MODE-4/MODE-5 TOTOUT "
                   "RECORD(S) WITH NO USABLE CNT OR TOTAL - NOTHING "
                   "BUILT"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF

           MOVE "TOTOUT ANSWERS FOR THE NIGHT" TO VAL-LABEL
           MOVE NIGHT-CARD-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "MODE-4 CNT (FACTOUT RECORDS)" TO VAL-LABEL
           MOVE FACT-NIGHT-CNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "MODE-4 TOTAL (FOUND PRIME)" TO VAL-LABEL
           MOVE FACT-NIGHT-TOTAL TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "MODE-5 CNT (GOLDOUT RECORDS)" TO VAL-LABEL
           MOVE GOLD-NIGHT-CNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "MODE-5 TOTAL (PAIR FOUND)" TO VAL-LABEL
           MOVE GOLD-NIGHT-TOTAL TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT.
       3500-LOAD-NIGHT-CARDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3600-TAKE-ONE-TOTAL - ONE STEP OF THE CARD-LOADING PASS.
      *----------------------------------------------------------------
       3600-TAKE-ONE-TOTAL.
           READ TOTALS-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 3600-TAKE-ONE-TOTAL-EXIT
           END-READ

           IF TOT-RUN-DATE NOT NUMERIC
               OR TOT-RUN-DATE < NIGHT-DATE
               GO TO 3600-TAKE-ONE-TOTAL-EXIT
           END-IF
           IF (TOT-MODE = "4" OR "5")
               AND (TOT-COUNT NOT NUMERIC
               OR TOT-TOTAL NOT NUMERIC)
               ADD 1 TO TOT-DAMAGED
               GO TO 3600-TAKE-ONE-TOTAL-EXIT
           END-IF

           IF TOT-RUN-DATE > NIGHT-DATE
               IF TOT-MODE = "4"
                   ADD TOT-COUNT TO FACT-AFTER-CNT
               END-IF
               IF TOT-MODE = "5"
                   ADD TOT-COUNT TO GOLD-AFTER-CNT
               END-IF
               GO TO 3600-TAKE-ONE-TOTAL-EXIT
           END-IF

           IF NIGHT-CARD-COUNT >= NIGHT-CARD-MAX
               MOVE NIGHT-CARD-MAX TO COUNT-EDIT
               DISPLAY "P10XTR: MORE THAN " COUNT-EDIT
                   " TOTOUT RECORDS FOR " NIGHT-DATE
                   " - CARD TABLE FULL, NOTHING BUILT"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               SET INPUT-AT-EOF TO TRUE
               GO TO 3600-TAKE-ONE-TOTAL-EXIT
           END-IF
           ADD 1 TO NIGHT-CARD-COUNT
           MOVE TOT-MODE TO NC-MODE (NIGHT-CARD-COUNT)
           MOVE TOT-REQUESTOR TO NC-REQUESTOR (NIGHT-CARD-COUNT)
           MOVE ZERO TO NC-COUNT (NIGHT-CARD-COUNT)

           IF TOT-MODE = "4"
               MOVE TOT-COUNT TO NC-COUNT (NIGHT-CARD-COUNT)
               ADD TOT-COUNT TO FACT-NIGHT-CNT
               ADD TOT-TOTAL TO FACT-NIGHT-TOTAL
           END-IF
           IF TOT-MODE = "5"
               MOVE TOT-COUNT TO NC-COUNT (NIGHT-CARD-COUNT)
               ADD TOT-COUNT TO GOLD-NIGHT-CNT
               ADD TOT-TOTAL TO GOLD-NIGHT-TOTAL
           END-IF.
       3600-TAKE-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-PROVE-FACTOUT - COUNT FACTOUT, LOCATE THE NIGHT'S
      * WINDOW FROM THE END, AND COUNT WHAT THE WINDOW ANSWERS. AN
      * ABSENT FACTOUT IS AN EMPTY ONE.
      *----------------------------------------------------------------
       4000-PROVE-FACTOUT.
           OPEN INPUT FACT-OUT-FILE
           IF FACT-OUT-STATUS NOT = "00"
               IF FACT-OUT-STATUS = "05"
                   CLOSE FACT-OUT-FILE
               ELSE
                   DISPLAY "P10XTR: UNABLE TO OPEN FACTOUT, STATUS="
                       FACT-OUT-STATUS
                   MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 4000-PROVE-FACTOUT-EXIT
               END-IF
           ELSE
               MOVE "N" TO INPUT-EOF-SWITCH
               PERFORM 4100-COUNT-ONE-FACT
                   THRU 4100-COUNT-ONE-FACT-EXIT
                   UNTIL INPUT-AT-EOF
               CLOSE FACT-OUT-FILE
           END-IF

           COMPUTE FACT-SKIP = FACT-ON-FILE - FACT-AFTER-CNT
               - FACT-NIGHT-CNT
           IF FACT-SKIP < ZERO
               OR FACT-NIGHT-CNT = ZERO
               GO TO 4000-PROVE-FACTOUT-EXIT
           END-IF

           OPEN INPUT FACT-OUT-FILE
           IF FACT-OUT-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO REOPEN FACTOUT, STATUS="
                   FACT-OUT-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 4000-PROVE-FACTOUT-EXIT
           END-IF
           MOVE ZERO TO FACT-POSITION
           MOVE "N" TO INPUT-EOF-SWITCH
           PERFORM 4200-PROVE-ONE-FACT
               THRU 4200-PROVE-ONE-FACT-EXIT
               UNTIL INPUT-AT-EOF
           CLOSE FACT-OUT-FILE.
       4000-PROVE-FACTOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4100-COUNT-ONE-FACT - ONE STEP OF THE FACTOUT COUNTING PASS.
      *----------------------------------------------------------------
       4100-COUNT-ONE-FACT.
           READ FACT-OUT-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 4100-COUNT-ONE-FACT-EXIT
           END-READ
           ADD 1 TO FACT-ON-FILE.
       4100-COUNT-ONE-FACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4200-PROVE-ONE-FACT - ONE STEP OF THE FACTOUT WINDOW PASS. A
      * WINDOW RECORD MUST BE A P, C OR E ANSWER; THE P ANSWERS ARE
      * WHAT THE MODE-4 CARDS COUNTED AS FOUND PRIME.
      *----------------------------------------------------------------
       4200-PROVE-ONE-FACT.
           READ FACT-OUT-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 4200-PROVE-ONE-FACT-EXIT
           END-READ
           ADD 1 TO FACT-POSITION
           IF FACT-POSITION <= FACT-SKIP
               GO TO 4200-PROVE-ONE-FACT-EXIT
           END-IF
           IF FACT-POSITION > FACT-SKIP + FACT-NIGHT-CNT
               SET INPUT-AT-EOF TO TRUE
               GO TO 4200-PROVE-ONE-FACT-EXIT
           END-IF

           ADD 1 TO FACT-WINDOW-COUNT
           EVALUATE FACT-PRIME-FLAG
               WHEN "P"
                   ADD 1 TO FACT-WINDOW-PRIME
               WHEN "C"
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO FACT-WINDOW-BAD
           END-EVALUATE.
       4200-PROVE-ONE-FACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4500-PROVE-GOLDOUT - THE SAME FOR GOLDOUT, WHERE THE FOUND
      * ANSWERS ARE THE G (WITNESS PAIR) RECORDS.
      *----------------------------------------------------------------
       4500-PROVE-GOLDOUT.
           OPEN INPUT GOLD-OUT-FILE
           IF GOLD-OUT-STATUS NOT = "00"
               IF GOLD-OUT-STATUS = "05"
                   CLOSE GOLD-OUT-FILE
               ELSE
                   DISPLAY "P10XTR: UNABLE TO OPEN GOLDOUT, STATUS="
                       GOLD-OUT-STATUS
                   MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 4500-PROVE-GOLDOUT-EXIT
               END-IF
           ELSE
               MOVE "N" TO INPUT-EOF-SWITCH
               PERFORM 4600-COUNT-ONE-GOLD
                   THRU 4600-COUNT-ONE-GOLD-EXIT
                   UNTIL INPUT-AT-EOF
               CLOSE GOLD-OUT-FILE
           END-IF

           COMPUTE GOLD-SKIP = GOLD-ON-FILE - GOLD-AFTER-CNT
               - GOLD-NIGHT-CNT
           IF GOLD-SKIP < ZERO
               OR GOLD-NIGHT-CNT = ZERO
               GO TO 4500-PROVE-GOLDOUT-EXIT
           END-IF

           OPEN INPUT GOLD-OUT-FILE
           IF GOLD-OUT-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO REOPEN GOLDOUT, STATUS="
                   GOLD-OUT-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 4500-PROVE-GOLDOUT-EXIT
           END-IF
           MOVE ZERO TO GOLD-POSITION
           MOVE "N" TO INPUT-EOF-SWITCH
           PERFORM 4700-PROVE-ONE-GOLD
               THRU 4700-PROVE-ONE-GOLD-EXIT
               UNTIL INPUT-AT-EOF
           CLOSE GOLD-OUT-FILE.
       4500-PROVE-GOLDOUT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4600-COUNT-ONE-GOLD - ONE STEP OF THE GOLDOUT COUNTING PASS.
      *----------------------------------------------------------------
       4600-COUNT-ONE-GOLD.
           READ GOLD-OUT-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 4600-COUNT-ONE-GOLD-EXIT
           END-READ
           ADD 1 TO GOLD-ON-FILE.
       4600-COUNT-ONE-GOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4700-PROVE-ONE-GOLD - ONE STEP OF THE GOLDOUT WINDOW PASS. A
      * WINDOW RECORD MUST BE A G, N OR E ANSWER.
      *----------------------------------------------------------------
       4700-PROVE-ONE-GOLD.
           READ GOLD-OUT-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 4700-PROVE-ONE-GOLD-EXIT
           END-READ
           ADD 1 TO GOLD-POSITION
           IF GOLD-POSITION <= GOLD-SKIP
               GO TO 4700-PROVE-ONE-GOLD-EXIT
           END-IF
           IF GOLD-POSITION > GOLD-SKIP + GOLD-NIGHT-CNT
               SET INPUT-AT-EOF TO TRUE
               GO TO 4700-PROVE-ONE-GOLD-EXIT
           END-IF

           ADD 1 TO GOLD-WINDOW-COUNT
           EVALUATE GOLD-PAIR-FLAG
               WHEN "G"
                   ADD 1 TO GOLD-WINDOW-PAIRS
               WHEN "N"
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO GOLD-WINDOW-BAD
           END-EVALUATE.
       4700-PROVE-ONE-GOLD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5000-JUDGE-BALANCE - THE FOUR BALANCE CHECKS. ANY FAILURE
      * REFUSES THE EXTRACT: NOTHING IS WRITTEN AND NOTHING LOGGED,
      * SO THE SAME NIGHT IS TRIED AGAIN ONCE THE FILES ARE PUT
      * RIGHT.
      *----------------------------------------------------------------
       5000-JUDGE-BALANCE.
           MOVE "FACTOUT RECORDS ON FILE" TO VAL-LABEL
           MOVE FACT-ON-FILE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  OF LATER NIGHTS" TO VAL-LABEL
           MOVE FACT-AFTER-CNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           MOVE "CHECK 1" TO CHK-NUMBER
           MOVE "FACTOUT HOLDS THE NIGHT'S MODE-4 CNT RECORDS"
               TO CHK-DESCRIPTION
           MOVE ZERO TO CHECK-FAILURES
           IF FACT-SKIP < ZERO
               OR FACT-WINDOW-COUNT NOT = FACT-NIGHT-CNT
               MOVE 1 TO CHECK-FAILURES
           END-IF
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT

           MOVE "CHECK 2" TO CHK-NUMBER
           MOVE "FACTOUT FOUND-PRIME ANSWERS = MODE-4 TOTAL"
               TO CHK-DESCRIPTION
           MOVE FACT-WINDOW-BAD TO CHECK-FAILURES
           IF FACT-WINDOW-PRIME NOT = FACT-NIGHT-TOTAL
               ADD 1 TO CHECK-FAILURES
           END-IF
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT
           MOVE "  FOUND PRIME IN WINDOW" TO VAL-LABEL
           MOVE FACT-WINDOW-PRIME TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           MOVE "GOLDOUT RECORDS ON FILE" TO VAL-LABEL
           MOVE GOLD-ON-FILE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  OF LATER NIGHTS" TO VAL-LABEL
           MOVE GOLD-AFTER-CNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           MOVE "CHECK 3" TO CHK-NUMBER
           MOVE "GOLDOUT HOLDS THE NIGHT'S MODE-5 CNT RECORDS"
               TO CHK-DESCRIPTION
           MOVE ZERO TO CHECK-FAILURES
           IF GOLD-SKIP < ZERO
               OR GOLD-WINDOW-COUNT NOT = GOLD-NIGHT-CNT
               MOVE 1 TO CHECK-FAILURES
           END-IF
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT

           MOVE "CHECK 4" TO CHK-NUMBER
           MOVE "GOLDOUT WITNESS PAIRS = MODE-5 TOTAL"
               TO CHK-DESCRIPTION
           MOVE GOLD-WINDOW-BAD TO CHECK-FAILURES
           IF GOLD-WINDOW-PAIRS NOT = GOLD-NIGHT-TOTAL
               ADD 1 TO CHECK-FAILURES
           END-IF
           PERFORM 7400-JUDGE-CHECK
               THRU 7400-JUDGE-CHECK-EXIT
           MOVE "  PAIRS IN WINDOW" TO VAL-LABEL
           MOVE GOLD-WINDOW-PAIRS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           IF CHECKS-FAILED > ZERO
               MOVE CHECKS-FAILED TO COUNT-EDIT
               DISPLAY "P10XTR: *** " COUNT-EDIT " BALANCE "
                   "CHECK(S) FAILED FOR " NIGHT-DATE
                   " - NOTHING BUILT ***"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       5000-JUDGE-BALANCE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-WRITE-EXTRACT - THE NIGHT BALANCES: WRITE THE HEADER,
      * THE A, F AND G DETAILS AND THE TRAILER. THE COUNTS WRITTEN
      * ARE PROVED AGAIN AGAINST THE COUNTS BALANCED, SO A FILE
      * THAT CHANGED BETWEEN PASSES IS NOT LOGGED AS SENT.
      *----------------------------------------------------------------
       6000-WRITE-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO OPEN XTROUT, STATUS="
                   EXTRACT-FILE-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 6000-WRITE-EXTRACT-EXIT
           END-IF

           MOVE SPACES TO XTR-HEADER-REC
           MOVE "H" TO XTH-RECORD-TYPE
           MOVE "P10SIEVE" TO XTH-SYSTEM-ID
           MOVE NIGHT-DATE TO XTH-RUN-DATE
           MOVE NEXT-SEQUENCE TO XTH-SEQUENCE
           MOVE LAST-SENT-DATE TO XTH-PRIOR-RUN-DATE
           MOVE CREATED-DATE TO XTH-CREATED-DATE
           MOVE NOW-HHMMSS TO XTH-CREATED-TIME
           WRITE XTR-HEADER-REC
           PERFORM 6900-CHECK-EXTRACT-WRITE
               THRU 6900-CHECK-EXTRACT-WRITE-EXIT

           PERFORM 6100-WRITE-ANSWERS
               THRU 6100-WRITE-ANSWERS-EXIT
           PERFORM 6300-WRITE-FACTORS
               THRU 6300-WRITE-FACTORS-EXIT
           PERFORM 6500-WRITE-PAIRS
               THRU 6500-WRITE-PAIRS-EXIT

           MOVE SPACES TO XTR-TRAILER-REC
           MOVE "T" TO XTT-RECORD-TYPE
           MOVE NIGHT-DATE TO XTT-RUN-DATE
           MOVE NEXT-SEQUENCE TO XTT-SEQUENCE
           MOVE XTR-ANSWER-COUNT TO XTT-ANSWER-COUNT
           MOVE XTR-FACTOR-COUNT TO XTT-FACTOR-COUNT
           MOVE XTR-GOLD-COUNT TO XTT-GOLD-COUNT
           ADD 1 TO XTR-RECORD-COUNT
           MOVE XTR-RECORD-COUNT TO XTT-RECORD-COUNT
           MOVE XTR-ANSWER-HASH TO XTT-ANSWER-HASH
           MOVE XTR-FACTOR-HASH TO XTT-FACTOR-HASH
           MOVE XTR-GOLD-HASH TO XTT-GOLD-HASH
           WRITE XTR-TRAILER-REC
           PERFORM 6900-CHECK-EXTRACT-WRITE
               THRU 6900-CHECK-EXTRACT-WRITE-EXIT
           CLOSE EXTRACT-FILE

           IF XTR-ANSWER-COUNT NOT = NIGHT-CARD-COUNT
               OR XTR-FACTOR-COUNT NOT = FACT-NIGHT-CNT
               OR XTR-GOLD-COUNT NOT = GOLD-NIGHT-CNT
               DISPLAY "P10XTR: *** RECORDS WRITTEN DO NOT MATCH "
                   "THE RECORDS BALANCED - XTROUT NOT LOGGED, DO "
                   "NOT SEND ***"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF
           SET EXTRACT-WAS-BUILT TO TRUE.
       6000-WRITE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-WRITE-ANSWERS - THIRD PASS OVER TOTOUT: AN A RECORD FOR
      * EACH OF THE NIGHT'S ANSWERS, NUMBERED IN CARD ORDER.
      *----------------------------------------------------------------
       6100-WRITE-ANSWERS.
           OPEN INPUT TOTALS-FILE
           IF TOTALS-FILE-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO REOPEN TOTOUT, STATUS="
                   TOTALS-FILE-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 6100-WRITE-ANSWERS-EXIT
           END-IF
           MOVE "N" TO INPUT-EOF-SWITCH
           PERFORM 6200-WRITE-ONE-ANSWER
               THRU 6200-WRITE-ONE-ANSWER-EXIT
               UNTIL INPUT-AT-EOF
           CLOSE TOTALS-FILE.
       6100-WRITE-ANSWERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-WRITE-ONE-ANSWER - ONE TOTOUT RECORD; ONLY THE NIGHT'S
      * ARE WRITTEN. A FIELD P10 LEFT UNUSABLE GOES OUT AS ZERO AND
      * ADDS NOTHING TO THE HASH.
      *----------------------------------------------------------------
       6200-WRITE-ONE-ANSWER.
           READ TOTALS-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 6200-WRITE-ONE-ANSWER-EXIT
           END-READ
           IF TOT-RUN-DATE NOT NUMERIC
               OR TOT-RUN-DATE NOT = NIGHT-DATE
               GO TO 6200-WRITE-ONE-ANSWER-EXIT
           END-IF

           ADD 1 TO XTR-ANSWER-COUNT
           MOVE SPACES TO XTR-ANSWER-REC
           MOVE "A" TO XTA-RECORD-TYPE
           MOVE TOT-RUN-DATE TO XTA-RUN-DATE
           MOVE TOT-REQUESTOR TO XTA-REQUESTOR
           MOVE XTR-ANSWER-COUNT TO XTA-CARD-SEQ
           MOVE TOT-MODE TO XTA-MODE
           MOVE TOT-STATUS TO XTA-STATUS
           MOVE TOT-ANSWER-SOURCE TO XTA-ANSWER-SOURCE
           MOVE ZERO TO XTA-LIMIT-VAL
           MOVE ZERO TO XTA-RANGE-LOW
           MOVE ZERO TO XTA-RANGE-HIGH
           MOVE ZERO TO XTA-NTH
           MOVE ZERO TO XTA-TOTAL
           MOVE ZERO TO XTA-COUNT
           IF TOT-LIMIT-VAL NUMERIC
               MOVE TOT-LIMIT-VAL TO XTA-LIMIT-VAL
           END-IF
           IF TOT-RANGE-LOW NUMERIC
               MOVE TOT-RANGE-LOW TO XTA-RANGE-LOW
           END-IF
           IF TOT-RANGE-HIGH NUMERIC
               MOVE TOT-RANGE-HIGH TO XTA-RANGE-HIGH
           END-IF
           IF TOT-NTH NUMERIC
               MOVE TOT-NTH TO XTA-NTH
           END-IF
           IF TOT-TOTAL NUMERIC
               MOVE TOT-TOTAL TO XTA-TOTAL
               ADD TOT-TOTAL TO XTR-ANSWER-HASH
           END-IF
           IF TOT-COUNT NUMERIC
               MOVE TOT-COUNT TO XTA-COUNT
               ADD TOT-COUNT TO XTR-ANSWER-HASH
           END-IF
           WRITE XTR-ANSWER-REC
           PERFORM 6900-CHECK-EXTRACT-WRITE
               THRU 6900-CHECK-EXTRACT-WRITE-EXIT.
       6200-WRITE-ONE-ANSWER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-WRITE-FACTORS - THIRD PASS OVER FACTOUT: AN F RECORD
      * FOR EACH RECORD IN THE NIGHT'S WINDOW, TAGGED WITH THE
      * MODE-4 CARD WHOSE CNT IT FALLS UNDER.
      *----------------------------------------------------------------
       6300-WRITE-FACTORS.
           IF FACT-NIGHT-CNT = ZERO
               GO TO 6300-WRITE-FACTORS-EXIT
           END-IF
           OPEN INPUT FACT-OUT-FILE
           IF FACT-OUT-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO REOPEN FACTOUT, STATUS="
                   FACT-OUT-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 6300-WRITE-FACTORS-EXIT
           END-IF
           MOVE "4" TO TAG-MODE
           MOVE ZERO TO TAG-SUB
           MOVE ZERO TO TAG-REMAINING
           MOVE ZERO TO FACT-POSITION
           MOVE "N" TO INPUT-EOF-SWITCH
           PERFORM 6400-WRITE-ONE-FACTOR
               THRU 6400-WRITE-ONE-FACTOR-EXIT
               UNTIL INPUT-AT-EOF
           CLOSE FACT-OUT-FILE.
       6300-WRITE-FACTORS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6400-WRITE-ONE-FACTOR - ONE STEP OF THE FACTOUT WRITE PASS.
      *----------------------------------------------------------------
       6400-WRITE-ONE-FACTOR.
           READ FACT-OUT-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 6400-WRITE-ONE-FACTOR-EXIT
           END-READ
           ADD 1 TO FACT-POSITION
           IF FACT-POSITION <= FACT-SKIP
               GO TO 6400-WRITE-ONE-FACTOR-EXIT
           END-IF
           IF FACT-POSITION > FACT-SKIP + FACT-NIGHT-CNT
               SET INPUT-AT-EOF TO TRUE
               GO TO 6400-WRITE-ONE-FACTOR-EXIT
           END-IF

           IF TAG-REMAINING = ZERO
               PERFORM 6700-NEXT-TAG-CARD
                   THRU 6700-NEXT-TAG-CARD-EXIT
           END-IF
           SUBTRACT 1 FROM TAG-REMAINING

           ADD 1 TO XTR-FACTOR-COUNT
           MOVE SPACES TO XTR-FACTOR-REC
           MOVE "F" TO XTF-RECORD-TYPE
           MOVE NIGHT-DATE TO XTF-RUN-DATE
           MOVE NC-REQUESTOR (TAG-SUB) TO XTF-REQUESTOR
           MOVE TAG-SUB TO XTF-CARD-SEQ
           MOVE FACT-ANSWER TO XTF-ANSWER
           PERFORM 6450-HASH-ONE-FACTOR
               THRU 6450-HASH-ONE-FACTOR-EXIT
               VARYING FACT-ENTRY-SUB FROM 1 BY 1
               UNTIL FACT-ENTRY-SUB > 8
           WRITE XTR-FACTOR-REC
           PERFORM 6900-CHECK-EXTRACT-WRITE
               THRU 6900-CHECK-EXTRACT-WRITE-EXIT.
       6400-WRITE-ONE-FACTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6450-HASH-ONE-FACTOR - ADD ONE FACTOR/POWER PAIR TO THE F
      * HASH TOTAL. UNUSED PAIRS ARE ZERO AND ADD NOTHING.
      *----------------------------------------------------------------
       6450-HASH-ONE-FACTOR.
           IF FACT-FACTOR (FACT-ENTRY-SUB) NUMERIC
               ADD FACT-FACTOR (FACT-ENTRY-SUB) TO XTR-FACTOR-HASH
           END-IF
           IF FACT-POWER (FACT-ENTRY-SUB) NUMERIC
               ADD FACT-POWER (FACT-ENTRY-SUB) TO XTR-FACTOR-HASH
           END-IF.
       6450-HASH-ONE-FACTOR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6500-WRITE-PAIRS - THIRD PASS OVER GOLDOUT: A G RECORD FOR
      * EACH RECORD IN THE NIGHT'S WINDOW, TAGGED WITH ITS MODE-5
      * CARD.
      *----------------------------------------------------------------
       6500-WRITE-PAIRS.
           IF GOLD-NIGHT-CNT = ZERO
               GO TO 6500-WRITE-PAIRS-EXIT
           END-IF
           OPEN INPUT GOLD-OUT-FILE
           IF GOLD-OUT-STATUS NOT = "00"
               DISPLAY "P10XTR: UNABLE TO REOPEN GOLDOUT, STATUS="
                   GOLD-OUT-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 6500-WRITE-PAIRS-EXIT
           END-IF
           MOVE "5" TO TAG-MODE
           MOVE ZERO TO TAG-SUB
           MOVE ZERO TO TAG-REMAINING
           MOVE ZERO TO GOLD-POSITION
           MOVE "N" TO INPUT-EOF-SWITCH
           PERFORM 6600-WRITE-ONE-PAIR
               THRU 6600-WRITE-ONE-PAIR-EXIT
               UNTIL INPUT-AT-EOF
           CLOSE GOLD-OUT-FILE.
       6500-WRITE-PAIRS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6600-WRITE-ONE-PAIR - ONE STEP OF THE GOLDOUT WRITE PASS.
      *----------------------------------------------------------------
       6600-WRITE-ONE-PAIR.
           READ GOLD-OUT-FILE
               AT END
                   SET INPUT-AT-EOF TO TRUE
                   GO TO 6600-WRITE-ONE-PAIR-EXIT
           END-READ
           ADD 1 TO GOLD-POSITION
           IF GOLD-POSITION <= GOLD-SKIP
               GO TO 6600-WRITE-ONE-PAIR-EXIT
           END-IF
           IF GOLD-POSITION > GOLD-SKIP + GOLD-NIGHT-CNT
               SET INPUT-AT-EOF TO TRUE
               GO TO 6600-WRITE-ONE-PAIR-EXIT
           END-IF

           IF TAG-REMAINING = ZERO
               PERFORM 6700-NEXT-TAG-CARD
                   THRU 6700-NEXT-TAG-CARD-EXIT
           END-IF
           SUBTRACT 1 FROM TAG-REMAINING

           ADD 1 TO XTR-GOLD-COUNT
           MOVE SPACES TO XTR-GOLD-REC
           MOVE "G" TO XTG-RECORD-TYPE
           MOVE NIGHT-DATE TO XTG-RUN-DATE
           MOVE NC-REQUESTOR (TAG-SUB) TO XTG-REQUESTOR
           MOVE TAG-SUB TO XTG-CARD-SEQ
           MOVE GOLD-ANSWER TO XTG-ANSWER
           IF GOLD-P NUMERIC
               ADD GOLD-P TO XTR-GOLD-HASH
           END-IF
           IF GOLD-Q NUMERIC
               ADD GOLD-Q TO XTR-GOLD-HASH
           END-IF
           WRITE XTR-GOLD-REC
           PERFORM 6900-CHECK-EXTRACT-WRITE
               THRU 6900-CHECK-EXTRACT-WRITE-EXIT.
       6600-WRITE-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6700-NEXT-TAG-CARD - MOVE TAG-SUB ON TO THE NEXT CARD OF
      * TAG-MODE WITH RECORDS TO ITS NAME. THE WINDOW HOLDS EXACTLY
      * THE SUM OF THOSE CARDS' CNT, SO ONE IS ALWAYS THERE.
      *----------------------------------------------------------------
       6700-NEXT-TAG-CARD.
           ADD 1 TO TAG-SUB
           PERFORM 6750-SKIP-ONE-CARD
               THRU 6750-SKIP-ONE-CARD-EXIT
               UNTIL TAG-SUB > NIGHT-CARD-COUNT
               OR (NC-MODE (TAG-SUB) = TAG-MODE
               AND NC-COUNT (TAG-SUB) > ZERO)
           MOVE NC-COUNT (TAG-SUB) TO TAG-REMAINING.
       6700-NEXT-TAG-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6750-SKIP-ONE-CARD - ONE STEP OF THE TAG SEARCH.
      *----------------------------------------------------------------
       6750-SKIP-ONE-CARD.
           ADD 1 TO TAG-SUB.
       6750-SKIP-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6800-WRITE-XMIT-LOG - APPEND THE NIGHT TO THE TRANSMISSION
      * LOG. ONLY NOW IS THE NIGHT SENT AS FAR AS THE NEXT RUN IS
      * CONCERNED; A LOG THAT CANNOT BE WRITTEN FAILS THE RUN SO
      * THE FILE IS NOT SENT AND THE NIGHT IS BUILT AGAIN.
      *----------------------------------------------------------------
       6800-WRITE-XMIT-LOG.
           OPEN EXTEND XMIT-LOG-FILE
           IF XMIT-LOG-STATUS NOT = "00"
               AND XMIT-LOG-STATUS NOT = "05"
               DISPLAY "P10XTR: UNABLE TO EXTEND XMITLOG, STATUS="
                   XMIT-LOG-STATUS " - XTROUT NOT LOGGED, DO NOT "
                   "SEND"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 6800-WRITE-XMIT-LOG-EXIT
           END-IF
           MOVE SPACES TO XMIT-LOG-REC
           MOVE NEXT-SEQUENCE TO XLG-SEQUENCE
           MOVE NIGHT-DATE TO XLG-RUN-DATE
           MOVE CREATED-DATE TO XLG-CREATED-DATE
           MOVE NOW-HHMMSS TO XLG-CREATED-TIME
           MOVE XTR-ANSWER-COUNT TO XLG-ANSWER-COUNT
           MOVE XTR-FACTOR-COUNT TO XLG-FACTOR-COUNT
           MOVE XTR-GOLD-COUNT TO XLG-GOLD-COUNT
           MOVE XTR-RECORD-COUNT TO XLG-RECORD-COUNT
           WRITE XMIT-LOG-REC
           IF XMIT-LOG-STATUS NOT = "00"
               DISPLAY "P10XTR: XMITLOG WRITE FAILED, STATUS="
                   XMIT-LOG-STATUS " - XTROUT NOT LOGGED, DO NOT "
                   "SEND"
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF
           CLOSE XMIT-LOG-FILE.
       6800-WRITE-XMIT-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6900-CHECK-EXTRACT-WRITE - COUNT A GOOD WRITE; A FAILED ONE
      * LEAVES A SHORT FILE, SO FAIL THE RUN AND KEEP IT OFF THE LOG.
      *----------------------------------------------------------------
       6900-CHECK-EXTRACT-WRITE.
           IF EXTRACT-FILE-STATUS = "00"
               ADD 1 TO XTR-RECORD-COUNT
           ELSE
               DISPLAY "P10XTR: XTROUT WRITE FAILED, STATUS="
                   EXTRACT-FILE-STATUS
               MOVE RC-EXTRACT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       6900-CHECK-EXTRACT-WRITE-EXIT.
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
      * ITS FAILURE COUNT.
      *----------------------------------------------------------------
       7400-JUDGE-CHECK.
           IF CHECK-FAILURES = ZERO
               MOVE "PASS" TO CHK-RESULT
           ELSE
               MOVE "*FAIL*" TO CHK-RESULT
               ADD 1 TO CHECKS-FAILED
           END-IF
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           MOVE CHECK-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       7400-JUDGE-CHECK-EXIT.
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
      * 7650-PRINT-DATE-LINE - ONE INDENTED LABELED-DATE LINE.
      *----------------------------------------------------------------
       7650-PRINT-DATE-LINE.
           MOVE DATE-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       7650-PRINT-DATE-LINE-EXIT.
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
      * 8000-PRINT-CLOSING - WHAT WAS BUILT, THE TRAILER FIGURES,
      * AND THE OPERATOR ONE-LINER.
      *----------------------------------------------------------------
       8000-PRINT-CLOSING.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT

           IF EXTRACT-WAS-BUILT
               MOVE "SEQUENCE NUMBER" TO VAL-LABEL
               MOVE NEXT-SEQUENCE TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE "A RECORDS (TOTOUT ANSWERS)" TO VAL-LABEL
               MOVE XTR-ANSWER-COUNT TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE "F RECORDS (FACTORIZATIONS)" TO VAL-LABEL
               MOVE XTR-FACTOR-COUNT TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE "G RECORDS (WITNESS PAIRS)" TO VAL-LABEL
               MOVE XTR-GOLD-COUNT TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE "RECORDS WRITTEN IN ALL" TO VAL-LABEL
               MOVE XTR-RECORD-COUNT TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE "A HASH (TOTAL + CNT)" TO VAL-LABEL
               MOVE XTR-ANSWER-HASH TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE "F HASH (FACTORS + POWERS)" TO VAL-LABEL
               MOVE XTR-FACTOR-HASH TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE "G HASH (P + Q)" TO VAL-LABEL
               MOVE XTR-GOLD-HASH TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
               MOVE SPACES TO REPORT-REC
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
           END-IF

           EVALUATE TRUE
               WHEN RUN-RETURN-CODE = ZERO
                   MOVE "VERDICT: BALANCED, BUILT AND LOGGED - SEND "
                       TO VRD-TEXT
                   MOVE "XTROUT." TO VRD-TEXT (44:17)
                   DISPLAY "P10XTR: NIGHT " NIGHT-DATE " BUILT AS "
                       "SEQUENCE " NEXT-SEQUENCE
               WHEN RUN-RETURN-CODE = RC-NOTHING-NEW
                   MOVE "VERDICT: NO NEW NIGHT ON TOTOUT - NOTHING B"
                       TO VRD-TEXT
                   MOVE "UILT (RC=4)." TO VRD-TEXT (44:17)
               WHEN OTHER
                   MOVE "VERDICT: *** REFUSED - NOTHING TO SEND (RC="
                       TO VRD-TEXT
                   MOVE "8) ***" TO VRD-TEXT (44:17)
           END-EVALUATE
           MOVE VERDICT-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT

           IF RUN-RETURN-CODE = ZERO
               AND NIGHTS-WAITING > ZERO
               MOVE NIGHTS-WAITING TO COUNT-EDIT
               DISPLAY "P10XTR: " COUNT-EDIT " LATER NIGHT(S) "
                   "STILL UNSENT - RERUN AFTER THIS ONE IS SENT"
           END-IF.
       8000-PRINT-CLOSING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-CHECK-RUN-GATE - FIND THE CHAIN'S RUN DATE (THE LATEST
      * DATE ON RUNCTL) AND THE LAST RECORD P10CERT POSTED FOR IT. THE
      * STEP STARTS ONLY IF THAT WAS AN END WITH RC NOT ABOVE
      * GATE-GOOD-MAX-RC. A STEP HELD HERE POSTS A G RECORD NAMING
      * P10CERT AND ENDS RC=16 WITHOUT OPENING ANYTHING ELSE; SO DOES A
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
               DISPLAY "P10XTR: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHAIN-RUN-DATE = ZERO
               DISPLAY "P10XTR: NO RUN DATE OPENED ON RUNCTL - "
                   "STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF GATE-LAST-EVENT NOT = "E"
               DISPLAY "P10XTR: " GATE-PROGRAM
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF GATE-LAST-RC > GATE-GOOD-MAX-RC
               DISPLAY "P10XTR: " GATE-PROGRAM " ENDED RC="
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
      * APPENDED IN TIME ORDER, SO THE LAST ONE P10CERT POSTED FOR THAT
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
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (XTROUT
      * RECORDS WRITTEN AND NIGHTS STILL WAITING TO BE SENT). ONLY A
      * STEP THAT POSTED A START POSTS AN END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE XTR-RECORD-COUNT TO RUN-CONTROL-COUNT-1
           MOVE NIGHTS-WAITING TO RUN-CONTROL-COUNT-2
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
                   DISPLAY "P10XTR: UNABLE TO OPEN RUNCTL, STATUS="
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
               DISPLAY "P10XTR: UNABLE TO WRITE RUNCTL, STATUS="
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
      * BACK TO JES: 0 = BUILT AND LOGGED, 4 = NOTHING NEW, 8 =
      * REFUSED OR FAILED. XTROUT IS SENT ONLY ON 0. (A STEP HELD AT
      * ITS RUN-CONTROL GATE NEVER GETS HERE - 8800 ENDS IT RC=16.)
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           CLOSE REPORT-FILE
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
