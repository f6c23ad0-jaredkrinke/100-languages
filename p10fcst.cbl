      * 2026-09-03 JDK  TOTOUT GREW FROM 66 TO 74 BYTES (REQUESTOR
      *                 ID ADDED). LAYOUT FOLLOWED; THE FORECAST IS
      *                 UNCHANGED.
      * 2026-10-15 JDK  P10 NOW ANSWERS REPEAT QUESTIONS FROM RUN
      *                 HISTORY AND MODE-2 CARDS FROM THE PRIMENDX
      *                 MASTER BEFORE IT SIZES THE SIEVE, AND BUILDS
      *                 THE SIEVE ONLY FOR THE CARDS LEFT OVER. THE
      *                 FORECAST NOW READS EACH PARMIN CARD IN FULL,
      *                 MAKES THE SAME MATCH AGAINST AUDITOUT, TOTOUT
      *                 AND PRIMENDX, AND PROJECTS ONLY THE CARDS
      *                 THAT WILL REALLY BE SIEVED. FCSTRPT SHOWS HOW
      *                 MANY CARDS EACH SOURCE SETTLES; A DECK THAT
      *                 NEEDS NO SIEVE IS RELEASED WITH RC=0 AND NO
      *                 PROJECTION. TOTOUT RECORDS ANSWERED FROM
      *                 HISTORY NO LONGER COUNT TOWARD THE LIMIT A
      *                 PAST RUN'S SIEVE WAS BUILT TO.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, CARDS READ, CARDS TO BE SIEVED) TO THE
      *                 SHARED RUNCTL DATASET UNDER THE CHAIN'S RUN
      *                 DATE, AND WILL NOT START UNLESS P10DECK ENDED
      *                 RC<=4 FOR THAT SAME DATE - A HELD STEP POSTS A G
      *                 RECORD AND ENDS RC=16.
      * 2026-10-15 JDK  PARTITIONED NIGHTS. FCSTCTL COLUMNS 7-8 NOW
      *                 CARRY THE NUMBER OF SEGMENT STEPS THE NIGHT
      *                 IS CUT INTO (BLANK OR 00 = THE SINGLE P10
      *                 STEP). THE SEGMENTS RUN SIDE BY SIDE, SO THE
      *                 SIEVE AND SUMMATION PROJECTIONS ARE DIVIDED
      *                 BY THE SEGMENT COUNT AND THE MERGE STEP'S
      *                 PASS OVER THE SEGMENT LISTINGS IS ADDED ON
      *                 TOP. THE SINGLE-STEP CHECKPOINT IS NOT
      *                 CREDITED ON A PARTITIONED NIGHT - NO SEGMENT
      *                 RESUMES FROM IT.
      * 2026-10-15 JDK  THE JOB NAME POSTED TO RUNCTL MAY BE GIVEN AS
      *                 THE EXEC PARM (P10PJOB PASSES ITS OWN); WITHOUT
      *                 ONE IT IS P10JOB AS BEFORE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT OPTIONAL INDEX-FILE ASSIGN TO "PRIMENDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NDX-ORDINAL
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT OPTIONAL CKPT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *   COLS  1- 6  WINDOW-END TIME HHMMSS (ZERO-FILLED). A TIME
      *               AT OR BEFORE THE CURRENT TIME IS TAKEN AS
      *               TOMORROW MORNING - THE OVERNIGHT CASE.
      *   COLS  7- 8  SEGMENT STEPS THE NIGHT IS CUT INTO, 01-16.
      *               BLANK OR 00 = THE SINGLE P10 STEP. MUST MATCH
      *               THE SEGCTL CARDS OF P10PJOB AND P10MRGJ.
      *   COLS  9-80  MUST BE BLANK (THE SHIFTED-CARD TELL).
      *----------------------------------------------------------------
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  CTL-WINDOW-END PIC 9(06).
           05  CTL-WINDOW-END-X REDEFINES CTL-WINDOW-END
               PIC X(06).
           05  CTL-SEGMENTS PIC 9(02).
           05  CTL-SEGMENTS-X REDEFINES CTL-SEGMENTS
               PIC X(02).
           05  CTL-FILLER-X PIC X(72).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  PARM-LIMIT-VAL PIC 9(08).
           05  PARM-LIMIT-VAL-X REDEFINES PARM-LIMIT-VAL
               PIC X(08).
           05  PARM-MODE PIC X(01).
           05  PARM-RANGE-LOW PIC 9(08).
           05  PARM-RANGE-LOW-X REDEFINES PARM-RANGE-LOW
               PIC X(08).
           05  PARM-RANGE-HIGH PIC 9(08).
           05  PARM-RANGE-HIGH-X REDEFINES PARM-RANGE-HIGH
               PIC X(08).
           05  PARM-NTH PIC 9(08).
           05  PARM-NTH-X REDEFINES PARM-NTH
               PIC X(08).
           05  FILLER PIC X(47).

       FD  TOTALS-FILE
           RECORD CONTAINS 74 CHARACTERS.
           05  TOT-TOTAL PIC 9(15).
           05  TOT-COUNT PIC 9(08).
           05  TOT-REQUESTOR PIC X(08).
           05  TOT-ANSWER-SOURCE PIC X(01).

       FD  LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           05  LOG-ELAPSED-SECONDS PIC 9(05).
           05  LOG-FILLER PIC X(01).

       FD  AUDIT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  AUDIT-REC.
           05  AUD-RUN-DATE PIC 9(08).
           05  AUD-CARD-NUMBER PIC 9(02).
           05  AUD-CARD-IMAGE PIC X(80).
           05  AUD-EFF-LIMIT PIC 9(08).
           05  AUD-EFF-MODE PIC X(01).
           05  AUD-EFF-RANGE-LOW PIC 9(08).
           05  AUD-EFF-RANGE-HIGH PIC 9(08).
           05  AUD-EFF-NTH PIC 9(08).
           05  AUD-RESUME-FLAG PIC X(01).
           05  AUD-RESUME-N PIC 9(08).
           05  AUD-FILE-STATUSES PIC X(48).
           05  AUD-DISPOSITION PIC X(08).
           05  AUD-RETURN-CODE PIC 9(02).
           05  AUD-REQUESTOR PIC X(08).
           05  AUD-ANSWER-SOURCE PIC X(01).
           05  AUD-FILLER PIC X(01).

       FD  INDEX-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  INDEX-REC.
           05  NDX-ORDINAL PIC 9(08).
           05  NDX-PRIME-NUMBER PIC 9(08).

      *----------------------------------------------------------------
      * ONLY THE CHECKPOINT HEADER MATTERS HERE - THE LIMIT IT WAS
      * SAVED FOR AND THE LAST N COMPLETED. THE 8,000,000-BYTE CMPS
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
           77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
           77 TOTALS-FILE-STATUS PIC X(02) VALUE SPACES.
           77 LOG-FILE-STATUS PIC X(02) VALUE SPACES.
           77 AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 INDEX-FILE-STATUS PIC X(02) VALUE SPACES.
           77 CKPT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 CKPT-FILE-2-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 TONIGHT-LIMIT PIC S9(8) COMP VALUE ZERO.
           77 PARM-CARDS-READ PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * TONIGHT'S DECK, CARD BY CARD, DEFAULTED AND CAPPED AS P10
      * DOES IT, SO THAT THE MATCH P10 MAKES AHEAD OF ITS SIEVE -
      * CLEAN RUN HISTORY FROM AUDITOUT AND TOTOUT, THEN PRIMENDX
      * FOR A MODE-2 CARD - CAN BE MADE HERE FIRST. ONLY THE CARDS
      * LEFT OVER ARE SIEVED, SO ONLY THEIR LIMITS ARE FORECAST.
      *----------------------------------------------------------------
           77 PARM-CARD-MAX PIC S9(4) COMP VALUE 50.
           77 PARM-CARD-COUNT PIC S9(4) COMP VALUE ZERO.
           77 CARD-SUB PIC S9(4) COMP VALUE ZERO.
           01 PARM-CARD-TABLE.
               05 PARM-CARD OCCURS 50 TIMES.
                   10 CARD-LIMIT-VAL PIC S9(8) COMP.
                   10 CARD-MODE PIC X(01).
                   10 CARD-RANGE-LOW PIC S9(8) COMP.
                   10 CARD-RANGE-HIGH PIC S9(8) COMP.
                   10 CARD-NTH PIC S9(8) COMP.
                   10 CARD-TOTAL PIC S9(15) COMP.
                   10 CARD-CNT PIC S9(8) COMP.
                   10 CARD-SOURCE PIC X(01).
                       88 CARD-FROM-HISTORY VALUE "H" "M".
                   10 CARD-HIST-DATE PIC 9(08).
                   10 CARD-HIST-STATE PIC X(01).
                       88 CARD-HIST-ELIGIBLE VALUE "E".
                       88 CARD-HIST-TAKEN VALUE "T".
                       88 CARD-HIST-CONFLICT VALUE "C".
           77 HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 HIST-AT-EOF VALUE "Y".
           77 CARDS-ELIGIBLE PIC S9(4) COMP VALUE ZERO.
           77 CARDS-FROM-HISTORY PIC S9(4) COMP VALUE ZERO.
           77 CARDS-FROM-MASTER PIC S9(4) COMP VALUE ZERO.
           77 CARDS-FOR-MASTER PIC S9(4) COMP VALUE ZERO.
           77 CARDS-TO-SIEVE PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * RUN HISTORY, PAIRED THE WAY P10RPT PAIRS IT: LOGFILE GIVES
      * EACH RUN DATE ITS SIEVE AND SUMMATION SECONDS, TOTOUT GIVES

           77 PROJECTED-SIEVE PIC S9(15) COMP VALUE ZERO.
           77 PROJECTED-SUMM PIC S9(15) COMP VALUE ZERO.
           77 PROJECTED-MERGE PIC S9(15) COMP VALUE ZERO.
           77 PROJECTED-TOTAL PIC S9(15) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * PARTITIONED NIGHT. FORECAST-SEGMENTS IS THE NUMBER OF SEGMENT
      * STEPS FROM FCSTCTL (1 = THE SINGLE P10 STEP). LOGFILE HOLDS
      * MACHINE SECONDS EITHER WAY - A MERGE LOGS THE SUM OF ITS
      * SEGMENTS' SECONDS - SO THE SAME RATES SERVE BOTH KINDS OF
      * NIGHT.
      *----------------------------------------------------------------
           77 FORECAST-SEGMENTS PIC S9(4) COMP VALUE 1.
           77 SEGMENT-MAX PIC S9(4) COMP VALUE 16.

           77 WINDOW-END-TIME PIC 9(06) VALUE ZERO.
           77 WINDOW-END-SECONDS PIC S9(8) COMP VALUE ZERO.
           77 NOW-SECONDS PIC S9(8) COMP VALUE ZERO.
                   "D - HOLD OR RESCHEDULE THE RUN (RC=4) ***".
               05 FILLER PIC X(50) VALUE SPACES.

           01 NO-SIEVE-LINE.
               05 FILLER PIC X(41) VALUE
                   "EVERY CARD ANSWERED FROM HISTORY OR THE P".
               05 FILLER PIC X(41) VALUE
                   "RIME MASTER - NO SIEVE, RELEASED (RC=0).".
               05 FILLER PIC X(50) VALUE SPACES.

           01 NO-HISTORY-LINE.
               05 FILLER PIC X(41) VALUE
                   "NO PAIRED RUN HISTORY ON FILE - NOTHING T".
               05 TEW-MM PIC 9(02).
               05 TEW-SS PIC 9(02).

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
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10FCST".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10JOB".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP005".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 GATE-PROGRAM PIC X(08) VALUE "P10DECK".
           77 GATE-GOOD-MAX-RC PIC S9(4) COMP VALUE 4.
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
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE FORECAST.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-CHECK-RUN-GATE
               THRU 8800-CHECK-RUN-GATE-EXIT

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF RUN-RETURN-CODE >= RC-CONTROL-FAILURE
               THRU 2000-SIZE-TONIGHTS-DECK-EXIT
           PERFORM 3000-LOAD-RUN-HISTORY
               THRU 3000-LOAD-RUN-HISTORY-EXIT
      *----------------------------------------------------------------
      * ONLY THE SINGLE STEP RESUMES FROM CKPTFILE/CKPTFIL2.
      *----------------------------------------------------------------
           IF FORECAST-SEGMENTS = 1
               PERFORM 4000-READ-CHECKPOINTS
                   THRU 4000-READ-CHECKPOINTS-EXIT
           END-IF
           PERFORM 5000-PROJECT-AND-JUDGE
               THRU 5000-PROJECT-AND-JUDGE-EXIT
           PERFORM 9999-END-PROGRAM
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF CTL-SEGMENTS-X = SPACES OR CTL-SEGMENTS-X = "00"
               MOVE 1 TO FORECAST-SEGMENTS
           ELSE
               IF CTL-SEGMENTS NOT NUMERIC
                   OR CTL-SEGMENTS > SEGMENT-MAX
                   DISPLAY "P10FCST: FCSTCTL SEGMENT COUNT '"
                       CTL-SEGMENTS-X "' NOT 01-16 - RUN HELD"
                   MOVE RC-CONTROL-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               MOVE CTL-SEGMENTS TO FORECAST-SEGMENTS
           END-IF
           IF CTL-FILLER-X NOT = SPACES
               DISPLAY "P10FCST: FCSTCTL COLUMNS 9-80 NOT BLANK - "
                   "CARD SHIFTED, RUN HELD"
               MOVE RC-CONTROL-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
           EXIT.

      *----------------------------------------------------------------
      * 2000-SIZE-TONIGHTS-DECK - LOAD PARMIN INTO THE CARD TABLE,
      * DEFAULTED AND CAPPED THE WAY P10 ITSELF DOES (AN EMPTY DECK
      * IS P10'S ONE DEFAULT CARD), SETTLE WHAT RUN HISTORY AND THE
      * PRIME MASTER CAN ANSWER, AND KEEP THE LARGEST LIMIT AMONG
      * THE CARDS LEFT TO BE SIEVED. AN UNUSABLE FIELD SIMPLY TAKES
      * ITS DEFAULT - HARD VALIDATION IS P10'S JOB AND HAPPENS
      * MOMENTS LATER ANYWAY.
      *----------------------------------------------------------------
       2000-SIZE-TONIGHTS-DECK.
           OPEN INPUT PARM-FILE
               CLOSE PARM-FILE
           END-IF

           IF PARM-CARD-COUNT = ZERO
               MOVE 1 TO PARM-CARD-COUNT
               MOVE 1 TO CARD-SUB
               PERFORM 2150-DEFAULT-ONE-CARD
                   THRU 2150-DEFAULT-ONE-CARD-EXIT
               PERFORM 2200-APPLY-CARD-LIMITS
                   THRU 2200-APPLY-CARD-LIMITS-EXIT
           END-IF

           PERFORM 2500-ANSWER-FROM-HISTORY
               THRU 2500-ANSWER-FROM-HISTORY-EXIT
           COMPUTE TOTAL-ITERATIONS = TONIGHT-LIMIT / 2.
       2000-SIZE-TONIGHTS-DECK-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-SIZE-ONE-CARD - TAKE ONE PARMIN CARD INTO THE CARD
      * TABLE. CARDS PAST THE TABLE CAPACITY ARE IGNORED, AS P10
      * IGNORES THEM.
      *----------------------------------------------------------------
       2100-SIZE-ONE-CARD.
           READ PARM-FILE
           END-READ
           ADD 1 TO PARM-CARDS-READ

           IF PARM-CARD-COUNT >= PARM-CARD-MAX
               GO TO 2100-SIZE-ONE-CARD-EXIT
           END-IF
           ADD 1 TO PARM-CARD-COUNT
           MOVE PARM-CARD-COUNT TO CARD-SUB
           PERFORM 2150-DEFAULT-ONE-CARD
               THRU 2150-DEFAULT-ONE-CARD-EXIT

           IF PARM-LIMIT-VAL-X NOT = SPACES
               AND PARM-LIMIT-VAL-X NOT = "00000000"
               AND PARM-LIMIT-VAL NUMERIC
               MOVE PARM-LIMIT-VAL TO CARD-LIMIT-VAL (CARD-SUB)
           END-IF
           IF PARM-MODE NOT = SPACE
               MOVE PARM-MODE TO CARD-MODE (CARD-SUB)
           END-IF
           IF PARM-RANGE-LOW-X NOT = SPACES
               AND PARM-RANGE-LOW-X NOT = "00000000"
               AND PARM-RANGE-LOW NUMERIC
               MOVE PARM-RANGE-LOW TO CARD-RANGE-LOW (CARD-SUB)
           END-IF
           IF PARM-RANGE-HIGH-X NOT = SPACES
               AND PARM-RANGE-HIGH-X NOT = "00000000"
               AND PARM-RANGE-HIGH NUMERIC
               MOVE PARM-RANGE-HIGH TO CARD-RANGE-HIGH (CARD-SUB)
           END-IF
           IF PARM-NTH-X NOT = SPACES
               AND PARM-NTH-X NOT = "00000000"
               AND PARM-NTH NUMERIC
               MOVE PARM-NTH TO CARD-NTH (CARD-SUB)
           END-IF

           PERFORM 2200-APPLY-CARD-LIMITS
               THRU 2200-APPLY-CARD-LIMITS-EXIT.
       2100-SIZE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-DEFAULT-ONE-CARD - RESET THE CARD-SUB ENTRY TO P10'S
      * DEFAULTS: MODE 1, LIMIT 2,000,000, RANGE 1 THRU 2,000,000,
      * NTH 1, NOT YET ANSWERED.
      *----------------------------------------------------------------
       2150-DEFAULT-ONE-CARD.
           MOVE DEFAULT-LIMIT TO CARD-LIMIT-VAL (CARD-SUB)
           MOVE "1" TO CARD-MODE (CARD-SUB)
           MOVE 1 TO CARD-RANGE-LOW (CARD-SUB)
           MOVE DEFAULT-LIMIT TO CARD-RANGE-HIGH (CARD-SUB)
           MOVE 1 TO CARD-NTH (CARD-SUB)
           MOVE ZERO TO CARD-TOTAL (CARD-SUB)
           MOVE ZERO TO CARD-CNT (CARD-SUB)
           MOVE SPACE TO CARD-SOURCE (CARD-SUB)
           MOVE ZERO TO CARD-HIST-DATE (CARD-SUB)
           MOVE SPACE TO CARD-HIST-STATE (CARD-SUB).
       2150-DEFAULT-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-APPLY-CARD-LIMITS - CAP THE CARD'S LIMIT AND RANGE AS
      * P10'S 1200-APPLY-CARD-LIMITS DOES, SO THE PARAMETERS MATCHED
      * AGAINST HISTORY ARE THE ONES P10 WILL MATCH. A MODE 1-3 CARD
      * IS ELIGIBLE FOR A HISTORY ANSWER UNLESS IT IS A MODE-3 CARD
      * WHOSE RANGE CAPPING LEAVES IT WITH NO ANSWER TO FIND.
      *----------------------------------------------------------------
       2200-APPLY-CARD-LIMITS.
           IF CARD-LIMIT-VAL (CARD-SUB) > MAX-LIMIT
               MOVE MAX-LIMIT TO CARD-LIMIT-VAL (CARD-SUB)
           END-IF
           IF CARD-MODE (CARD-SUB) = "1" OR "2" OR "3"
               SET CARD-HIST-ELIGIBLE (CARD-SUB) TO TRUE
           END-IF

           IF CARD-RANGE-HIGH (CARD-SUB) > CARD-LIMIT-VAL (CARD-SUB)
               MOVE CARD-LIMIT-VAL (CARD-SUB)
                   TO CARD-RANGE-HIGH (CARD-SUB)
           END-IF
           IF CARD-RANGE-LOW (CARD-SUB) > CARD-LIMIT-VAL (CARD-SUB)
               MOVE CARD-LIMIT-VAL (CARD-SUB)
                   TO CARD-RANGE-LOW (CARD-SUB)
               IF CARD-MODE (CARD-SUB) = "3"
                   MOVE SPACE TO CARD-HIST-STATE (CARD-SUB)
               END-IF
           END-IF
           IF CARD-MODE (CARD-SUB) = "3"
               AND CARD-RANGE-LOW (CARD-SUB) >
                   CARD-RANGE-HIGH (CARD-SUB)
               MOVE SPACE TO CARD-HIST-STATE (CARD-SUB)
           END-IF.
       2200-APPLY-CARD-LIMITS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-ANSWER-FROM-HISTORY - THE SAME PRE-PASS P10 MAKES:
      * EACH ELIGIBLE CARD IS DATED WITH THE LATEST CLEAN (RC 0)
      * AUDITOUT RUN THAT ASKED THE SAME QUESTION AND TAKES THAT
      * RUN'S FOUND TOTOUT ANSWER; AN OPEN MODE-2 CARD IS THEN TRIED
      * AGAINST PRIMENDX. WHAT IS LEFT SETS TONIGHT-LIMIT - ZERO
      * WHEN NO CARD NEEDS THE SIEVE.
      *----------------------------------------------------------------
       2500-ANSWER-FROM-HISTORY.
           MOVE ZERO TO CARDS-ELIGIBLE
           PERFORM 2510-COUNT-ONE-ELIGIBLE
               THRU 2510-COUNT-ONE-ELIGIBLE-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT

           IF CARDS-ELIGIBLE > ZERO
               PERFORM 2520-SCAN-AUDIT-HISTORY
                   THRU 2520-SCAN-AUDIT-HISTORY-EXIT
               PERFORM 2550-SCAN-TOTALS-HISTORY
                   THRU 2550-SCAN-TOTALS-HISTORY-EXIT
               PERFORM 2580-TAKE-ONE-HISTORY-ANSWER
                   THRU 2580-TAKE-ONE-HISTORY-ANSWER-EXIT
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > PARM-CARD-COUNT
               PERFORM 2600-ANSWER-FROM-MASTER
                   THRU 2600-ANSWER-FROM-MASTER-EXIT
           END-IF

           MOVE ZERO TO TONIGHT-LIMIT
           MOVE ZERO TO CARDS-TO-SIEVE
           PERFORM 2650-SIZE-ONE-CARD
               THRU 2650-SIZE-ONE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT.
       2500-ANSWER-FROM-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2510-COUNT-ONE-ELIGIBLE - COUNT A CARD 2200 MARKED ELIGIBLE.
      *----------------------------------------------------------------
       2510-COUNT-ONE-ELIGIBLE.
           IF CARD-HIST-ELIGIBLE (CARD-SUB)
               ADD 1 TO CARDS-ELIGIBLE
           END-IF.
       2510-COUNT-ONE-ELIGIBLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2520-SCAN-AUDIT-HISTORY - READ AUDITOUT, DATING EACH
      * ELIGIBLE CARD WITH ITS LATEST CLEAN RUN.
      *----------------------------------------------------------------
       2520-SCAN-AUDIT-HISTORY.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               IF AUDIT-FILE-STATUS = "05"
                   CLOSE AUDIT-FILE
               END-IF
               GO TO 2520-SCAN-AUDIT-HISTORY-EXIT
           END-IF

           MOVE "N" TO HIST-EOF-SWITCH
           PERFORM 2530-READ-ONE-AUDIT
               THRU 2530-READ-ONE-AUDIT-EXIT
               UNTIL HIST-AT-EOF

           CLOSE AUDIT-FILE.
       2520-SCAN-AUDIT-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2530-READ-ONE-AUDIT - ONE AUDITOUT RECORD; ONLY A CARD OF A
      * RUN THAT ENDED CLEAN, RC 0, IS OFFERED TO THE CARD TABLE.
      *----------------------------------------------------------------
       2530-READ-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET HIST-AT-EOF TO TRUE
                   GO TO 2530-READ-ONE-AUDIT-EXIT
           END-READ

           IF AUD-DISPOSITION NOT = "CLEAN"
               OR AUD-RETURN-CODE NOT NUMERIC
               OR AUD-RUN-DATE NOT NUMERIC
               OR AUD-EFF-LIMIT NOT NUMERIC
               OR AUD-EFF-RANGE-LOW NOT NUMERIC
               OR AUD-EFF-RANGE-HIGH NOT NUMERIC
               OR AUD-EFF-NTH NOT NUMERIC
               GO TO 2530-READ-ONE-AUDIT-EXIT
           END-IF
           IF AUD-RETURN-CODE NOT = ZERO
               GO TO 2530-READ-ONE-AUDIT-EXIT
           END-IF

           PERFORM 2540-DATE-ONE-CARD
               THRU 2540-DATE-ONE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT.
       2530-READ-ONE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2540-DATE-ONE-CARD - A MATCHING CLEAN RUN LATER THAN ANY
      * SEEN SO FAR DATES THE CARD.
      *----------------------------------------------------------------
       2540-DATE-ONE-CARD.
           IF CARD-HIST-ELIGIBLE (CARD-SUB)
               AND AUD-EFF-MODE = CARD-MODE (CARD-SUB)
               AND AUD-EFF-LIMIT = CARD-LIMIT-VAL (CARD-SUB)
               AND AUD-EFF-RANGE-LOW = CARD-RANGE-LOW (CARD-SUB)
               AND AUD-EFF-RANGE-HIGH = CARD-RANGE-HIGH (CARD-SUB)
               AND AUD-EFF-NTH = CARD-NTH (CARD-SUB)
               AND AUD-RUN-DATE > CARD-HIST-DATE (CARD-SUB)
               MOVE AUD-RUN-DATE TO CARD-HIST-DATE (CARD-SUB)
           END-IF.
       2540-DATE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2550-SCAN-TOTALS-HISTORY - READ TOTOUT, TAKING EACH DATED
      * CARD'S ANSWER FROM THE FOUND RECORD OF ITS CLEAN RUN.
      *----------------------------------------------------------------
       2550-SCAN-TOTALS-HISTORY.
           OPEN INPUT TOTALS-FILE
           IF TOTALS-FILE-STATUS NOT = "00"
               IF TOTALS-FILE-STATUS = "05"
                   CLOSE TOTALS-FILE
               END-IF
               GO TO 2550-SCAN-TOTALS-HISTORY-EXIT
           END-IF

           MOVE "N" TO HIST-EOF-SWITCH
           PERFORM 2560-READ-ONE-TOTAL
               THRU 2560-READ-ONE-TOTAL-EXIT
               UNTIL HIST-AT-EOF

           CLOSE TOTALS-FILE.
       2550-SCAN-TOTALS-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2560-READ-ONE-TOTAL - ONE TOTOUT RECORD; ONLY A FOUND ANSWER
      * WITH USABLE FIELDS IS OFFERED TO THE CARD TABLE.
      *----------------------------------------------------------------
       2560-READ-ONE-TOTAL.
           READ TOTALS-FILE
               AT END
                   SET HIST-AT-EOF TO TRUE
                   GO TO 2560-READ-ONE-TOTAL-EXIT
           END-READ

           IF TOT-STATUS NOT = "Y"
               OR TOT-RUN-DATE NOT NUMERIC
               OR TOT-LIMIT-VAL NOT NUMERIC
               OR TOT-RANGE-LOW NOT NUMERIC
               OR TOT-RANGE-HIGH NOT NUMERIC
               OR TOT-NTH NOT NUMERIC
               OR TOT-TOTAL NOT NUMERIC
               OR TOT-COUNT NOT NUMERIC
               GO TO 2560-READ-ONE-TOTAL-EXIT
           END-IF

           PERFORM 2570-MATCH-ONE-TOTAL
               THRU 2570-MATCH-ONE-TOTAL-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT.
       2560-READ-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2570-MATCH-ONE-TOTAL - THE CARD'S CLEAN-RUN RECORD SUPPLIES
      * THE ANSWER; A SECOND ONE THAT DISAGREES VOIDS IT.
      *----------------------------------------------------------------
       2570-MATCH-ONE-TOTAL.
           IF CARD-HIST-DATE (CARD-SUB) = ZERO
               OR TOT-RUN-DATE NOT = CARD-HIST-DATE (CARD-SUB)
               OR TOT-MODE NOT = CARD-MODE (CARD-SUB)
               OR TOT-LIMIT-VAL NOT = CARD-LIMIT-VAL (CARD-SUB)
               OR TOT-RANGE-LOW NOT = CARD-RANGE-LOW (CARD-SUB)
               OR TOT-RANGE-HIGH NOT = CARD-RANGE-HIGH (CARD-SUB)
               OR TOT-NTH NOT = CARD-NTH (CARD-SUB)
               GO TO 2570-MATCH-ONE-TOTAL-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CARD-HIST-ELIGIBLE (CARD-SUB)
                   MOVE TOT-TOTAL TO CARD-TOTAL (CARD-SUB)
                   MOVE TOT-COUNT TO CARD-CNT (CARD-SUB)
                   SET CARD-HIST-TAKEN (CARD-SUB) TO TRUE
               WHEN CARD-HIST-TAKEN (CARD-SUB)
                   IF TOT-TOTAL NOT = CARD-TOTAL (CARD-SUB)
                       OR TOT-COUNT NOT = CARD-CNT (CARD-SUB)
                       SET CARD-HIST-CONFLICT (CARD-SUB) TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2570-MATCH-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2580-TAKE-ONE-HISTORY-ANSWER - SETTLE ONE CARD AFTER BOTH
      * SCANS, AND COUNT AN OPEN MODE-2 CARD FOR PRIMENDX.
      *----------------------------------------------------------------
       2580-TAKE-ONE-HISTORY-ANSWER.
           IF CARD-HIST-TAKEN (CARD-SUB)
               MOVE "H" TO CARD-SOURCE (CARD-SUB)
               ADD 1 TO CARDS-FROM-HISTORY
           END-IF

           IF CARD-MODE (CARD-SUB) = "2"
               AND CARD-SOURCE (CARD-SUB) = SPACE
               AND CARD-HIST-STATE (CARD-SUB) NOT = SPACE
               ADD 1 TO CARDS-FOR-MASTER
           END-IF.
       2580-TAKE-ONE-HISTORY-ANSWER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-ANSWER-FROM-MASTER - ONE KEYED PRIMENDX READ PER OPEN
      * MODE-2 CARD. NO PRIMENDX MEANS THOSE CARDS ARE SIEVED.
      *----------------------------------------------------------------
       2600-ANSWER-FROM-MASTER.
           IF CARDS-FOR-MASTER = ZERO
               GO TO 2600-ANSWER-FROM-MASTER-EXIT
           END-IF

           OPEN INPUT INDEX-FILE
           IF INDEX-FILE-STATUS NOT = "00"
               IF INDEX-FILE-STATUS = "05"
                   CLOSE INDEX-FILE
               END-IF
               GO TO 2600-ANSWER-FROM-MASTER-EXIT
           END-IF

           PERFORM 2610-READ-ONE-ORDINAL
               THRU 2610-READ-ONE-ORDINAL-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT

           CLOSE INDEX-FILE.
       2600-ANSWER-FROM-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2610-READ-ONE-ORDINAL - THE NTH PRIME ON THE MASTER SETTLES
      * THE CARD WHEN IT LIES BELOW THE CARD'S LIMIT.
      *----------------------------------------------------------------
       2610-READ-ONE-ORDINAL.
           IF CARD-MODE (CARD-SUB) NOT = "2"
               OR CARD-SOURCE (CARD-SUB) NOT = SPACE
               OR CARD-HIST-STATE (CARD-SUB) = SPACE
               GO TO 2610-READ-ONE-ORDINAL-EXIT
           END-IF

           MOVE CARD-NTH (CARD-SUB) TO NDX-ORDINAL
           READ INDEX-FILE
           IF INDEX-FILE-STATUS = "00"
               AND NDX-PRIME-NUMBER < CARD-LIMIT-VAL (CARD-SUB)
               MOVE "M" TO CARD-SOURCE (CARD-SUB)
               ADD 1 TO CARDS-FROM-MASTER
           END-IF.
       2610-READ-ONE-ORDINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2650-SIZE-ONE-CARD - A CARD STILL UNANSWERED IS COUNTED FOR
      * THE SIEVE AND RAISES TONIGHT-LIMIT TO ITS LIMIT.
      *----------------------------------------------------------------
       2650-SIZE-ONE-CARD.
           IF NOT CARD-FROM-HISTORY (CARD-SUB)
               ADD 1 TO CARDS-TO-SIEVE
               IF CARD-LIMIT-VAL (CARD-SUB) > TONIGHT-LIMIT
                   MOVE CARD-LIMIT-VAL (CARD-SUB) TO TONIGHT-LIMIT
               END-IF
           END-IF.
       2650-SIZE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-LOAD-RUN-HISTORY - LOAD THE LOGFILE PHASE PAIRS THE WAY
      * P10RPT DOES, THEN WALK TOTOUT GIVING EACH PAIR THE LARGEST
      * 3200-MATCH-ONE-TOTAL - GIVE THE PAIR FOR THIS TOTOUT
      * RECORD'S RUN DATE THE LARGEST LIMIT AMONG ITS CARDS. THE
      * SEARCH ONLY MOVES FORWARD, SO REPEATED DATES CONSUME PAIRS
      * IN THE ORDER THE RUNS WROTE THEM, AS IN P10RPT. A CARD
      * ANSWERED FROM HISTORY OR THE PRIME MASTER TOOK NO SIEVE TIME
      * AND DOES NOT SIZE ITS RUN.
      *----------------------------------------------------------------
       3200-MATCH-ONE-TOTAL.
           READ TOTALS-FILE
           END-READ

           IF TOT-LIMIT-VAL NOT NUMERIC
               OR TOT-ANSWER-SOURCE NOT = SPACE
               GO TO 3200-MATCH-ONE-TOTAL-EXIT
           END-IF

      * PROJECTED COMPLETION AGAINST THE WINDOW END. NO PAIRED
      * HISTORY MEANS NOTHING TO PROJECT FROM - SAY SO AND RELEASE
      * THE RUN RATHER THAN HOLD A FIRST RUN FOR LACK OF A TRACK
      * RECORD. A DECK ANSWERED ENTIRELY FROM HISTORY AND THE PRIME
      * MASTER BUILDS NO SIEVE AND IS RELEASED THE SAME WAY. ON A
      * PARTITIONED NIGHT THE SEGMENTS SHARE THE SIEVE AND SUMMATION
      * EVENLY AND RUN SIDE BY SIDE, SO EACH PROJECTION IS DIVIDED BY
      * THE SEGMENT COUNT; THE MERGE THEN READS EVERY SEGMENT'S
      * LISTING BACK, WHICH IS PROJECTED AS ONE MORE SEGMENT'S SHARE
      * OF THE SUMMATION.
      *----------------------------------------------------------------
       5000-PROJECT-AND-JUDGE.
           MOVE "CARDS ON TONIGHTS DECK" TO VAL-LABEL
           MOVE PARM-CARD-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "ANSWERED FROM RUN HISTORY" TO VAL-LABEL
           MOVE CARDS-FROM-HISTORY TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "ANSWERED FROM PRIME MASTER" TO VAL-LABEL
           MOVE CARDS-FROM-MASTER TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "CARDS TO BE SIEVED" TO VAL-LABEL
           MOVE CARDS-TO-SIEVE TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "LARGEST LIMIT TO BE SIEVED" TO VAL-LABEL
           MOVE TONIGHT-LIMIT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "SEGMENTS (PARALLEL STEPS)" TO VAL-LABEL
           MOVE FORECAST-SEGMENTS TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           IF CARDS-TO-SIEVE = ZERO
               WRITE REPORT-REC FROM NO-SIEVE-LINE
               ADD 1 TO LINE-COUNT
               DISPLAY "P10FCST: EVERY CARD ANSWERED FROM HISTORY "
                   "OR THE PRIME MASTER - NO SIEVE TONIGHT"
               GO TO 5000-PROJECT-AND-JUDGE-EXIT
           END-IF

           MOVE "PAIRED HISTORY RUNS USED" TO VAL-LABEL
           MOVE RUNS-USED TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
           END-IF
           COMPUTE PROJECTED-SUMM =
               (TONIGHT-LIMIT * SUMM-SECONDS-SUM) / LIMIT-SUM
           MOVE ZERO TO PROJECTED-MERGE
           IF FORECAST-SEGMENTS > 1
               COMPUTE PROJECTED-SIEVE =
                   PROJECTED-SIEVE / FORECAST-SEGMENTS
               COMPUTE PROJECTED-SUMM =
                   PROJECTED-SUMM / FORECAST-SEGMENTS
               MOVE PROJECTED-SUMM TO PROJECTED-MERGE
           END-IF
           COMPUTE PROJECTED-TOTAL =
               PROJECTED-SIEVE + PROJECTED-SUMM + PROJECTED-MERGE

           MOVE "PROJECTED SIEVE SECONDS" TO VAL-LABEL
           MOVE PROJECTED-SIEVE TO VAL-NUMBER
           MOVE PROJECTED-SUMM TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           IF FORECAST-SEGMENTS > 1
               MOVE "PROJECTED MERGE SECONDS" TO VAL-LABEL
               MOVE PROJECTED-MERGE TO VAL-NUMBER
               PERFORM 7600-PRINT-VALUE-LINE
                   THRU 7600-PRINT-VALUE-LINE-EXIT
           END-IF
           MOVE "PROJECTED TOTAL SECONDS" TO VAL-LABEL
           MOVE PROJECTED-TOTAL TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
       7700-PRINT-TIME-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-CHECK-RUN-GATE - FIND THE CHAIN'S RUN DATE (THE LATEST
      * DATE ON RUNCTL) AND THE LAST RECORD P10DECK POSTED FOR IT. THE
      * STEP STARTS ONLY IF THAT WAS AN END WITH RC NOT ABOVE
      * GATE-GOOD-MAX-RC. A STEP HELD HERE POSTS A G RECORD NAMING
      * P10DECK AND ENDS RC=16 WITHOUT OPENING ANYTHING ELSE; SO DOES A
      * STEP THAT CANNOT READ RUNCTL OR FINDS NO RUN DATE.
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
               DISPLAY "P10FCST: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHAIN-RUN-DATE = ZERO
               DISPLAY "P10FCST: NO RUN DATE OPENED ON RUNCTL - "
                   "STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF GATE-LAST-EVENT NOT = "E"
               DISPLAY "P10FCST: " GATE-PROGRAM
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF GATE-LAST-RC > GATE-GOOD-MAX-RC
               DISPLAY "P10FCST: " GATE-PROGRAM " ENDED RC="
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
      * APPENDED IN TIME ORDER, SO THE LAST ONE P10DECK POSTED FOR THAT
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
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (CARDS READ AND
      * CARDS TO BE SIEVED). ONLY A STEP THAT POSTED A START POSTS AN
      * END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE PARM-CARD-COUNT TO RUN-CONTROL-COUNT-1
           MOVE CARDS-TO-SIEVE TO RUN-CONTROL-COUNT-2
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
                   DISPLAY "P10FCST: UNABLE TO OPEN RUNCTL, STATUS="
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
               DISPLAY "P10FCST: UNABLE TO WRITE RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - " RUN-CONTROL-EVENT
                   " RECORD NOT POSTED"
           END-IF
           CLOSE RUN-CONTROL-FILE.
       8900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-RAISE-RETURN-CODE - RAISE THE RUN'S CONDITION CODE TO
      * NEW-RETURN-CODE IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN
               CLOSE REPORT-FILE
           END-IF
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
