      *                 HAD LET RC=4 MASK THE QUIESCE, SO THE RUN
      *                 LOOKED COMPLETE AND WAS NEVER RESCHEDULED;
      *                 8 AND 12 STILL WIN.
      * 2026-10-15 JDK  REQUESTOR AUTHORIZATION. EVERY PARMIN CARD
      *                 THAT PASSES FIELD VALIDATION IS NOW ALSO
      *                 CHECKED AGAINST THE REQAUTH VSAM KSDS
      *                 (MAINTAINED BY THE NEW P10AUTH PROGRAM): THE
      *                 REQUESTOR ID MUST BE ON FILE AND ACTIVE, THE
      *                 CARD'S MODE MUST BE ONE THE ID MAY USE, ITS
      *                 EFFECTIVE LIMIT MAY NOT EXCEED THE ID'S
      *                 LARGEST ALLOWED LIMIT, AND FOR MODES 4 AND 5
      *                 THE FACTIN/GOLDIN CANDIDATES THE ID'S CARDS
      *                 WILL PROCESS TONIGHT MAY NOT EXCEED ITS
      *                 NIGHTLY MAXIMUM. A CARD THAT BREAKS A RULE IS
      *                 WRITTEN TO ERRRPT WITH THE RULE THAT FAILED
      *                 AND ENDS THE RUN RC=12 LIKE ANY OTHER PARMIN
      *                 REJECT; ITS AUDITOUT RECORD CARRIES THE NEW
      *                 AUTHREJ DISPOSITION. AN UNREADABLE REQAUTH
      *                 REJECTS EVERY CARD - THE CONTROL FAILS
      *                 CLOSED. THE DEFAULT CARD OF A RUN WITH NO
      *                 PARMIN IS OPERATIONS' OWN AND IS NOT CHECKED.
      * 2026-10-15 JDK  REPEAT QUESTIONS ARE ANSWERED FROM HISTORY.
      *                 AHEAD OF THE SIEVE, 1500-ANSWER-FROM-HISTORY
      *                 MATCHES EACH MODE 1-3 CARD'S MODE, LIMIT,
      *                 RANGE AND NTH AGAINST EARLIER RUNS: AUDITOUT
      *                 NAMES THE LATEST RUN THAT ASKED THE SAME
      *                 QUESTION AND ENDED CLEAN (RC=0), AND THAT
      *                 RUN'S FOUND TOTOUT RECORD SUPPLIES THE TOTAL
      *                 AND CNT. A MODE-2 CARD NOT SETTLED THAT WAY
      *                 IS ANSWERED BY ONE KEYED READ ON THE PRIMENDX
      *                 MASTER WHEN ITS ORDINAL IS LOADED AND THE
      *                 PRIME LIES BELOW THE CARD'S LIMIT. SUCH A
      *                 CARD'S TOTOUT RECORD CARRIES THE NEW ANSWER-
      *                 SOURCE INDICATOR (H = RUN HISTORY, M = PRIME
      *                 MASTER; BLANK = SIEVED, AS BEFORE) IN WHAT
      *                 WAS TOT-FILLER, AND ITS AUDITOUT RECORD SAYS
      *                 THE SAME (S FOR A SIEVED CARD) IN WHAT WAS
      *                 AUD-FILLER - NEITHER RECORD CHANGES LENGTH.
      *                 THE SIEVE IS THEN BUILT ONLY TO THE LARGEST
      *                 LIMIT AMONG THE CARDS STILL UNANSWERED, AND
      *                 NOT AT ALL WHEN EVERY CARD IS ANSWERED - NO
      *                 SIEVE OR SUMMATION LOGFILE RECORD IS WRITTEN
      *                 AND PRIMEOUT IS LEFT AS THE LAST SIEVE LEFT
      *                 IT. RECONCILIATION, TOTOUT AND AUDITOUT RUN
      *                 AS ALWAYS.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, CARDS READ, CARDS SIEVED) TO THE SHARED
      *                 RUNCTL DATASET UNDER THE CHAIN'S RUN DATE, AND
      *                 WILL NOT START UNLESS P10FCST ENDED RC<=4 FOR
      *                 THAT SAME DATE - A HELD STEP POSTS A G RECORD
      *                 AND ENDS RC=16.
      * 2026-10-15 JDK  ADDED MODE 6 - PRIME CONSTELLATIONS IN A RANGE.
      *                 A MODE-6 CARD USES THE RANGE COLUMNS LIKE MODE
      *                 3 AND CARRIES A PATTERN CODE IN THE NTH
      *                 COLUMNS (26-33): 1 = COUSIN PAIRS (P, P+4),
      *                 2 = SEXY PAIRS (P, P+6), 3 = PRIME TRIPLETS
      *                 (P, P+2, P+6 OR P, P+4, P+6), 4 = PRIME
      *                 QUADRUPLETS (P, P+2, P+6, P+8). THE SAME
      *                 PRIME WALK THAT ANSWERS MODES 1-3 LOOKS AHEAD
      *                 OF EACH PRIME IN THE CMPS TABLE AND CREDITS
      *                 EVERY MODE-6 CARD WHOSE PATTERN STARTS THERE
      *                 WITH EVERY MEMBER INSIDE THE CARD'S RANGE AND
      *                 BELOW ITS LIMIT, SO ANY NUMBER OF MODE-6 CARDS
      *                 ARE ANSWERED FROM ONE SIEVE. EACH MATCH GOES TO
      *                 THE NEW CONSOUT FILE (CARD, PATTERN, STARTING
      *                 PRIME AND MEMBERS); THE CARD'S TOTOUT RECORD
      *                 CARRIES THE COUNT FOUND IN CNT AND THE SUM OF
      *                 THE STARTING PRIMES IN TOTAL, SO THE RUN
      *                 BALANCES AND CTLPRIOR RECONCILES IT LIKE ANY
      *                 OTHER SIEVE ANSWER. MODE 6 IS NEVER ANSWERED
      *                 FROM HISTORY - CONSOUT MUST BE WRITTEN.
      * 2026-10-15 JDK  PARTITIONED SIEVE. A SEGCTL CARD MAKES THIS
      *                 STEP ONE PART OF A NIGHT CUT INTO 1-16
      *                 SEGMENTS: B = BASE STEP (VALIDATES THE DECK AND
      *                 ANSWERS FROM HISTORY AS BEFORE, SIEVES THE BASE
      *                 PRIMES UP TO THE SQUARE ROOT OF THE LIMIT TO
      *                 BASEPRM, AND WRITES SEGPLAN - THE SEGMENT
      *                 BOUNDS AND THE CARD DECK), S = ONE SEGMENT
      *                 (MARKS AND WALKS ITS OWN CONTIGUOUS SLICE OF
      *                 THE RANGE WITH ITS OWN CHECKPOINT PAIR AND
      *                 STATUS RECORD, WRITING A PARTIAL PRIME LISTING,
      *                 PARTIAL CONSOUT AND SEGTOT CONTROL TOTALS), M =
      *                 MERGE (PROVES THE SEGMENTS COVER 2 THRU LIMIT-1
      *                 EXACTLY ONCE AND THAT EVERY LISTING BALANCES TO
      *                 ITS TOTALS, THEN PUBLISHES PRIMEOUT, CONSOUT,
      *                 TOTOUT, LOGFILE AND AUDITOUT AS ONE STEP
      *                 WOULD). SEGMENT STEPS ARE INDEPENDENT AND MAY
      *                 RUN IN PARALLEL. NO SEGCTL = THE SINGLE STEP,
      *                 UNCHANGED.
      * 2026-10-15 JDK  THE BASE STEP'S RUNCTL END RECORD NOW CARRIES
      *                 THE NIGHT'S SEGMENT COUNT AS ITS SECOND COUNT,
      *                 AND A SEGMENT'S CARRIES THE PRIMES IN ITS SLICE
      *                 AND THE SEGMENT COUNT, SO P10RCTL CAN LIST THE
      *                 BASE AND EVERY SEGMENT OF A PARTITIONED NIGHT.
      * 2026-10-15 JDK  AN UNUSABLE SEGPLAN NOW NOTES "SEGPLAN=PL" IN
      *                 THE AUDIT TRAIL INSTEAD OF ITS CLEAN READ
      *                 STATUS, SO THE ENTRY SAYS WHY THE STEP STOPPED.
      * 2026-10-15 JDK  SEGTOT S RECORD FILLER WIDENED TO FILL ALL 200
      *                 BYTES, SO NO LEFTOVER C-RECORD BYTES RIDE ALONG.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOLD-OUT-STATUS.

           SELECT CONS-OUT-FILE ASSIGN TO "CONSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONS-OUT-STATUS.

      *----------------------------------------------------------------
      * OPRCMD IS THE OPERATOR COMMAND DATASET, POLLED AT EVERY
      * SIEVE CHECKPOINT. A CARD WITH STOP IN COLUMNS 1-4 QUIESCES
               RECORD KEY IS STATM-KEY
               FILE STATUS IS STAT-MST-STATUS.

      *----------------------------------------------------------------
      * REQAUTH IS THE REQUESTOR AUTHORIZATION FILE, KEYED BY
      * REQUESTOR ID AND MAINTAINED ONLY THROUGH P10AUTH. READ
      * RANDOMLY, ONCE PER PARMIN CARD, DURING VALIDATION.
      *----------------------------------------------------------------
           SELECT AUTH-FILE ASSIGN TO "REQAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUTH-REQUESTOR
               FILE STATUS IS AUTH-FILE-STATUS.

      *----------------------------------------------------------------
      * PRIMENDX IS P10LOAD'S ORDINAL-KEYED COMPANION TO THE PRIME
      * MASTER. ONE KEYED READ ANSWERS A MODE-2 CARD WHOSE ORDINAL
      * IS ALREADY LOADED, BEFORE THE SIEVE IS SIZED. A MISSING
      * CLUSTER ONLY MEANS THOSE CARDS ARE SIEVED.
      *----------------------------------------------------------------
           SELECT OPTIONAL INDEX-FILE ASSIGN TO "PRIMENDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NDX-ORDINAL
               FILE STATUS IS INDEX-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

      *----------------------------------------------------------------
      * THE PARTITIONED SIEVE. SEGCTL SAYS WHICH PART OF A
      * PARTITIONED NIGHT THIS STEP IS - THE BASE STEP, ONE SEGMENT
      * OR THE MERGE - AND INTO HOW MANY SEGMENTS THE RANGE IS CUT;
      * WITHOUT IT THE STEP IS THE WHOLE SIEVE, AS IT ALWAYS WAS.
      * SEGPLAN (WRITTEN BY THE BASE STEP) CARRIES THE SEGMENT BOUNDS
      * AND THE EFFECTIVE CARD DECK TO EVERY LATER STEP, BASEPRM THE
      * BASE PRIMES, SEGTOT ONE SEGMENT'S CONTROL TOTALS. THE MERGE
      * READS EVERY SEGMENT'S TOTALS, PRIME LISTING AND CONSTELLATIONS
      * AS CONCATENATIONS IN SEGMENT ORDER (SEGTOT, SEGPRIME AND
      * SEGCONS). SEGCKPT1/SEGCKPT2 ARE A SEGMENT'S OWN CHECKPOINT
      * PAIR, WRITTEN ALTERNATELY LIKE CKPTFILE/CKPTFIL2.
      *----------------------------------------------------------------
           SELECT OPTIONAL SEG-CTL-FILE ASSIGN TO "SEGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-CTL-STATUS.

           SELECT SEG-PLAN-FILE ASSIGN TO "SEGPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-PLAN-STATUS.

           SELECT BASE-PRIME-FILE ASSIGN TO "BASEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BASE-PRIME-STATUS.

           SELECT SEG-TOTALS-FILE ASSIGN TO "SEGTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-TOTALS-STATUS.

           SELECT SEG-PRIME-FILE ASSIGN TO "SEGPRIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-PRIME-STATUS.

           SELECT SEG-CONS-FILE ASSIGN TO "SEGCONS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEG-CONS-STATUS.

           SELECT OPTIONAL SEG-CKPT-FILE ASSIGN TO "SEGCKPT1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEG-CKPT-STATUS.

           SELECT OPTIONAL SEG-CKPT-FILE-2 ASSIGN TO "SEGCKPT2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SEG-CKPT-2-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           05  TOT-TOTAL PIC 9(15).
           05  TOT-COUNT PIC 9(08).
           05  TOT-REQUESTOR PIC X(08).
           05  TOT-ANSWER-SOURCE PIC X(01).

       FD  PRIME-FILE
           RECORD CONTAINS 08 CHARACTERS.
           05  AUD-DISPOSITION PIC X(08).
           05  AUD-RETURN-CODE PIC 9(02).
           05  AUD-REQUESTOR PIC X(08).
           05  AUD-ANSWER-SOURCE PIC X(01).
           05  AUD-FILLER PIC X(01).

       FD  STAT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  STAT-ELAPSED-SECONDS PIC 9(07).
           05  STAT-REMAINING-SECONDS PIC 9(07).
           05  STAT-PROJECTED-END PIC 9(06).
           05  STAT-SEGMENT-AREA.
               10  STAT-SEGMENT PIC 9(02).
               10  STAT-SEGMENT-COUNT PIC 9(02).
               10  STAT-SEGMENT-LOW PIC 9(08).
               10  STAT-FILLER PIC X(05).

       FD  FACT-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  GOLD-Q PIC 9(08).
           05  GOLD-FILLER PIC X(15).

      *----------------------------------------------------------------
      * ONE CONSOUT RECORD PER CONSTELLATION FOUND FOR A MODE-6 CARD:
      * THE CARD'S POSITION IN THE DECK, ITS PATTERN CODE, THE
      * STARTING PRIME, THE MEMBER COUNT AND THE MEMBERS IN
      * ASCENDING ORDER (UNUSED MEMBER SLOTS ZERO), AND THE CARD'S
      * REQUESTOR. RECORDS COME OUT IN STARTING-PRIME ORDER WITH THE
      * CARDS INTERLEAVED; EACH CARD'S RECORDS NUMBER ITS TOTOUT CNT
      * AND THEIR STARTING PRIMES SUM TO ITS TOTAL.
      *----------------------------------------------------------------
       FD  CONS-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONS-REC.
           05  CONS-CARD-NUMBER PIC 9(02).
           05  CONS-PATTERN-CODE PIC 9(01).
           05  CONS-START-PRIME PIC 9(08).
           05  CONS-MEMBER-COUNT PIC 9(01).
           05  CONS-MEMBER PIC 9(08) OCCURS 4 TIMES.
           05  CONS-REQUESTOR PIC X(08).
           05  CONS-FILLER PIC X(28).

       FD  OPR-CMD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OPR-CMD-REC.
           05  STATM-KEY PIC X(02).
           05  STATM-STATUS-IMAGE PIC X(80).

      *----------------------------------------------------------------
      * ONE REQAUTH RECORD PER REQUESTOR ID. AUTH-MODE-FLAG (N) IS
      * "Y" WHEN THE ID MAY PUNCH MODE N. AUTH-MAX-CANDIDATES IS THE
      * MOST FACTIN/GOLDIN CANDIDATES THE ID'S MODE-4 AND MODE-5
      * CARDS MAY PROCESS IN ONE NIGHT. THE DATES AND GRANTED-BY ID
      * ARE P10AUTH'S RECORD OF WHO LAST CHANGED THE ENTRY.
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

       FD  INDEX-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  INDEX-REC.
           05  NDX-ORDINAL PIC 9(08).
           05  NDX-PRIME-NUMBER PIC 9(08).

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

      *----------------------------------------------------------------
      * THE SEGCTL CARD. COL 1 ROLE (B = BASE STEP, S = ONE SEGMENT,
      * M = MERGE), COLS 2-3 THE SEGMENT NUMBER (S ONLY), COLS 4-5
      * THE NUMBER OF SEGMENTS THE NIGHT IS CUT INTO.
      *----------------------------------------------------------------
       FD  SEG-CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SEG-CTL-REC.
           05  SCTL-ROLE PIC X(01).
           05  SCTL-SEGMENT PIC 9(02).
           05  SCTL-SEGMENT-X REDEFINES SCTL-SEGMENT PIC X(02).
           05  SCTL-COUNT PIC 9(02).
           05  SCTL-COUNT-X REDEFINES SCTL-COUNT PIC X(02).
           05  SCTL-FILLER PIC X(75).

      *----------------------------------------------------------------
      * SEGPLAN - ONE H (HEADER) RECORD, ONE B (BOUNDS) RECORD PER
      * SEGMENT, THEN ONE C RECORD PER CARD OF THE DECK EXACTLY AS
      * THE BASE STEP LEFT IT (EFFECTIVE PARAMETERS, HISTORY ANSWERS
      * AND ALL). THE PLAN TOKEN - THE BASE STEP'S RUN DATE AND TIME
      * OF DAY - IS CARRIED ONTO EVERY SEGMENT'S TOTALS SO THE MERGE
      * CAN TELL TONIGHT'S SEGMENTS FROM A STALE ONE.
      *----------------------------------------------------------------
       FD  SEG-PLAN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  PLAN-HEADER-REC.
           05  PLNH-TYPE PIC X(01).
           05  PLNH-TOKEN.
               10  PLNH-TOKEN-DATE PIC 9(08).
               10  PLNH-TOKEN-TIME PIC 9(08).
           05  PLNH-LIMIT-VAL PIC 9(08).
           05  PLNH-SEGMENT-COUNT PIC 9(02).
           05  PLNH-CARD-COUNT PIC 9(02).
           05  PLNH-CARDS-TO-SIEVE PIC 9(02).
           05  PLNH-BASE-ROOT PIC 9(08).
           05  PLNH-BASE-PRIME-COUNT PIC 9(08).
           05  PLNH-BASE-START-TIME PIC 9(08).
           05  PLNH-BASE-END-TIME PIC 9(08).
           05  PLNH-BASE-SECONDS PIC 9(05).
           05  PLNH-RETURN-CODE PIC 9(02).
           05  PLNH-FILE-STATUSES PIC X(48).
           05  PLNH-FILLER PIC X(82).
       01  PLAN-BOUND-REC.
           05  PLNB-TYPE PIC X(01).
           05  PLNB-SEGMENT PIC 9(02).
           05  PLNB-LOW PIC 9(08).
           05  PLNB-HIGH PIC 9(08).
           05  PLNB-FILLER PIC X(181).
       01  PLAN-CARD-REC.
           05  PLNC-TYPE PIC X(01).
           05  PLNC-CARD-NUMBER PIC 9(02).
           05  PLNC-LIMIT-VAL PIC 9(08).
           05  PLNC-MODE PIC X(01).
           05  PLNC-RANGE-LOW PIC 9(08).
           05  PLNC-RANGE-HIGH PIC 9(08).
           05  PLNC-NTH PIC 9(08).
           05  PLNC-TOTAL PIC 9(15).
           05  PLNC-CNT PIC 9(08).
           05  PLNC-FOUND PIC X(01).
           05  PLNC-REQUESTOR PIC X(08).
           05  PLNC-IMAGE PIC X(80).
           05  PLNC-AUTH-FLAG PIC X(01).
           05  PLNC-SOURCE PIC X(01).
           05  PLNC-HIST-DATE PIC 9(08).
           05  PLNC-HIST-STATE PIC X(01).
           05  PLNC-FILLER PIC X(41).

       FD  BASE-PRIME-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  BASE-PRIME-REC.
           05  BPR-PRIME PIC 9(08).

      *----------------------------------------------------------------
      * SEGTOT - ONE SEGMENT'S CONTROL TOTALS: AN S RECORD (BOUNDS,
      * PRIME COUNT AND SUM OF ITS LISTING, PHASE TIMINGS, RESUME
      * AND FILE-STATUS FACTS) FOLLOWED BY SGT-CARD-PARTIALS C
      * RECORDS, ONE PER SIEVED CARD IN CARD ORDER, CARRYING THE
      * CARD'S PARTIAL CNT AND TOTAL OVER THE SEGMENT. FOR A MODE-2
      * CARD THE PARTIAL CNT IS EVERY PRIME IN THE SEGMENT BELOW THE
      * CARD'S LIMIT - THE MERGE FINDS THE NTH ONE.
      *----------------------------------------------------------------
       FD  SEG-TOTALS-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  SEG-TOTAL-REC.
           05  SGT-TYPE PIC X(01).
           05  SGT-TOKEN PIC X(16).
           05  SGT-SEGMENT PIC 9(02).
           05  SGT-SEGMENT-COUNT PIC 9(02).
           05  SGT-LOW PIC 9(08).
           05  SGT-HIGH PIC 9(08).
           05  SGT-PRIME-COUNT PIC 9(08).
           05  SGT-PRIME-SUM PIC 9(15).
           05  SGT-CARD-PARTIALS PIC 9(02).
           05  SGT-SIEVE-START-TIME PIC 9(08).
           05  SGT-SIEVE-END-TIME PIC 9(08).
           05  SGT-SIEVE-SECONDS PIC 9(05).
           05  SGT-SUMM-START-TIME PIC 9(08).
           05  SGT-SUMM-END-TIME PIC 9(08).
           05  SGT-SUMM-SECONDS PIC 9(05).
           05  SGT-RESUME-FLAG PIC X(01).
           05  SGT-RESUME-PRIME PIC 9(08).
           05  SGT-RETURN-CODE PIC 9(02).
           05  SGT-FILE-STATUSES PIC X(48).
           05  SGT-FILLER PIC X(37).
       01  SEG-PARTIAL-REC.
           05  SGP-TYPE PIC X(01).
           05  SGP-TOKEN PIC X(16).
           05  SGP-SEGMENT PIC 9(02).
           05  SGP-CARD-NUMBER PIC 9(02).
           05  SGP-MODE PIC X(01).
           05  SGP-CNT PIC 9(08).
           05  SGP-TOTAL PIC 9(15).
           05  SGP-FILLER PIC X(155).

       FD  SEG-PRIME-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  SEG-PRIME-REC.
           05  SPI-PRIME PIC 9(08).

       FD  SEG-CONS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SEG-CONS-REC.
           05  SCI-CARD-NUMBER PIC 9(02).
           05  SCI-PATTERN-CODE PIC 9(01).
           05  SCI-START-PRIME PIC 9(08).
           05  SCI-REST PIC X(69).

      *----------------------------------------------------------------
      * A SEGMENT'S CHECKPOINT: THE LIMIT AND BOUNDS IT WAS CUT FOR,
      * THE LAST BASE PRIME WHOSE MULTIPLES ARE FULLY MARKED, AND THE
      * CMPS TABLE. ONLY A CHECKPOINT FOR THE SAME LIMIT AND BOUNDS
      * IS EVER RESUMED FROM.
      *----------------------------------------------------------------
       FD  SEG-CKPT-FILE.
       01  SEG-CKPT-REC.
           05  SCK-LIMIT-VAL PIC S9(8) COMP.
           05  SCK-SEGMENT-LOW PIC S9(8) COMP.
           05  SCK-SEGMENT-HIGH PIC S9(8) COMP.
           05  SCK-LAST-PRIME-SUB PIC S9(8) COMP.
           05  SCK-TABLE-AREA.
               10  SCK-TABLE PIC 9(02) COMP-X VALUE ZERO
                   OCCURS 8000000 TIMES.

       FD  SEG-CKPT-FILE-2.
       01  SEG-CKPT-REC-2.
           05  SCK2-LIMIT-VAL PIC S9(8) COMP.
           05  SCK2-SEGMENT-LOW PIC S9(8) COMP.
           05  SCK2-SEGMENT-HIGH PIC S9(8) COMP.
           05  SCK2-LAST-PRIME-SUB PIC S9(8) COMP.
           05  SCK2-TABLE-AREA.
               10  SCK2-TABLE PIC 9(02) COMP-X VALUE ZERO
                   OCCURS 8000000 TIMES.

       WORKING-STORAGE SECTION.
           77 N PIC S9(8) COMP.
           77 MULT PIC S9(8) COMP.
      * PRIMES BELOW ITS CARD-LIMIT-VAL: 1 = SUM OF PRIMES (THE
      * ORIGINAL BEHAVIOR, AND THE DEFAULT WHEN A CARD DOES NOT
      * SPECIFY A MODE), 2 = NTH PRIME, 3 = SUM OF PRIMES IN A RANGE.
      * THE SIEVE ITSELF IS BUILT ONCE, TO THE LARGEST CARD-LIMIT-VAL
      * OF THE CARDS NOT ALREADY ANSWERED FROM HISTORY, AND EVERY
      * SUCH CARD IS ANSWERED FROM THAT ONE TABLE. CARD-TOTAL,
      * CARD-CNT AND CARD-FOUND ACCUMULATE EACH CARD'S ANSWER DURING
      * THE SINGLE SUMMATION PASS. CARD-FOUND DISTINGUISHES A GENUINE
      * RESULT FROM A QUESTION THAT COULD NOT PRODUCE ONE (E.G. AN
      * NTH PRIME PAST THE CARD'S LIMIT) - TOT-STATUS CARRIES IT OUT
      * TO TOTOUT SO A DOWNSTREAM JOB READING TOT-TOTAL=0 CAN TELL A
      * REAL ZERO FROM "NO ANSWER". CARD-SOURCE IS H OR M WHEN THE
      * CARD WAS ANSWERED AHEAD OF THE SIEVE FROM RUN HISTORY OR THE
      * PRIME MASTER (SUCH A CARD TAKES NO PART IN THE SIEVE), S
      * ONCE THE SUMMATION PASS HAS ANSWERED IT. CARD-HIST-DATE AND
      * CARD-HIST-STATE CARRY THE HISTORY MATCH BETWEEN THE AUDITOUT
      * AND TOTOUT SCANS.
      *----------------------------------------------------------------
           77 PARM-CARD-MAX PIC S9(4) COMP VALUE 50.
           77 PARM-CARD-COUNT PIC S9(4) COMP VALUE ZERO.
                   10 CARD-FOUND PIC X(01).
                   10 CARD-REQUESTOR PIC X(08).
                   10 CARD-IMAGE PIC X(80).
                   10 CARD-AUTH-FLAG PIC X(01).
                       88 CARD-AUTH-REJECTED VALUE "R".
                   10 CARD-SOURCE PIC X(01).
                       88 CARD-FROM-HISTORY VALUE "H" "M".
                   10 CARD-HIST-DATE PIC 9(08).
                   10 CARD-HIST-STATE PIC X(01).
                       88 CARD-HIST-ELIGIBLE VALUE "E".
                       88 CARD-HIST-TAKEN VALUE "T".
                       88 CARD-HIST-CONFLICT VALUE "C".

           77 CHECKPOINT-INTERVAL PIC S9(8) COMP VALUE 50000.
           77 CKPT-DIV-QUOT PIC S9(8) COMP VALUE ZERO.
           77 PARM-ERROR-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LOG-FILE-STATUS PIC X(02) VALUE SPACES.

      *----------------------------------------------------------------
      * REQUESTOR AUTHORIZATION WORK AREAS. CARD-ERRORS-BEFORE LETS
      * 1100 TELL WHETHER THE CARD JUST LOADED PASSED ITS FIELD
      * CHECKS (ONLY A WELL-FORMED CARD IS WORTH AUTHORIZING).
      * FACTIN AND GOLDIN ARE COUNTED ONCE, THE FIRST TIME A MODE-4
      * OR MODE-5 CARD NEEDS THE FIGURE; EVERY CARD OF THAT MODE
      * PROCESSES THE WHOLE FILE, SO EACH ONE CHARGES THE FULL
      * COUNT AGAINST ITS REQUESTOR'S NIGHTLY MAXIMUM.
      *----------------------------------------------------------------
           77 AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
           77 AUTH-FILE-SWITCH PIC X(01) VALUE "N".
               88 AUTH-FILE-IS-OPEN VALUE "Y".
           77 CARD-ERRORS-BEFORE PIC S9(4) COMP VALUE ZERO.
           77 AUTH-MODE-NUM PIC 9(01) VALUE ZERO.
           77 AUTH-SCAN-SUB PIC S9(4) COMP VALUE ZERO.
           77 AUTH-CARD-CANDIDATES PIC S9(8) COMP VALUE ZERO.
           77 AUTH-CANDIDATES-USED PIC S9(8) COMP VALUE ZERO.
           77 AUTH-VALUE-EDIT PIC 9(08) VALUE ZERO.
           77 FACT-IN-COUNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-IN-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-IN-COUNTED-SWITCH PIC X(01) VALUE "N".
               88 FACT-IN-IS-COUNTED VALUE "Y".
           77 GOLD-IN-COUNTED-SWITCH PIC X(01) VALUE "N".
               88 GOLD-IN-IS-COUNTED VALUE "Y".

      *----------------------------------------------------------------
      * ANSWERS FROM HISTORY. THE AUDITOUT AND TOTOUT DATASETS THIS
      * RUN WILL EXTEND ARE FIRST READ BACK FROM THE TOP; THE COUNTS
      * SAY HOW MANY CARDS EACH SOURCE SETTLED AND HOW MANY ARE LEFT
      * FOR THE SIEVE.
      *----------------------------------------------------------------
           77 INDEX-FILE-STATUS PIC X(02) VALUE SPACES.
           77 HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 HIST-AT-EOF VALUE "Y".
           77 CARDS-ELIGIBLE PIC S9(4) COMP VALUE ZERO.
           77 CARDS-FROM-HISTORY PIC S9(4) COMP VALUE ZERO.
           77 CARDS-FROM-MASTER PIC S9(4) COMP VALUE ZERO.
           77 CARDS-FOR-MASTER PIC S9(4) COMP VALUE ZERO.
           77 CARDS-TO-SIEVE PIC S9(4) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER: 0 = CLEAN,
      * 2 = QUIESCED ON OPERATOR REQUEST (RESUMABLE FROM THE
           77 GOLD-PAIR-SWITCH PIC X(01) VALUE "N".
               88 GOLD-PAIR-FOUND VALUE "Y".

      *----------------------------------------------------------------
      * MODE-6 CONSTELLATION WORK AREAS. THE PATTERN TABLE IS
      * INDEXED BY THE CARD'S PATTERN CODE: NAME, MEMBER COUNT, THE
      * NUMBER OF ADMISSIBLE FORMS AND, PER FORM, THE OFFSETS OF THE
      * MEMBERS AFTER THE STARTING PRIME. CONS-AHEAD-FLAG (K) IS "Y"
      * WHEN THE CURRENT PRIME PLUS K IS ALSO PRIME AND INSIDE THE
      * SIEVE - ONLY THE EVEN OFFSETS 2-8 ARE EVER LOOKED AT.
      *----------------------------------------------------------------
           77 CONS-OUT-STATUS PIC X(02) VALUE SPACES.
           77 CONS-OUT-SWITCH PIC X(01) VALUE "N".
               88 CONS-OUT-IS-OPEN VALUE "Y".
           77 CONS-CARDS-OPEN PIC S9(4) COMP VALUE ZERO.
           77 CONS-PATTERN-MAX PIC S9(4) COMP VALUE 4.
           77 CONS-PAT-SUB PIC S9(4) COMP VALUE ZERO.
           77 CONS-FORM-SUB PIC S9(4) COMP VALUE ZERO.
           77 CONS-MATCH-FORM PIC S9(4) COMP VALUE ZERO.
           77 CONS-MEMBER-SUB PIC S9(4) COMP VALUE ZERO.
           77 CONS-OFFSET PIC S9(4) COMP VALUE ZERO.
           77 CONS-MEMBER-VAL PIC S9(8) COMP VALUE ZERO.
           77 CONS-FORM-SWITCH PIC X(01) VALUE "N".
               88 CONS-FORM-FAILED VALUE "N".
               88 CONS-FORM-HOLDS VALUE "Y".
           01 CONS-PATTERN-VALUES.
               05 FILLER PIC X(18) VALUE "COUSIN    21400000".
               05 FILLER PIC X(18) VALUE "SEXY      21600000".
               05 FILLER PIC X(18) VALUE "TRIPLET   32260460".
               05 FILLER PIC X(18) VALUE "QUADRUPLET41268000".
           01 CONS-PATTERN-TABLE REDEFINES CONS-PATTERN-VALUES.
               05 CONS-PATTERN OCCURS 4 TIMES.
                   10 CONS-PAT-NAME PIC X(10).
                   10 CONS-PAT-MEMBERS PIC 9(01).
                   10 CONS-PAT-FORMS PIC 9(01).
                   10 CONS-PAT-FORM OCCURS 2 TIMES.
                       15 CONS-PAT-OFFSET PIC 9(01) OCCURS 3 TIMES.
           01 CONS-AHEAD-TABLE.
               05 CONS-AHEAD-FLAG PIC X(01) OCCURS 8 TIMES.

      *----------------------------------------------------------------
      * AUDIT TRAIL WORK AREAS. AUDIT-FILE-STATUSES COLLECTS EVERY
      * NONZERO FILE STATUS THE RUN ENCOUNTERS AS "DDNAME=NN "
      * ENTRIES (9200-NOTE-FILE-STATUS APPENDS THEM VIA THE STRING
      * POINTER); AUDIT-RESUME-FLAG/N RECORD WHETHER THE SIEVE
      * PICKED UP FROM A CHECKPOINT INSTEAD OF STARTING AT N=2.
      * ONE NON-I/O CODE STANDS IN FOR A FILE STATUS WHERE THE FILE
      * READ CLEANLY BUT ITS CONTENT CANNOT BE USED:
      *   "PL" - SEGPLAN INCOMPLETE OR CUT FOR ANOTHER SEGMENT COUNT
      *----------------------------------------------------------------
           77 AUDIT-FILE-STATUS PIC X(02) VALUE SPACES.
           77 AUDIT-FILE-SWITCH PIC X(01) VALUE "N".
               05 CMPS-BYTE PIC 9(02) COMP-X VALUE ZERO
                   OCCURS 8000000 TIMES.

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
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10JOB".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP010".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 GATE-PROGRAM PIC X(08) VALUE "P10FCST".
           77 GATE-GOOD-MAX-RC PIC S9(4) COMP VALUE 4.
           77 GATE-LAST-EVENT PIC X(01) VALUE SPACE.
           77 GATE-LAST-RC PIC 9(04) VALUE ZERO.
           77 RC-GATE-HELD PIC S9(4) COMP VALUE 16.
           77 RUN-START-SWITCH PIC X(01) VALUE "N".
               88 RUN-STEP-STARTED VALUE "Y".
           01 RUN-CONTROL-CLOCK.
               05 RUN-CONTROL-HHMMSS PIC 9(06).
               05 RUN-CONTROL-HUNDREDTHS PIC 9(02).

      *----------------------------------------------------------------
      * PARTITIONED SIEVE. SEG-ROLE IS SET FROM THE SEGCTL CARD (BLANK
      * = THE SINGLE-STEP RUN). THE BOUNDS TABLE HOLDS EACH SEGMENT'S
      * LOW AND HIGH NUMBER FROM SEGPLAN AND, IN THE MERGE, THE PRIME
      * COUNT AND SUM ITS SEGTOT REPORTS. THE COVERED RANGE IS 2 THRU
      * SEG-COVER-HIGH (LIMIT-VAL - 1); SEGMENT K TAKES ITS EVEN SHARE
      * OF IT, SO A SEGMENT MAY BE EMPTY (HIGH = LOW - 1) ONLY WHEN
      * THERE ARE MORE SEGMENTS THAN NUMBERS. A SEGMENT MARKS 8
      * NUMBERS PAST ITS HIGH BOUND (SEG-MARK-HIGH) SO THE MODE-6
      * LOOK-AHEAD OF A PRIME NEAR THE TOP OF THE SEGMENT SEES THE
      * SAME BITS A SINGLE-STEP SIEVE WOULD.
      *----------------------------------------------------------------
           77 SEG-CTL-STATUS PIC X(02) VALUE SPACES.
           77 SEG-ROLE PIC X(01) VALUE SPACE.
               88 SEG-ROLE-SINGLE VALUE SPACE.
               88 SEG-ROLE-BASE VALUE "B".
               88 SEG-ROLE-SEGMENT VALUE "S".
               88 SEG-ROLE-MERGE VALUE "M".
           77 SEG-CTL-REASON PIC X(40) VALUE SPACES.
           77 SEG-NUMBER PIC 9(02) VALUE ZERO.
           77 SEG-COUNT PIC 9(02) VALUE ZERO.
           77 SEGMENT-MAX PIC S9(4) COMP VALUE 16.
           77 SEG-SUB PIC S9(4) COMP VALUE ZERO.
           77 SEG-PLAN-STATUS PIC X(02) VALUE SPACES.
           77 BASE-PRIME-STATUS PIC X(02) VALUE SPACES.
           77 SEG-TOTALS-STATUS PIC X(02) VALUE SPACES.
           77 SEG-PRIME-STATUS PIC X(02) VALUE SPACES.
           77 SEG-CONS-STATUS PIC X(02) VALUE SPACES.
           77 SEG-CKPT-STATUS PIC X(02) VALUE SPACES.
           77 SEG-CKPT-2-STATUS PIC X(02) VALUE SPACES.
           77 SEG-EOF-SWITCH PIC X(01) VALUE "N".
               88 SEG-AT-EOF VALUE "Y".
           77 SEG-LOW PIC S9(8) COMP VALUE ZERO.
           77 SEG-HIGH PIC S9(8) COMP VALUE ZERO.
           77 SEG-MARK-HIGH PIC S9(8) COMP VALUE ZERO.
           77 SEG-COVER-HIGH PIC S9(8) COMP VALUE ZERO.
           77 SEG-RANGE-SIZE PIC S9(8) COMP VALUE ZERO.
           77 SEG-PRIME-VAL PIC S9(8) COMP VALUE ZERO.
           77 SEG-PRIME-COUNT PIC S9(8) COMP VALUE ZERO.
           77 SEG-PRIME-SUM PIC S9(15) COMP VALUE ZERO.
           77 SEG-WORK-PRODUCT PIC S9(15) COMP VALUE ZERO.
           77 SEG-WORK-QUOT PIC S9(8) COMP VALUE ZERO.
           77 SEG-PARTIAL-COUNT PIC S9(4) COMP VALUE ZERO.
           77 SEG-PARTIAL-SUB PIC S9(4) COMP VALUE ZERO.
           77 SEG-LAST-CARD PIC S9(4) COMP VALUE ZERO.
           01 PLAN-TOKEN.
               05 PLAN-TOKEN-DATE PIC 9(08) VALUE ZERO.
               05 PLAN-TOKEN-TIME PIC 9(08) VALUE ZERO.
           77 PLAN-HEADER-SWITCH PIC X(01) VALUE "N".
               88 PLAN-HEADER-READ VALUE "Y".
           77 PLAN-BOUNDS-READ PIC S9(4) COMP VALUE ZERO.
           77 PLAN-CARDS-READ PIC S9(4) COMP VALUE ZERO.
           77 PLAN-BAD-RECORDS PIC S9(4) COMP VALUE ZERO.
           77 PLAN-SEGMENT-COUNT PIC S9(4) COMP VALUE ZERO.
           77 PLAN-CARD-COUNT PIC S9(4) COMP VALUE ZERO.
           77 PLAN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 PLAN-FILE-STATUSES PIC X(48) VALUE SPACES.
           01 SEG-BOUND-TABLE.
               05 SEG-BOUND OCCURS 16 TIMES.
                   10 SEG-BOUND-LOW PIC S9(8) COMP.
                   10 SEG-BOUND-HIGH PIC S9(8) COMP.
                   10 SEG-BOUND-PRIMES PIC S9(8) COMP.
                   10 SEG-BOUND-SUM PIC S9(15) COMP.

      *----------------------------------------------------------------
      * BASE PRIMES - EVERY PRIME UP TO THE SQUARE ROOT OF THE LIMIT
      * (1,007 OF THEM BELOW MAX-LIMIT'S ROOT OF 8,000). A SEGMENT
      * MARKS THE MULTIPLES OF EACH IN TURN, CHECKPOINTING EVERY
      * SEG-CKPT-INTERVAL BASE PRIMES.
      *----------------------------------------------------------------
           77 BASE-ROOT PIC S9(8) COMP VALUE ZERO.
           77 BASE-PRIME-COUNT PIC S9(8) COMP VALUE ZERO.
           77 BASE-PRIME-MAX PIC S9(8) COMP VALUE 1100.
           77 BASE-BAD-RECORDS PIC S9(4) COMP VALUE ZERO.
           77 BASE-SUB PIC S9(8) COMP VALUE ZERO.
           77 BASE-START-TIME PIC 9(08) VALUE ZERO.
           77 BASE-END-TIME PIC 9(08) VALUE ZERO.
           77 BASE-SECONDS PIC S9(8) COMP VALUE ZERO.
           01 BASE-PRIME-TABLE.
               05 BASE-PRIME PIC S9(8) COMP OCCURS 1100 TIMES.
           77 SEG-CKPT-INTERVAL PIC S9(8) COMP VALUE 100.
           77 SEG-CKPT-WRITE-TOGGLE PIC X(01) VALUE "A".
               88 SEG-CKPT-WRITE-TO-PRIMARY VALUE "A".
               88 SEG-CKPT-WRITE-TO-SECONDARY VALUE "B".
           77 SEG-CKPT-SUB-1 PIC S9(8) COMP VALUE ZERO.
           77 SEG-CKPT-SUB-2 PIC S9(8) COMP VALUE ZERO.
           77 PREV-CKPT-SUB PIC S9(8) COMP VALUE ZERO.
           77 SEG-SIEVE-START-TIME PIC 9(08) VALUE ZERO.
           77 SEG-SIEVE-END-TIME PIC 9(08) VALUE ZERO.
           77 SEG-SIEVE-SECONDS PIC S9(8) COMP VALUE ZERO.
           77 SEG-SUMM-START-TIME PIC 9(08) VALUE ZERO.
           77 SEG-SUMM-END-TIME PIC 9(08) VALUE ZERO.
           77 SEG-SUMM-SECONDS PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * MERGE WORK AREAS. THE PROOF SWITCH STARTS "PROVED" AND IS
      * TURNED OFF BY THE FIRST FAILED CHECK; NOTHING IS PUBLISHED
      * UNLESS IT SURVIVES. THE SEGMENT GATE TABLE HOLDS THE LAST
      * RUNCTL EVENT AND RC EACH P10SEGNN POSTED FOR THE RUN DATE.
      * MRG-NEXT-NTH IS THE NEXT MODE-2 ORDINAL THE MERGED LISTING
      * MUST STOP AT (ZERO = NONE LEFT).
      *----------------------------------------------------------------
           77 PROOF-SWITCH PIC X(01) VALUE "Y".
               88 COVERAGE-PROVED VALUE "Y".
               88 COVERAGE-FAILED VALUE "N".
           77 PROOF-REASON PIC X(48) VALUE SPACES.
           77 PROOF-SEGMENT PIC 9(02) VALUE ZERO.
           77 PROOF-EXPECT-LOW PIC S9(8) COMP VALUE ZERO.
           77 PROOF-PREV-PRIME PIC S9(8) COMP VALUE ZERO.
           77 PROOF-COUNT PIC S9(8) COMP VALUE ZERO.
           77 PROOF-SUM PIC S9(15) COMP VALUE ZERO.
           01 MERGE-CARD-TABLE.
               05 MRG-CARD OCCURS 50 TIMES.
                   10 MRG-CARD-CNT PIC S9(8) COMP.
                   10 MRG-CARD-TOTAL PIC S9(15) COMP.
           77 MRG-ORDINAL PIC S9(8) COMP VALUE ZERO.
           77 MRG-NEXT-NTH PIC S9(8) COMP VALUE ZERO.
           77 MRG-REBUILD-SWITCH PIC X(01) VALUE "N".
               88 MRG-REBUILD-WANTED VALUE "Y".
           77 MRG-SIEVE-SECONDS PIC S9(8) COMP VALUE ZERO.
           77 MRG-SUMM-SECONDS PIC S9(8) COMP VALUE ZERO.
           77 MRG-SIEVE-END-TIME PIC 9(08) VALUE ZERO.
           77 MRG-SUMM-START-TIME PIC 9(08) VALUE ZERO.
           77 MRG-START-TIME PIC 9(08) VALUE ZERO.
           77 MRG-END-TIME PIC 9(08) VALUE ZERO.
           77 LOG-ELAPSED-MAX PIC S9(8) COMP VALUE 99999.
           77 BASE-STEP-SWITCH PIC X(01) VALUE "N".
               88 BASE-STEP-FAILED VALUE "Y".
           77 SEG-GATE-SWITCH PIC X(01) VALUE "N".
               88 SEGMENT-GATE-HELD VALUE "Y".
           77 SEG-GATE-NUMBER PIC 9(02) VALUE ZERO.
           77 SEG-GATE-NAME PIC X(08) VALUE SPACES.
           01 SEG-GATE-TABLE.
               05 SEG-GATE OCCURS 16 TIMES.
                   10 SEG-GATE-EVENT PIC X(01).
                   10 SEG-GATE-RC PIC 9(04).

      *----------------------------------------------------------------
      * AUDITOUT IS WRITTEN ONCE PER NIGHT, BY THE STEP THAT ENDS IT:
      * THE SINGLE STEP, THE MERGE, OR A BASE STEP THAT STOPS THE
      * NIGHT ITSELF (PARMIN REJECTS, NO PLAN). SEGMENTS NEVER WRITE
      * IT.
      *----------------------------------------------------------------
           77 AUDIT-TRAIL-SWITCH PIC X(01) VALUE "Y".
               88 AUDIT-TRAIL-WANTED VALUE "Y".
           77 CARRY-STATUSES PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE RUN.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 7000-READ-SEGMENT-CONTROL
               THRU 7000-READ-SEGMENT-CONTROL-EXIT

           PERFORM 8800-CHECK-RUN-GATE
               THRU 8800-CHECK-RUN-GATE-EXIT

      *----------------------------------------------------------------
      * A SEGMENT OR THE MERGE TAKES ITS DECK FROM SEGPLAN, NOT
      * PARMIN - THE BASE STEP HAS ALREADY VALIDATED IT AND ANSWERED
      * WHAT IT COULD FROM HISTORY.
      *----------------------------------------------------------------
           IF SEG-ROLE-SEGMENT
               PERFORM 7300-RUN-SEGMENT
                   THRU 7300-RUN-SEGMENT-EXIT
               PERFORM 9999-END-PROGRAM
                   THRU 9999-END-PROGRAM-EXIT
           END-IF
           IF SEG-ROLE-MERGE
               PERFORM 7500-RUN-MERGE
                   THRU 7500-RUN-MERGE-EXIT
               PERFORM 9999-END-PROGRAM
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           PERFORM 1500-ANSWER-FROM-HISTORY
               THRU 1500-ANSWER-FROM-HISTORY-EXIT

           IF SEG-ROLE-BASE
               PERFORM 7100-PLAN-SEGMENTS
                   THRU 7100-PLAN-SEGMENTS-EXIT
               PERFORM 9999-END-PROGRAM
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

      *----------------------------------------------------------------
      * A DECK OF NOTHING BUT REPEAT QUESTIONS NEEDS NO SIEVE: NO
      * SIEVE OR SUMMATION PHASE IS RUN OR LOGGED, PRIMEOUT IS LEFT
      * ALONE, AND THE RUN GOES STRAIGHT TO RECONCILIATION AND ITS
      * TOTOUT AND AUDITOUT RECORDS.
      *----------------------------------------------------------------
           IF CARDS-TO-SIEVE = ZERO
               DISPLAY "P10: EVERY CARD ANSWERED FROM HISTORY OR THE "
                   "PRIME MASTER - SIEVE NOT BUILT"
               PERFORM 3500-RECONCILE-TOTALS
                   THRU 3500-RECONCILE-TOTALS-EXIT
               PERFORM 4000-WRITE-TOTALS
                   THRU 4000-WRITE-TOTALS-EXIT
               PERFORM 9999-END-PROGRAM
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           MOVE "SIEVE" TO PHASE-NAME
           ACCEPT PHASE-START-TIME FROM TIME
           PERFORM 2000-MARK-COMPOSITES
                   THRU 9200-NOTE-FILE-STATUS-EXIT
           END-IF
           IF PARM-FILE-STATUS = "00"
               OPEN INPUT AUTH-FILE
               IF AUTH-FILE-STATUS = "00"
                   SET AUTH-FILE-IS-OPEN TO TRUE
               ELSE
                   DISPLAY "P10: UNABLE TO OPEN REQAUTH, STATUS="
                       AUTH-FILE-STATUS " - NO CARD CAN BE AUTHORIZED"
                   MOVE "REQAUTH" TO NOTE-DDNAME
                   MOVE AUTH-FILE-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
               END-IF
               PERFORM 1100-LOAD-PARM-CARD
                   THRU 1100-LOAD-PARM-CARD-EXIT
                   UNTIL PARM-AT-EOF
               CLOSE PARM-FILE
               IF AUTH-FILE-IS-OPEN
                   CLOSE AUTH-FILE
               END-IF
           END-IF

           IF PARM-CARD-COUNT = ZERO

           ADD 1 TO PARM-CARD-COUNT
           MOVE PARM-CARD-COUNT TO CARD-SUB
           MOVE PARM-ERROR-COUNT TO CARD-ERRORS-BEFORE
           PERFORM 1150-DEFAULT-ONE-CARD-FIELDS
               THRU 1150-DEFAULT-ONE-CARD-FIELDS-EXIT
           MOVE PARM-CARD-IMAGE TO CARD-IMAGE (CARD-SUB)
           END-IF

           IF PARM-MODE-X NOT = SPACES
               IF PARM-MODE = "1" OR "2" OR "3" OR "4" OR "5" OR "6"
                   MOVE PARM-MODE TO CARD-MODE (CARD-SUB)
               ELSE
                   MOVE "PARM-MODE" TO ERR-FIELD-NAME
                   MOVE "09-09" TO ERR-COLUMNS
                   MOVE PARM-MODE-X TO ERR-FIELD-VALUE
                   MOVE "MODE CODE NOT 1 THRU 6" TO ERR-REASON
                   PERFORM 1300-WRITE-PARM-ERROR
                       THRU 1300-WRITE-PARM-ERROR-EXIT
               END-IF
           END-IF

      *----------------------------------------------------------------
      * CROSS-FIELD RULES: A MODE-3 OR MODE-6 CARD MUST ASK FOR A
      * RANGE THAT CAN HOLD AT LEAST ONE NUMBER AS PUNCHED, AND A
      * MODE-6 CARD MUST PUNCH ONE OF THE DEFINED PATTERN CODES IN
      * THE NTH COLUMNS - A BLANK THERE WOULD QUIETLY TAKE THE NTH
      * DEFAULT OF 1 AND ANSWER A QUESTION NOBODY ASKED. (CAPPING
      * AGAINST THE LIMIT REMAINS A WARNING IN 1200-APPLY-CARD-
      * LIMITS, AS IT ALWAYS WAS.)
      *----------------------------------------------------------------
           IF CARD-MODE (CARD-SUB) = "3"
               AND CARD-RANGE-LOW (CARD-SUB) >
               MOVE "MODE 3 RANGE LOW ABOVE HIGH" TO ERR-REASON
               PERFORM 1300-WRITE-PARM-ERROR
                   THRU 1300-WRITE-PARM-ERROR-EXIT
           END-IF

           IF CARD-MODE (CARD-SUB) = "6"
               AND CARD-RANGE-LOW (CARD-SUB) >
                   CARD-RANGE-HIGH (CARD-SUB)
               MOVE "PARM-RANGE-LOW" TO ERR-FIELD-NAME
               MOVE "10-25" TO ERR-COLUMNS
               MOVE PARM-RANGE-LOW-X TO ERR-FIELD-VALUE
               MOVE "MODE 6 RANGE LOW ABOVE HIGH" TO ERR-REASON
               PERFORM 1300-WRITE-PARM-ERROR
                   THRU 1300-WRITE-PARM-ERROR-EXIT
           END-IF

           IF CARD-MODE (CARD-SUB) = "6"
               IF PARM-NTH-X = SPACES
                   OR PARM-NTH-X = "00000000"
                   OR (PARM-NTH NUMERIC
                       AND CARD-NTH (CARD-SUB) > CONS-PATTERN-MAX)
                   MOVE "PARM-NTH" TO ERR-FIELD-NAME
                   MOVE "26-33" TO ERR-COLUMNS
                   MOVE PARM-NTH-X TO ERR-FIELD-VALUE
                   MOVE "MODE 6 PATTERN CODE NOT 1 THRU 4"
                       TO ERR-REASON
                   PERFORM 1300-WRITE-PARM-ERROR
                       THRU 1300-WRITE-PARM-ERROR-EXIT
               END-IF
           END-IF

           IF PARM-ERROR-COUNT = CARD-ERRORS-BEFORE
               PERFORM 1400-AUTHORIZE-CARD
                   THRU 1400-AUTHORIZE-CARD-EXIT
           END-IF.
       1100-LOAD-PARM-CARD-EXIT.
           EXIT.
       1300-WRITE-PARM-ERROR-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1400-AUTHORIZE-CARD - CHECK THE WELL-FORMED CARD IN CARD-SUB
      * AGAINST ITS REQUESTOR'S REQAUTH ENTRY, AGAINST THE EFFECTIVE
      * (DEFAULTED, NOT YET CAPPED) VALUES. THE FIRST RULE BROKEN IS
      * WRITTEN TO ERRRPT AND MARKS THE CARD REJECTED FOR
      * AUTHORIZATION; 1300 COUNTS IT LIKE ANY OTHER PARMIN REJECT.
      *----------------------------------------------------------------
       1400-AUTHORIZE-CARD.
           MOVE "PARM-REQUESTOR" TO ERR-FIELD-NAME
           MOVE "34-41" TO ERR-COLUMNS
           MOVE CARD-REQUESTOR (CARD-SUB) TO ERR-FIELD-VALUE

           IF NOT AUTH-FILE-IS-OPEN
               MOVE "REQAUTH UNAVAILABLE" TO ERR-REASON
               GO TO 1400-AUTHORIZE-CARD-REJECT
           END-IF

           IF CARD-REQUESTOR (CARD-SUB) = SPACES
               MOVE "NO REQUESTOR ID" TO ERR-REASON
               GO TO 1400-AUTHORIZE-CARD-REJECT
           END-IF

           MOVE CARD-REQUESTOR (CARD-SUB) TO AUTH-REQUESTOR
           READ AUTH-FILE
               INVALID KEY
                   MOVE "REQUESTOR NOT ON REQAUTH" TO ERR-REASON
                   GO TO 1400-AUTHORIZE-CARD-REJECT
           END-READ
           IF AUTH-FILE-STATUS NOT = "00"
               MOVE "REQAUTH" TO NOTE-DDNAME
               MOVE AUTH-FILE-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE "REQAUTH UNAVAILABLE" TO ERR-REASON
               GO TO 1400-AUTHORIZE-CARD-REJECT
           END-IF

           IF NOT AUTH-ACTIVE
               MOVE "REQUESTOR INACTIVE ON REQAUTH" TO ERR-REASON
               GO TO 1400-AUTHORIZE-CARD-REJECT
           END-IF

           MOVE CARD-MODE (CARD-SUB) TO AUTH-MODE-NUM
           IF AUTH-MODE-FLAG (AUTH-MODE-NUM) NOT = "Y"
               MOVE "PARM-MODE" TO ERR-FIELD-NAME
               MOVE "09-09" TO ERR-COLUMNS
               MOVE CARD-MODE (CARD-SUB) TO ERR-FIELD-VALUE
               MOVE "MODE NOT AUTHORIZED FOR ID" TO ERR-REASON
               GO TO 1400-AUTHORIZE-CARD-REJECT
           END-IF

           IF CARD-LIMIT-VAL (CARD-SUB) > AUTH-MAX-LIMIT
               MOVE "PARM-LIMIT-VAL" TO ERR-FIELD-NAME
               MOVE "01-08" TO ERR-COLUMNS
               MOVE CARD-LIMIT-VAL (CARD-SUB) TO AUTH-VALUE-EDIT
               MOVE AUTH-VALUE-EDIT TO ERR-FIELD-VALUE
               MOVE "LIMIT ABOVE AUTHORIZED MAXIMUM" TO ERR-REASON
               GO TO 1400-AUTHORIZE-CARD-REJECT
           END-IF

           IF CARD-MODE (CARD-SUB) NOT = "4"
               AND CARD-MODE (CARD-SUB) NOT = "5"
               GO TO 1400-AUTHORIZE-CARD-EXIT
           END-IF

      *----------------------------------------------------------------
      * CANDIDATE VOLUME: THIS CARD'S FILE COUNT PLUS WHAT THE ID'S
      * EARLIER ACCEPTED MODE-4/5 CARDS IN THE DECK ALREADY TOOK.
      *----------------------------------------------------------------
           PERFORM 1450-GET-CARD-CANDIDATES
               THRU 1450-GET-CARD-CANDIDATES-EXIT
           MOVE AUTH-CARD-CANDIDATES TO AUTH-CANDIDATES-USED
           PERFORM 1460-ADD-EARLIER-CANDIDATES
               THRU 1460-ADD-EARLIER-CANDIDATES-EXIT
               VARYING AUTH-SCAN-SUB FROM 1 BY 1
               UNTIL AUTH-SCAN-SUB >= CARD-SUB
           IF AUTH-CANDIDATES-USED > AUTH-MAX-CANDIDATES
               IF CARD-MODE (CARD-SUB) = "4"
                   MOVE "FACTIN COUNT" TO ERR-FIELD-NAME
               ELSE
                   MOVE "GOLDIN COUNT" TO ERR-FIELD-NAME
               END-IF
               MOVE "N/A" TO ERR-COLUMNS
               MOVE AUTH-CANDIDATES-USED TO AUTH-VALUE-EDIT
               MOVE AUTH-VALUE-EDIT TO ERR-FIELD-VALUE
               MOVE "CANDIDATES ABOVE NIGHTLY MAXIMUM" TO ERR-REASON
               GO TO 1400-AUTHORIZE-CARD-REJECT
           END-IF

           GO TO 1400-AUTHORIZE-CARD-EXIT.
       1400-AUTHORIZE-CARD-REJECT.
           SET CARD-AUTH-REJECTED (CARD-SUB) TO TRUE
           PERFORM 1300-WRITE-PARM-ERROR
               THRU 1300-WRITE-PARM-ERROR-EXIT.
       1400-AUTHORIZE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1450-GET-CARD-CANDIDATES - THE FACTIN OR GOLDIN CANDIDATE
      * COUNT FOR THE CARD IN CARD-SUB, COUNTING THE FILE THE FIRST
      * TIME IT IS NEEDED.
      *----------------------------------------------------------------
       1450-GET-CARD-CANDIDATES.
           IF CARD-MODE (CARD-SUB) = "4"
               IF NOT FACT-IN-IS-COUNTED
                   PERFORM 1470-COUNT-FACT-IN
                       THRU 1470-COUNT-FACT-IN-EXIT
               END-IF
               MOVE FACT-IN-COUNT TO AUTH-CARD-CANDIDATES
           ELSE
               IF NOT GOLD-IN-IS-COUNTED
                   PERFORM 1480-COUNT-GOLD-IN
                       THRU 1480-COUNT-GOLD-IN-EXIT
               END-IF
               MOVE GOLD-IN-COUNT TO AUTH-CARD-CANDIDATES
           END-IF.
       1450-GET-CARD-CANDIDATES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1460-ADD-EARLIER-CANDIDATES - ADD AN EARLIER ACCEPTED MODE-4
      * OR MODE-5 CARD OF THE SAME REQUESTOR TO ITS CANDIDATE USE.
      *----------------------------------------------------------------
       1460-ADD-EARLIER-CANDIDATES.
           IF CARD-REQUESTOR (AUTH-SCAN-SUB) NOT =
                   CARD-REQUESTOR (CARD-SUB)
               OR CARD-AUTH-REJECTED (AUTH-SCAN-SUB)
               GO TO 1460-ADD-EARLIER-CANDIDATES-EXIT
           END-IF
           IF CARD-MODE (AUTH-SCAN-SUB) = "4"
               ADD FACT-IN-COUNT TO AUTH-CANDIDATES-USED
           END-IF
           IF CARD-MODE (AUTH-SCAN-SUB) = "5"
               ADD GOLD-IN-COUNT TO AUTH-CANDIDATES-USED
           END-IF.
       1460-ADD-EARLIER-CANDIDATES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1470-COUNT-FACT-IN - COUNT THE NON-BLANK FACTIN CARDS, THE
      * SAME ONES 3420 WILL ANSWER. AN ABSENT FACTIN COUNTS ZERO.
      *----------------------------------------------------------------
       1470-COUNT-FACT-IN.
           SET FACT-IN-IS-COUNTED TO TRUE
           MOVE ZERO TO FACT-IN-COUNT
           MOVE "N" TO FACT-IN-EOF-SWITCH
           OPEN INPUT FACT-IN-FILE
           IF FACT-IN-STATUS NOT = "00"
               AND FACT-IN-STATUS NOT = "05"
               GO TO 1470-COUNT-FACT-IN-EXIT
           END-IF
           PERFORM 1475-COUNT-ONE-FACT-IN
               THRU 1475-COUNT-ONE-FACT-IN-EXIT
               UNTIL FACT-IN-AT-EOF
           CLOSE FACT-IN-FILE
           MOVE "N" TO FACT-IN-EOF-SWITCH.
       1470-COUNT-FACT-IN-EXIT.
           EXIT.

       1475-COUNT-ONE-FACT-IN.
           READ FACT-IN-FILE
               AT END
                   SET FACT-IN-AT-EOF TO TRUE
                   GO TO 1475-COUNT-ONE-FACT-IN-EXIT
           END-READ
           IF FACT-IN-REC NOT = SPACES
               ADD 1 TO FACT-IN-COUNT
           END-IF.
       1475-COUNT-ONE-FACT-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1480-COUNT-GOLD-IN - COUNT THE NON-BLANK GOLDIN CARDS, THE
      * SAME ONES 3470 WILL ANSWER. AN ABSENT GOLDIN COUNTS ZERO.
      *----------------------------------------------------------------
       1480-COUNT-GOLD-IN.
           SET GOLD-IN-IS-COUNTED TO TRUE
           MOVE ZERO TO GOLD-IN-COUNT
           MOVE "N" TO GOLD-IN-EOF-SWITCH
           OPEN INPUT GOLD-IN-FILE
           IF GOLD-IN-STATUS NOT = "00"
               AND GOLD-IN-STATUS NOT = "05"
               GO TO 1480-COUNT-GOLD-IN-EXIT
           END-IF
           PERFORM 1485-COUNT-ONE-GOLD-IN
               THRU 1485-COUNT-ONE-GOLD-IN-EXIT
               UNTIL GOLD-IN-AT-EOF
           CLOSE GOLD-IN-FILE
           MOVE "N" TO GOLD-IN-EOF-SWITCH.
       1480-COUNT-GOLD-IN-EXIT.
           EXIT.

       1485-COUNT-ONE-GOLD-IN.
           READ GOLD-IN-FILE
               AT END
                   SET GOLD-IN-AT-EOF TO TRUE
                   GO TO 1485-COUNT-ONE-GOLD-IN-EXIT
           END-READ
           IF GOLD-IN-REC NOT = SPACES
               ADD 1 TO GOLD-IN-COUNT
           END-IF.
       1485-COUNT-ONE-GOLD-IN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1150-DEFAULT-ONE-CARD - WHEN PARMIN IS ABSENT OR EMPTY, SEED
      * THE TABLE WITH THE SINGLE HISTORICAL DEFAULT CARD.
           MOVE ZERO TO CARD-TOTAL (CARD-SUB)
           MOVE ZERO TO CARD-CNT (CARD-SUB)
           MOVE "Y" TO CARD-FOUND (CARD-SUB)
           MOVE SPACES TO CARD-REQUESTOR (CARD-SUB)
           MOVE SPACE TO CARD-AUTH-FLAG (CARD-SUB)
           MOVE SPACE TO CARD-SOURCE (CARD-SUB)
           MOVE ZERO TO CARD-HIST-DATE (CARD-SUB)
           MOVE SPACE TO CARD-HIST-STATE (CARD-SUB).
       1150-DEFAULT-ONE-CARD-FIELDS-EXIT.
           EXIT.

           END-IF

      *----------------------------------------------------------------
      * RANGE CAPS ONLY RAISE THE CONDITION CODE FOR A MODE-3 OR
      * MODE-6 CARD - THE RANGE FIELDS ARE INERT IN THE OTHER MODES,
      * AND THE HISTORICAL 2,000,000 RANGE-HIGH DEFAULT WOULD
      * OTHERWISE TURN EVERY SMALL-LIMIT RUN INTO A WARNING.
      *----------------------------------------------------------------
           IF CARD-RANGE-HIGH (CARD-SUB) > CARD-LIMIT-VAL (CARD-SUB)
               DISPLAY "P10: CARD " CARD-SUB " RANGE HIGH EXCEEDS "
                   "LIMIT, CAPPED TO LIMIT"
               MOVE CARD-LIMIT-VAL (CARD-SUB)
                   TO CARD-RANGE-HIGH (CARD-SUB)
               IF CARD-MODE (CARD-SUB) = "3" OR "6"
                   MOVE RC-WARNING TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   "LIMIT, CAPPED TO LIMIT"
               MOVE CARD-LIMIT-VAL (CARD-SUB)
                   TO CARD-RANGE-LOW (CARD-SUB)
               IF CARD-MODE (CARD-SUB) = "3" OR "6"
                   MOVE "N" TO CARD-FOUND (CARD-SUB)
                   MOVE RC-WARNING TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
               END-IF
           END-IF

           IF (CARD-MODE (CARD-SUB) = "3" OR "6")
               AND CARD-RANGE-LOW (CARD-SUB) >
                   CARD-RANGE-HIGH (CARD-SUB)
               MOVE "N" TO CARD-FOUND (CARD-SUB)
           EXIT.

      *----------------------------------------------------------------
      * 1500-ANSWER-FROM-HISTORY - THE PRE-PASS AHEAD OF THE SIEVE.
      * A MODE 1-3 CARD ASKING EXACTLY WHAT A CLEAN EARLIER RUN
      * ALREADY ANSWERED (SAME MODE, LIMIT, RANGE AND NTH AFTER
      * CAPPING) TAKES THAT RUN'S TOTOUT ANSWER. AUDITOUT IS THE
      * PROOF OF A CLEAN RUN - DISPOSITION CLEAN, RC 0, WRITTEN PER
      * CARD WITH THE EFFECTIVE PARAMETERS - AND THE LATEST SUCH RUN
      * IS THE ONE USED; ONLY ITS FOUND (STATUS Y) TOTOUT RECORD
      * COUNTS. A MODE-2 CARD STILL OPEN IS THEN TRIED AGAINST
      * PRIMENDX. MODES 4 AND 5 ALWAYS NEED THE SIEVE. WHATEVER IS
      * LEFT DECIDES LIMIT-VAL: THE LARGEST LIMIT AMONG THE CARDS
      * STILL TO BE SIEVED, OR ZERO WHEN THERE ARE NONE.
      *----------------------------------------------------------------
       1500-ANSWER-FROM-HISTORY.
           MOVE ZERO TO CARDS-ELIGIBLE
           MOVE ZERO TO CARDS-FOR-MASTER
           PERFORM 1510-MARK-ONE-ELIGIBLE
               THRU 1510-MARK-ONE-ELIGIBLE-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT

           IF CARDS-ELIGIBLE > ZERO
               PERFORM 1520-SCAN-AUDIT-HISTORY
                   THRU 1520-SCAN-AUDIT-HISTORY-EXIT
               PERFORM 1550-SCAN-TOTALS-HISTORY
                   THRU 1550-SCAN-TOTALS-HISTORY-EXIT
               PERFORM 1580-TAKE-ONE-HISTORY-ANSWER
                   THRU 1580-TAKE-ONE-HISTORY-ANSWER-EXIT
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > PARM-CARD-COUNT
               PERFORM 1600-ANSWER-FROM-MASTER
                   THRU 1600-ANSWER-FROM-MASTER-EXIT
           END-IF

           MOVE ZERO TO LIMIT-VAL
           MOVE ZERO TO CARDS-TO-SIEVE
           PERFORM 1650-SIZE-ONE-CARD
               THRU 1650-SIZE-ONE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
           COMPUTE MARK-ITERATIONS = LIMIT-VAL / 2

           DISPLAY "P10: " CARDS-FROM-HISTORY " CARDS ANSWERED FROM "
               "RUN HISTORY, " CARDS-FROM-MASTER " FROM THE PRIME "
               "MASTER, " CARDS-TO-SIEVE " TO BE SIEVED"
           IF CARDS-TO-SIEVE > ZERO
               DISPLAY "P10: SIEVE LIMIT " LIMIT-VAL
           END-IF.
       1500-ANSWER-FROM-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1510-MARK-ONE-ELIGIBLE - A MODE 1-3 CARD THAT STILL EXPECTS
      * AN ANSWER MAY BE SETTLED FROM HISTORY. A MODE-3 CARD ALREADY
      * MARKED NOT FOUND BY 1200 (AN EMPTY RANGE) IS LEFT ALONE.
      *----------------------------------------------------------------
       1510-MARK-ONE-ELIGIBLE.
           IF (CARD-MODE (CARD-SUB) = "1" OR "2" OR "3")
               AND CARD-FOUND (CARD-SUB) = "Y"
               SET CARD-HIST-ELIGIBLE (CARD-SUB) TO TRUE
               ADD 1 TO CARDS-ELIGIBLE
           END-IF.
       1510-MARK-ONE-ELIGIBLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1520-SCAN-AUDIT-HISTORY - READ AUDITOUT FROM THE TOP, DATING
      * EACH ELIGIBLE CARD WITH THE LATEST CLEAN RUN THAT ASKED THE
      * SAME QUESTION. NO READABLE AUDITOUT MEANS NO CLEAN RUN CAN
      * BE PROVED, SO NOTHING IS TAKEN FROM TOTOUT EITHER.
      *----------------------------------------------------------------
       1520-SCAN-AUDIT-HISTORY.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "P10: AUDITOUT HISTORY NOT READABLE, STATUS="
                   AUDIT-FILE-STATUS " - NO CARD ANSWERED FROM RUN "
                   "HISTORY"
               GO TO 1520-SCAN-AUDIT-HISTORY-EXIT
           END-IF

           MOVE "N" TO HIST-EOF-SWITCH
           PERFORM 1530-READ-ONE-AUDIT
               THRU 1530-READ-ONE-AUDIT-EXIT
               UNTIL HIST-AT-EOF

           CLOSE AUDIT-FILE.
       1520-SCAN-AUDIT-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1530-READ-ONE-AUDIT - ONE AUDITOUT RECORD. ONLY A CARD OF A
      * RUN THAT ENDED CLEAN, RC 0, WITH USABLE PARAMETERS IS
      * OFFERED TO THE CARD TABLE.
      *----------------------------------------------------------------
       1530-READ-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET HIST-AT-EOF TO TRUE
                   GO TO 1530-READ-ONE-AUDIT-EXIT
           END-READ

           IF AUD-DISPOSITION NOT = "CLEAN"
               OR AUD-RETURN-CODE NOT NUMERIC
               OR AUD-RUN-DATE NOT NUMERIC
               OR AUD-EFF-LIMIT NOT NUMERIC
               OR AUD-EFF-RANGE-LOW NOT NUMERIC
               OR AUD-EFF-RANGE-HIGH NOT NUMERIC
               OR AUD-EFF-NTH NOT NUMERIC
               GO TO 1530-READ-ONE-AUDIT-EXIT
           END-IF
           IF AUD-RETURN-CODE NOT = ZERO
               GO TO 1530-READ-ONE-AUDIT-EXIT
           END-IF

           PERFORM 1540-DATE-ONE-CARD
               THRU 1540-DATE-ONE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT.
       1530-READ-ONE-AUDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1540-DATE-ONE-CARD - AN ELIGIBLE CARD WHOSE EFFECTIVE
      * PARAMETERS MATCH THE AUDIT RECORD TAKES ITS RUN DATE WHEN
      * THAT IS LATER THAN ANY SEEN SO FAR.
      *----------------------------------------------------------------
       1540-DATE-ONE-CARD.
           IF CARD-HIST-ELIGIBLE (CARD-SUB)
               AND AUD-EFF-MODE = CARD-MODE (CARD-SUB)
               AND AUD-EFF-LIMIT = CARD-LIMIT-VAL (CARD-SUB)
               AND AUD-EFF-RANGE-LOW = CARD-RANGE-LOW (CARD-SUB)
               AND AUD-EFF-RANGE-HIGH = CARD-RANGE-HIGH (CARD-SUB)
               AND AUD-EFF-NTH = CARD-NTH (CARD-SUB)
               AND AUD-RUN-DATE > CARD-HIST-DATE (CARD-SUB)
               MOVE AUD-RUN-DATE TO CARD-HIST-DATE (CARD-SUB)
           END-IF.
       1540-DATE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1550-SCAN-TOTALS-HISTORY - READ TOTOUT FROM THE TOP, TAKING
      * EACH DATED CARD'S ANSWER FROM THE FOUND RECORD OF ITS CLEAN
      * RUN. TOTOUT IS EXTENDED BY 4000 LATER IN THE RUN; IT IS
      * CLOSED AGAIN BEFORE THE SIEVE STARTS.
      *----------------------------------------------------------------
       1550-SCAN-TOTALS-HISTORY.
           OPEN INPUT TOTALS-FILE
           IF TOTALS-FILE-STATUS NOT = "00"
               DISPLAY "P10: TOTOUT HISTORY NOT READABLE, STATUS="
                   TOTALS-FILE-STATUS " - NO CARD ANSWERED FROM RUN "
                   "HISTORY"
               GO TO 1550-SCAN-TOTALS-HISTORY-EXIT
           END-IF

           MOVE "N" TO HIST-EOF-SWITCH
           PERFORM 1560-READ-ONE-TOTAL
               THRU 1560-READ-ONE-TOTAL-EXIT
               UNTIL HIST-AT-EOF

           CLOSE TOTALS-FILE.
       1550-SCAN-TOTALS-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1560-READ-ONE-TOTAL - ONE TOTOUT RECORD. ONLY A FOUND ANSWER
      * WITH USABLE FIELDS IS OFFERED TO THE CARD TABLE.
      *----------------------------------------------------------------
       1560-READ-ONE-TOTAL.
           READ TOTALS-FILE
               AT END
                   SET HIST-AT-EOF TO TRUE
                   GO TO 1560-READ-ONE-TOTAL-EXIT
           END-READ

           IF TOT-STATUS NOT = "Y"
               OR TOT-RUN-DATE NOT NUMERIC
               OR TOT-LIMIT-VAL NOT NUMERIC
               OR TOT-RANGE-LOW NOT NUMERIC
               OR TOT-RANGE-HIGH NOT NUMERIC
               OR TOT-NTH NOT NUMERIC
               OR TOT-TOTAL NOT NUMERIC
               OR TOT-COUNT NOT NUMERIC
               GO TO 1560-READ-ONE-TOTAL-EXIT
           END-IF

           PERFORM 1570-MATCH-ONE-TOTAL
               THRU 1570-MATCH-ONE-TOTAL-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT.
       1560-READ-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1570-MATCH-ONE-TOTAL - A TOTOUT RECORD OF THE CARD'S CLEAN
      * RUN DATE ASKING THE SAME QUESTION SUPPLIES THE ANSWER. A
      * SECOND SUCH RECORD THAT DISAGREES WITH THE FIRST MEANS THE
      * HISTORY CANNOT BE TRUSTED FOR THAT CARD.
      *----------------------------------------------------------------
       1570-MATCH-ONE-TOTAL.
           IF CARD-HIST-DATE (CARD-SUB) = ZERO
               OR TOT-RUN-DATE NOT = CARD-HIST-DATE (CARD-SUB)
               OR TOT-MODE NOT = CARD-MODE (CARD-SUB)
               OR TOT-LIMIT-VAL NOT = CARD-LIMIT-VAL (CARD-SUB)
               OR TOT-RANGE-LOW NOT = CARD-RANGE-LOW (CARD-SUB)
               OR TOT-RANGE-HIGH NOT = CARD-RANGE-HIGH (CARD-SUB)
               OR TOT-NTH NOT = CARD-NTH (CARD-SUB)
               GO TO 1570-MATCH-ONE-TOTAL-EXIT
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
       1570-MATCH-ONE-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1580-TAKE-ONE-HISTORY-ANSWER - SETTLE ONE CARD AFTER BOTH
      * SCANS. A CONFLICTING HISTORY IS DISCARDED AND THE CARD GOES
      * BACK TO THE SIEVE WITH ITS ACCUMULATORS CLEARED. A MODE-2
      * CARD NOT SETTLED HERE IS COUNTED FOR THE PRIMENDX LOOKUP.
      *----------------------------------------------------------------
       1580-TAKE-ONE-HISTORY-ANSWER.
           EVALUATE TRUE
               WHEN CARD-HIST-TAKEN (CARD-SUB)
                   MOVE "H" TO CARD-SOURCE (CARD-SUB)
                   ADD 1 TO CARDS-FROM-HISTORY
                   DISPLAY "P10: CARD " CARD-SUB " ANSWERED FROM THE "
                       "CLEAN RUN OF " CARD-HIST-DATE (CARD-SUB)
               WHEN CARD-HIST-CONFLICT (CARD-SUB)
                   MOVE ZERO TO CARD-TOTAL (CARD-SUB)
                   MOVE ZERO TO CARD-CNT (CARD-SUB)
                   DISPLAY "P10: *** WARNING *** CARD " CARD-SUB
                       " TOTOUT HISTORY OF " CARD-HIST-DATE (CARD-SUB)
                       " DISAGREES WITH ITSELF - CARD WILL BE SIEVED"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CARD-MODE (CARD-SUB) = "2"
               AND CARD-SOURCE (CARD-SUB) = SPACE
               AND CARD-HIST-STATE (CARD-SUB) NOT = SPACE
               ADD 1 TO CARDS-FOR-MASTER
           END-IF.
       1580-TAKE-ONE-HISTORY-ANSWER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1600-ANSWER-FROM-MASTER - ONE KEYED PRIMENDX READ PER OPEN
      * MODE-2 CARD. PRIMENDX IS ONLY OPENED WHEN SUCH A CARD EXISTS;
      * IF IT CANNOT BE, THOSE CARDS ARE SIMPLY SIEVED.
      *----------------------------------------------------------------
       1600-ANSWER-FROM-MASTER.
           IF CARDS-FOR-MASTER = ZERO
               GO TO 1600-ANSWER-FROM-MASTER-EXIT
           END-IF

           OPEN INPUT INDEX-FILE
           IF INDEX-FILE-STATUS NOT = "00"
               DISPLAY "P10: PRIMENDX NOT AVAILABLE, STATUS="
                   INDEX-FILE-STATUS " - MODE-2 CARDS WILL BE SIEVED"
               IF INDEX-FILE-STATUS = "05"
                   CLOSE INDEX-FILE
               ELSE
                   MOVE "PRIMENDX" TO NOTE-DDNAME
                   MOVE INDEX-FILE-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
               END-IF
               GO TO 1600-ANSWER-FROM-MASTER-EXIT
           END-IF

           PERFORM 1610-READ-ONE-ORDINAL
               THRU 1610-READ-ONE-ORDINAL-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT

           CLOSE INDEX-FILE.
       1600-ANSWER-FROM-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1610-READ-ONE-ORDINAL - THE NTH PRIME ON THE MASTER ANSWERS
      * THE CARD ONLY WHEN IT LIES BELOW THE CARD'S LIMIT. AN
      * ORDINAL NOT YET LOADED, OR A PRIME AT OR PAST THE LIMIT
      * (WHERE THE CARD'S CNT MUST COME FROM COUNTING), IS LEFT TO
      * THE SIEVE.
      *----------------------------------------------------------------
       1610-READ-ONE-ORDINAL.
           IF CARD-MODE (CARD-SUB) NOT = "2"
               OR CARD-SOURCE (CARD-SUB) NOT = SPACE
               OR CARD-HIST-STATE (CARD-SUB) = SPACE
               GO TO 1610-READ-ONE-ORDINAL-EXIT
           END-IF

           MOVE CARD-NTH (CARD-SUB) TO NDX-ORDINAL
           READ INDEX-FILE
           EVALUATE INDEX-FILE-STATUS
               WHEN "00"
                   IF NDX-PRIME-NUMBER < CARD-LIMIT-VAL (CARD-SUB)
                       MOVE NDX-PRIME-NUMBER TO CARD-TOTAL (CARD-SUB)
                       MOVE CARD-NTH (CARD-SUB) TO CARD-CNT (CARD-SUB)
                       MOVE "M" TO CARD-SOURCE (CARD-SUB)
                       ADD 1 TO CARDS-FROM-MASTER
                       DISPLAY "P10: CARD " CARD-SUB " ANSWERED FROM "
                           "THE PRIME MASTER"
                   END-IF
               WHEN "23"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "P10: PRIMENDX READ FAILED, STATUS="
                       INDEX-FILE-STATUS " - CARD " CARD-SUB
                       " WILL BE SIEVED"
           END-EVALUATE.
       1610-READ-ONE-ORDINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1650-SIZE-ONE-CARD - A CARD STILL UNANSWERED IS COUNTED FOR
      * THE SIEVE AND RAISES ITS BOUND TO THE CARD'S LIMIT.
      *----------------------------------------------------------------
       1650-SIZE-ONE-CARD.
           IF NOT CARD-FROM-HISTORY (CARD-SUB)
               ADD 1 TO CARDS-TO-SIEVE
               IF CARD-LIMIT-VAL (CARD-SUB) > LIMIT-VAL
                   MOVE CARD-LIMIT-VAL (CARD-SUB) TO LIMIT-VAL
               END-IF
           END-IF.
       1650-SIZE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-MARK-COMPOSITES - MARK ALL MULTIPLES AS COMPOSITE NUMBERS,
      * RESUMING FROM THE LAST CHECKPOINT WHEN ONE IS AVAILABLE FOR THE
      * CURRENT LIMIT, AND CHECKPOINTING PROGRESS EVERY
      * CHECKPOINT-INTERVAL VALUES OF N.
      *----------------------------------------------------------------
       2000-MARK-COMPOSITES.
           DISPLAY 'COMPUTING PRIMES...'

           PERFORM 2100-LOAD-CHECKPOINT
               THRU 2100-LOAD-CHECKPOINT-EXIT

           PERFORM 8100-GET-NOW-SECONDS
               THRU 8100-GET-NOW-SECONDS-EXIT
           MOVE NOW-SECONDS TO SIEVE-START-SECONDS
           MOVE NOW-SECONDS TO PREV-CKPT-SECONDS
           MOVE N TO PREV-CKPT-N

           IF CKPT-PRIOR-LIMIT < LIMIT-VAL
               PERFORM 2200-EXTEND-PRIOR-SIEVE
                   THRU 2200-EXTEND-PRIOR-SIEVE-EXIT
           END-IF

           COMPUTE REMAINING-ITERATIONS = MARK-ITERATIONS - (N - 2)

      *----------------------------------------------------------------
      * THE LOOP ENDS EITHER WHEN EVERY N IS PROCESSED OR WHEN AN
      * OPERATOR STOP CARD WAS SEEN AT A CHECKPOINT - THE QUIESCE
      * CASE. EITHER WAY A FINAL CHECKPOINT IS CUT BELOW, SO A
      * QUIESCED RUN RESUMES EXACTLY AS AN ABENDED ONE DOES.
      *----------------------------------------------------------------
           IF REMAINING-ITERATIONS > ZERO
               PERFORM 2300-MARK-ONE-N
                   THRU 2300-MARK-ONE-N-EXIT
                   UNTIL (N - 2) >= MARK-ITERATIONS
                   OR QUIESCE-REQUESTED
           END-IF

           PERFORM 2500-WRITE-CHECKPOINT
               THRU 2500-WRITE-CHECKPOINT-EXIT.
       2000-MARK-COMPOSITES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2300-MARK-ONE-N - MARK EVERY MULTIPLE OF THE CURRENT N AS
      * COMPOSITE, STEP N, AND CHECKPOINT WHEN N CROSSES AN
      * INTERVAL BOUNDARY.
      *----------------------------------------------------------------
       2300-MARK-ONE-N.
           SET MULT TO N
           ADD N TO MULT
           PERFORM UNTIL MULT >= LIMIT-VAL
               SET BIT-N TO MULT
               PERFORM 5000-SET-COMPOSITE-BIT
                   THRU 5000-SET-COMPOSITE-BIT-EXIT
               ADD N TO MULT
           END-PERFORM
           ADD 1 TO N
           DIVIDE N BY CHECKPOINT-INTERVAL
               GIVING CKPT-DIV-QUOT
               REMAINDER CKPT-DIV-REM
           IF CKPT-DIV-REM = ZERO
               PERFORM 2500-WRITE-CHECKPOINT
                   THRU 2500-WRITE-CHECKPOINT-EXIT
           END-IF.
       2300-MARK-ONE-N-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-LOAD-CHECKPOINT - CKPTFILE AND CKPTFIL2 ARE WRITTEN
      * ALTERNATELY BY 2500-WRITE-CHECKPOINT, SO AT MOST ONE OF THE TWO
      * CAN EVER BE MID-TRUNCATE AT THE SAME TIME. READ BOTH. A
      * CHECKPOINT IS USABLE WHEN ITS LIMIT DOES NOT EXCEED THIS
      * RUN'S - THE CMPS BITS BELOW THE SMALLER LIMIT ARE IDENTICAL
      * WHATEVER THE LARGER LIMIT IS, AND 2200-EXTEND-PRIOR-SIEVE
      * FILLS IN THE TERRITORY ABOVE IT. WHEN BOTH ARE USABLE, KEEP
           COMPUTE STAT-PROJECTED-END =
               (STAT-END-HH * 10000) + (STAT-END-MM * 100)
               + STAT-END-SS
           MOVE SPACES TO STAT-SEGMENT-AREA

           OPEN OUTPUT STAT-FILE
           IF STAT-FILE-STATUS = "00"
       5100-TEST-COMPOSITE-BIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 5200-CLEAR-COMPOSITE-BIT - TAKE BIT-N'S MARK OUT OF CMPS-AREA.
      * ONLY THE MERGE OF A PARTITIONED NIGHT USES IT, TO REBUILD THE
      * TABLE FROM THE MERGED LISTING FOR THE MODE-4/5 CARDS.
      *----------------------------------------------------------------
       5200-CLEAR-COMPOSITE-BIT.
           COMPUTE BIT-N-ADJ = BIT-N - 1
           DIVIDE BIT-N-ADJ BY 8 GIVING BIT-BYTE-SUB
               REMAINDER BIT-BIT-SUB
           ADD 1 TO BIT-BYTE-SUB
           ADD 1 TO BIT-BIT-SUB

           MOVE CMPS-BYTE (BIT-BYTE-SUB) TO BIT-TEST-BYTE
           COMPUTE BIT-DOUBLE-MASK = BIT-MASK (BIT-BIT-SUB) * 2
           DIVIDE BIT-TEST-BYTE BY BIT-DOUBLE-MASK
               GIVING BIT-DIV-QUOT
               REMAINDER BIT-DIV-REM

           IF BIT-DIV-REM >= BIT-MASK (BIT-BIT-SUB)
               SUBTRACT BIT-MASK (BIT-BIT-SUB)
                   FROM CMPS-BYTE (BIT-BYTE-SUB)
           END-IF.
       5200-CLEAR-COMPOSITE-BIT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-SUM-PRIMES - WALK EVERY NUMBER BELOW LIMIT-VAL (THE
      * LARGEST LIMIT ANY CARD STILL TO BE SIEVED ASKED FOR) LEFT
      * UNMARKED, WRITING EACH PRIME FOUND TO PRIMEOUT ALONG THE WAY,
      * AND HAND EACH PRIME TO EVERY CONTROL CARD'S ACCUMULATORS IN
      * TURN. ONE PASS OVER THE CMPS TABLE ANSWERS EVERY CARD - WHEN
      * A MODE-6 CARD IS OPEN, THE SAME PASS LOOKS AHEAD OF EACH
      * PRIME FOR THE CONSTELLATIONS THOSE CARDS ASK FOR.
      *----------------------------------------------------------------
       3000-SUM-PRIMES.
           DISPLAY 'ADDING UP PRIMES...'
                   THRU 9200-NOTE-FILE-STATUS-EXIT
           END-IF

           PERFORM 3050-OPEN-CONSTELLATION-FILE
               THRU 3050-OPEN-CONSTELLATION-FILE-EXIT

           SET N TO 2
           PERFORM UNTIL N >= LIMIT-VAL
               SET BIT-N TO N
                   END-IF
                   PERFORM 3100-APPLY-PRIME-TO-CARDS
                       THRU 3100-APPLY-PRIME-TO-CARDS-EXIT
                   IF CONS-CARDS-OPEN > ZERO
                       PERFORM 3300-TEST-CONSTELLATIONS
                           THRU 3300-TEST-CONSTELLATIONS-EXIT
                   END-IF
               END-IF
               ADD 1 TO N
           END-PERFORM

           IF CONS-OUT-IS-OPEN
               CLOSE CONS-OUT-FILE
           END-IF

           PERFORM 3200-FINISH-CARD-ANSWERS
               THRU 3200-FINISH-CARD-ANSWERS-EXIT

       3000-SUM-PRIMES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3050-OPEN-CONSTELLATION-FILE - COUNT THE MODE-6 CARDS THE
      * WALK MUST ANSWER AND OPEN CONSOUT ONCE FOR ALL OF THEM. A RUN
      * WITH NO MODE-6 CARDS NEVER TOUCHES CONSOUT. IF IT CANNOT BE
      * OPENED THE CARDS ARE STILL COUNTED AND SUMMED - TOTOUT KEEPS
      * THE ANSWER AND THE RUN ENDS RC=8 FOR THE MISSING LISTING.
      *----------------------------------------------------------------
       3050-OPEN-CONSTELLATION-FILE.
           MOVE ZERO TO CONS-CARDS-OPEN
           PERFORM 3060-COUNT-ONE-CONS-CARD
               THRU 3060-COUNT-ONE-CONS-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
           IF CONS-CARDS-OPEN = ZERO
               GO TO 3050-OPEN-CONSTELLATION-FILE-EXIT
           END-IF

           OPEN OUTPUT CONS-OUT-FILE
           IF CONS-OUT-STATUS = "00"
               SET CONS-OUT-IS-OPEN TO TRUE
           ELSE
               DISPLAY "P10: UNABLE TO OPEN CONSOUT, STATUS="
                   CONS-OUT-STATUS
               MOVE "CONSOUT" TO NOTE-DDNAME
               MOVE CONS-OUT-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       3050-OPEN-CONSTELLATION-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3060-COUNT-ONE-CONS-CARD - ONE CARD OF THE DECK.
      *----------------------------------------------------------------
       3060-COUNT-ONE-CONS-CARD.
           IF CARD-MODE (CARD-SUB) = "6"
               AND NOT CARD-FROM-HISTORY (CARD-SUB)
               ADD 1 TO CONS-CARDS-OPEN
           END-IF.
       3060-COUNT-ONE-CONS-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-APPLY-PRIME-TO-CARDS - CREDIT THE PRIME CURRENTLY IN N
      * TO EVERY CARD IT ANSWERS: MODE 1 SUMS EVERY PRIME BELOW THE
      * TARGET AND CAPTURES THE NTH ONE, MODE 3 SUMS THE PRIMES
      * INSIDE THE CARD'S RANGE. A CARD WHOSE OWN LIMIT IS BELOW THE
      * SHARED SIEVE BOUND SIMPLY STOPS ACCUMULATING AT ITS LIMIT.
      * A CARD ALREADY ANSWERED FROM HISTORY IS PASSED OVER.
      *----------------------------------------------------------------
       3100-APPLY-PRIME-TO-CARDS.
           PERFORM VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
               IF CARD-FROM-HISTORY (CARD-SUB)
                   CONTINUE
               ELSE
                   EVALUATE CARD-MODE (CARD-SUB)
                       WHEN "2"
                           IF N < CARD-LIMIT-VAL (CARD-SUB)
                               AND CARD-CNT (CARD-SUB) <
                                   CARD-NTH (CARD-SUB)
                               ADD 1 TO CARD-CNT (CARD-SUB)
                               IF CARD-CNT (CARD-SUB) =
                                   CARD-NTH (CARD-SUB)
                                   MOVE N TO CARD-TOTAL (CARD-SUB)
                               END-IF
                           END-IF
                       WHEN "3"
                           IF N < CARD-LIMIT-VAL (CARD-SUB)
                               AND N >= CARD-RANGE-LOW (CARD-SUB)
                               AND N <= CARD-RANGE-HIGH (CARD-SUB)
                               ADD N TO CARD-TOTAL (CARD-SUB)
                               ADD 1 TO CARD-CNT (CARD-SUB)
                           END-IF
                       WHEN "4"
                       WHEN "5"
                       WHEN "6"
      *----------------------------------------------------------------
      * MODES 4 AND 5 TAKE NOTHING FROM THE PRIME WALK - THEIR
      * CANDIDATES ARE ANSWERED STRAIGHT FROM THE CMPS TABLE
      * AFTERWARDS BY 3400-PROCESS-FACTOR-CARDS AND
      * 3450-PROCESS-GOLDBACH-CARDS. MODE 6 IS CREDITED BY
      * 3300-TEST-CONSTELLATIONS, ONCE PER PRIME FOR ALL ITS CARDS.
      *----------------------------------------------------------------
                           CONTINUE
                       WHEN OTHER
                           IF N < CARD-LIMIT-VAL (CARD-SUB)
                               ADD N TO CARD-TOTAL (CARD-SUB)
                               ADD 1 TO CARD-CNT (CARD-SUB)
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
       3100-APPLY-PRIME-TO-CARDS-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * 3200-FINISH-CARD-ANSWERS - AFTER THE WALK, ANY MODE-2 CARD
      * STILL SHORT OF ITS NTH TARGET HAS NO ANSWER BELOW ITS LIMIT.
      * EVERY CARD NOT ANSWERED FROM HISTORY IS MARKED SIEVED.
      *----------------------------------------------------------------
       3200-FINISH-CARD-ANSWERS.
           PERFORM VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
               IF NOT CARD-FROM-HISTORY (CARD-SUB)
                   MOVE "S" TO CARD-SOURCE (CARD-SUB)
               END-IF
               IF CARD-MODE (CARD-SUB) = "2"
                   AND CARD-CNT (CARD-SUB) < CARD-NTH (CARD-SUB)
                   MOVE "N" TO CARD-FOUND (CARD-SUB)
       3200-FINISH-CARD-ANSWERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3300-TEST-CONSTELLATIONS - THE PRIME IN N MAY START A
      * CONSTELLATION. LOOK AHEAD IN THE CMPS TABLE ONCE - N+2, N+4,
      * N+6 AND N+8, EACH ONLY WHILE IT STAYS INSIDE THE SIEVE - THEN
      * OFFER THE RESULT TO EVERY MODE-6 CARD.
      *----------------------------------------------------------------
       3300-TEST-CONSTELLATIONS.
           MOVE ALL "N" TO CONS-AHEAD-TABLE
           PERFORM 3305-LOOK-AHEAD-ONE-OFFSET
               THRU 3305-LOOK-AHEAD-ONE-OFFSET-EXIT
               VARYING CONS-OFFSET FROM 2 BY 2
               UNTIL CONS-OFFSET > 8

           PERFORM 3310-MATCH-ONE-CONS-CARD
               THRU 3310-MATCH-ONE-CONS-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT.
       3300-TEST-CONSTELLATIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3305-LOOK-AHEAD-ONE-OFFSET - IS N + CONS-OFFSET PRIME?
      *----------------------------------------------------------------
       3305-LOOK-AHEAD-ONE-OFFSET.
           COMPUTE CONS-MEMBER-VAL = N + CONS-OFFSET
           IF CONS-MEMBER-VAL >= LIMIT-VAL
               GO TO 3305-LOOK-AHEAD-ONE-OFFSET-EXIT
           END-IF
           SET BIT-N TO CONS-MEMBER-VAL
           PERFORM 5100-TEST-COMPOSITE-BIT
               THRU 5100-TEST-COMPOSITE-BIT-EXIT
           IF BIT-RESULT = 0
               MOVE "Y" TO CONS-AHEAD-FLAG (CONS-OFFSET)
           END-IF.
       3305-LOOK-AHEAD-ONE-OFFSET-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3310-MATCH-ONE-CONS-CARD - A MODE-6 CARD WHOSE RANGE HOLDS N
      * TRIES EACH FORM OF ITS PATTERN IN TURN. THE FIRST FORM WHOSE
      * MEMBERS ARE ALL PRIME, INSIDE THE RANGE AND BELOW THE CARD'S
      * LIMIT IS THE CONSTELLATION: IT IS COUNTED, ITS STARTING PRIME
      * SUMMED, AND IT GOES TO CONSOUT. (NO PRIME STARTS BOTH TRIPLET
      * FORMS - ONE OF N, N+2, N+4 IS ALWAYS A MULTIPLE OF 3.)
      *----------------------------------------------------------------
       3310-MATCH-ONE-CONS-CARD.
           IF CARD-MODE (CARD-SUB) NOT = "6"
               OR CARD-FROM-HISTORY (CARD-SUB)
               OR N < CARD-RANGE-LOW (CARD-SUB)
               OR N > CARD-RANGE-HIGH (CARD-SUB)
               OR N >= CARD-LIMIT-VAL (CARD-SUB)
               GO TO 3310-MATCH-ONE-CONS-CARD-EXIT
           END-IF

           MOVE CARD-NTH (CARD-SUB) TO CONS-PAT-SUB
           MOVE ZERO TO CONS-MATCH-FORM
           PERFORM 3320-TEST-ONE-FORM
               THRU 3320-TEST-ONE-FORM-EXIT
               VARYING CONS-FORM-SUB FROM 1 BY 1
               UNTIL CONS-FORM-SUB > CONS-PAT-FORMS (CONS-PAT-SUB)
               OR CONS-MATCH-FORM > ZERO
           IF CONS-MATCH-FORM = ZERO
               GO TO 3310-MATCH-ONE-CONS-CARD-EXIT
           END-IF

           ADD 1 TO CARD-CNT (CARD-SUB)
           ADD N TO CARD-TOTAL (CARD-SUB)
           PERFORM 3330-WRITE-CONSTELLATION
               THRU 3330-WRITE-CONSTELLATION-EXIT.
       3310-MATCH-ONE-CONS-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3320-TEST-ONE-FORM - EVERY MEMBER AFTER THE STARTING PRIME
      * OF FORM CONS-FORM-SUB MUST HOLD FOR THE FORM TO MATCH.
      *----------------------------------------------------------------
       3320-TEST-ONE-FORM.
           SET CONS-FORM-HOLDS TO TRUE
           PERFORM 3325-TEST-ONE-MEMBER
               THRU 3325-TEST-ONE-MEMBER-EXIT
               VARYING CONS-MEMBER-SUB FROM 1 BY 1
               UNTIL CONS-MEMBER-SUB >= CONS-PAT-MEMBERS (CONS-PAT-SUB)
               OR CONS-FORM-FAILED
           IF CONS-FORM-HOLDS
               MOVE CONS-FORM-SUB TO CONS-MATCH-FORM
           END-IF.
       3320-TEST-ONE-FORM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3325-TEST-ONE-MEMBER - ONE MEMBER OF THE FORM: PRIME BY THE
      * LOOK-AHEAD, NOT PAST THE CARD'S RANGE, AND BELOW ITS LIMIT.
      *----------------------------------------------------------------
       3325-TEST-ONE-MEMBER.
           MOVE CONS-PAT-OFFSET (CONS-PAT-SUB, CONS-FORM-SUB,
               CONS-MEMBER-SUB) TO CONS-OFFSET
           COMPUTE CONS-MEMBER-VAL = N + CONS-OFFSET
           IF CONS-AHEAD-FLAG (CONS-OFFSET) NOT = "Y"
               OR CONS-MEMBER-VAL > CARD-RANGE-HIGH (CARD-SUB)
               OR CONS-MEMBER-VAL >= CARD-LIMIT-VAL (CARD-SUB)
               SET CONS-FORM-FAILED TO TRUE
           END-IF.
       3325-TEST-ONE-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3330-WRITE-CONSTELLATION - ONE CONSOUT RECORD FOR THE MATCH
      * JUST FOUND: THE STARTING PRIME, THEN N PLUS EACH OFFSET OF
      * THE MATCHING FORM.
      *----------------------------------------------------------------
       3330-WRITE-CONSTELLATION.
           IF NOT CONS-OUT-IS-OPEN
               GO TO 3330-WRITE-CONSTELLATION-EXIT
           END-IF

           MOVE CARD-SUB TO CONS-CARD-NUMBER
           MOVE CONS-PAT-SUB TO CONS-PATTERN-CODE
           MOVE N TO CONS-START-PRIME
           MOVE CONS-PAT-MEMBERS (CONS-PAT-SUB) TO CONS-MEMBER-COUNT
           MOVE ZEROES TO CONS-MEMBER (1) CONS-MEMBER (2)
               CONS-MEMBER (3) CONS-MEMBER (4)
           MOVE N TO CONS-MEMBER (1)
           PERFORM 3335-MOVE-ONE-MEMBER
               THRU 3335-MOVE-ONE-MEMBER-EXIT
               VARYING CONS-MEMBER-SUB FROM 1 BY 1
               UNTIL CONS-MEMBER-SUB >= CONS-PAT-MEMBERS (CONS-PAT-SUB)
           MOVE CARD-REQUESTOR (CARD-SUB) TO CONS-REQUESTOR
           MOVE SPACES TO CONS-FILLER

           WRITE CONS-REC
           IF CONS-OUT-STATUS NOT = "00"
               DISPLAY "P10: CONSOUT WRITE FAILED, STATUS="
                   CONS-OUT-STATUS
               MOVE "CONSOUT" TO NOTE-DDNAME
               MOVE CONS-OUT-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               CLOSE CONS-OUT-FILE
               MOVE "N" TO CONS-OUT-SWITCH
           END-IF.
       3330-WRITE-CONSTELLATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3335-MOVE-ONE-MEMBER - MEMBER CONS-MEMBER-SUB + 1 OF THE
      * RECORD IS N PLUS THE FORM'S CONS-MEMBER-SUB'TH OFFSET.
      *----------------------------------------------------------------
       3335-MOVE-ONE-MEMBER.
           COMPUTE CONS-MEMBER (CONS-MEMBER-SUB + 1) = N
               + CONS-PAT-OFFSET (CONS-PAT-SUB, CONS-MATCH-FORM,
                   CONS-MEMBER-SUB).
       3335-MOVE-ONE-MEMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-PROCESS-FACTOR-CARDS - ANSWER EVERY MODE-4 CARD FROM
      * THE FINISHED CMPS TABLE. FACTOUT IS OPENED ONCE, ON THE
           MOVE CARD-TOTAL (CARD-SUB) TO TOT-TOTAL
           MOVE CARD-CNT (CARD-SUB) TO TOT-COUNT
           MOVE CARD-REQUESTOR (CARD-SUB) TO TOT-REQUESTOR
           IF CARD-FROM-HISTORY (CARD-SUB)
               MOVE CARD-SOURCE (CARD-SUB) TO TOT-ANSWER-SOURCE
           ELSE
               MOVE SPACE TO TOT-ANSWER-SOURCE
           END-IF

           WRITE TOTALS-REC
           IF TOTALS-FILE-STATUS NOT = "00"
           ADD 1 TO CARD-SUB.
       4100-WRITE-ONE-TOTAL-EXIT.
           EXIT.
      *----------------------------------------------------------------
      * 7000-READ-SEGMENT-CONTROL - READ THE SEGCTL CARD, IF THERE IS
      * ONE, AND SET THIS STEP'S PART IN THE NIGHT, THE NAME IT POSTS
      * TO RUNCTL UNDER, AND THE STEP ITS GATE WAITS FOR:
      *   B - POSTS AS P10BASE (JOB P10PJOB). GATED ON P10FCST, AS
      *       THE SINGLE STEP IS.
      *   S - POSTS AS P10SEGNN (JOB P10SGNNJ). GATED ON P10BASE
      *       ENDING RC<=4. WRITES NO AUDIT TRAIL.
      *   M - POSTS AS P10 (JOB P10MRGJ), SO P10RPT AND P10POST GATE
      *       ON IT UNCHANGED. GATED ON ANY END OF P10BASE, THEN ON
      *       EVERY SEGMENT (8820).
      * NO SEGCTL DATASET, OR A BLANK CARD, LEAVES THE SINGLE STEP.
      * A CARD THAT IS PUNCHED BUT WRONG ENDS THE STEP RC=12 BEFORE
      * ANYTHING IS POSTED OR OPENED - RUNNING THE WRONG PART OF THE
      * NIGHT WOULD OVERWRITE ANOTHER STEP'S DATASETS.
      *----------------------------------------------------------------
       7000-READ-SEGMENT-CONTROL.
           OPEN INPUT SEG-CTL-FILE
           IF SEG-CTL-STATUS NOT = "00" AND SEG-CTL-STATUS NOT = "05"
               MOVE "SEGCTL CANNOT BE OPENED" TO SEG-CTL-REASON
               GO TO 7000-READ-SEGMENT-CONTROL-BAD
           END-IF
           READ SEG-CTL-FILE
               AT END
                   MOVE SPACES TO SEG-CTL-REC
           END-READ
           CLOSE SEG-CTL-FILE
           IF SEG-CTL-REC = SPACES
               GO TO 7000-READ-SEGMENT-CONTROL-EXIT
           END-IF

           IF SCTL-ROLE NOT = "B" AND SCTL-ROLE NOT = "S"
               AND SCTL-ROLE NOT = "M"
               MOVE "COL 1 MUST BE B, S OR M" TO SEG-CTL-REASON
               GO TO 7000-READ-SEGMENT-CONTROL-BAD
           END-IF
           IF SCTL-COUNT-X NOT NUMERIC
               MOVE "COLS 4-5 (SEGMENTS) NOT NUMERIC"
                   TO SEG-CTL-REASON
               GO TO 7000-READ-SEGMENT-CONTROL-BAD
           END-IF
           IF SCTL-COUNT = ZERO OR SCTL-COUNT > SEGMENT-MAX
               MOVE "COLS 4-5 (SEGMENTS) MUST BE 01-16"
                   TO SEG-CTL-REASON
               GO TO 7000-READ-SEGMENT-CONTROL-BAD
           END-IF
           IF SCTL-ROLE = "S"
               IF SCTL-SEGMENT-X NOT NUMERIC
                   MOVE "COLS 2-3 (SEGMENT) NOT NUMERIC"
                       TO SEG-CTL-REASON
                   GO TO 7000-READ-SEGMENT-CONTROL-BAD
               END-IF
               IF SCTL-SEGMENT = ZERO OR SCTL-SEGMENT > SCTL-COUNT
                   MOVE "COLS 2-3 (SEGMENT) NOT 01 THRU COLS 4-5"
                       TO SEG-CTL-REASON
                   GO TO 7000-READ-SEGMENT-CONTROL-BAD
               END-IF
           ELSE
               IF SCTL-SEGMENT-X NOT = SPACES
                   AND SCTL-SEGMENT-X NOT = "00"
                   MOVE "COLS 2-3 ARE FOR A SEGMENT STEP ONLY"
                       TO SEG-CTL-REASON
                   GO TO 7000-READ-SEGMENT-CONTROL-BAD
               END-IF
           END-IF
           IF SCTL-FILLER NOT = SPACES
               MOVE "COLS 6-80 MUST BE BLANK" TO SEG-CTL-REASON
               GO TO 7000-READ-SEGMENT-CONTROL-BAD
           END-IF

           MOVE SCTL-ROLE TO SEG-ROLE
           MOVE SCTL-COUNT TO SEG-COUNT
           EVALUATE TRUE
               WHEN SEG-ROLE-BASE
                   MOVE "P10BASE" TO RUN-CONTROL-PROGRAM
                   MOVE "P10PJOB" TO RUN-CONTROL-JOB
                   DISPLAY "P10: BASE STEP OF A NIGHT CUT INTO "
                       SEG-COUNT " SEGMENTS"
               WHEN SEG-ROLE-SEGMENT
                   MOVE SCTL-SEGMENT TO SEG-NUMBER
                   MOVE "P10SEG" TO RUN-CONTROL-PROGRAM
                   MOVE SCTL-SEGMENT-X TO RUN-CONTROL-PROGRAM (7:2)
                   MOVE "P10SG" TO RUN-CONTROL-JOB
                   MOVE SCTL-SEGMENT-X TO RUN-CONTROL-JOB (6:2)
                   MOVE "J" TO RUN-CONTROL-JOB (8:1)
                   MOVE "P10BASE" TO GATE-PROGRAM
                   MOVE "N" TO AUDIT-TRAIL-SWITCH
                   DISPLAY "P10: SEGMENT " SEG-NUMBER " OF "
                       SEG-COUNT
               WHEN OTHER
                   MOVE "P10MRGJ" TO RUN-CONTROL-JOB
                   MOVE "P10BASE" TO GATE-PROGRAM
                   MOVE RC-PARM-FAILURE TO GATE-GOOD-MAX-RC
                   DISPLAY "P10: MERGE OF A NIGHT CUT INTO "
                       SEG-COUNT " SEGMENTS"
           END-EVALUATE
           GO TO 7000-READ-SEGMENT-CONTROL-EXIT.
       7000-READ-SEGMENT-CONTROL-BAD.
           DISPLAY "P10: SEGCTL CARD INVALID - " SEG-CTL-REASON
               " - RUN TERMINATED"
           MOVE RC-PARM-FAILURE TO RETURN-CODE
           STOP RUN.
       7000-READ-SEGMENT-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-PLAN-SEGMENTS - THE BASE STEP'S WORK ONCE THE DECK IS
      * VALIDATED AND HISTORY HAS ANSWERED WHAT IT CAN: SIEVE THE
      * BASE PRIMES UP TO THE SQUARE ROOT OF THE LIMIT INTO BASEPRM,
      * THEN WRITE SEGPLAN. WHEN EVERY CARD WAS ANSWERED FROM HISTORY
      * THE PLAN CARRIES A ZERO LIMIT AND NO BASE PRIMES - THE
      * SEGMENTS THEN HAVE NOTHING TO DO AND THE MERGE GOES STRAIGHT
      * TO RECONCILIATION. ONCE THE PLAN IS WRITTEN THE NIGHT
      * BELONGS TO THE MERGE, SO NO AUDIT TRAIL IS WRITTEN HERE.
      *----------------------------------------------------------------
       7100-PLAN-SEGMENTS.
           ACCEPT BASE-START-TIME FROM TIME
           MOVE ZERO TO BASE-ROOT
           MOVE ZERO TO BASE-PRIME-COUNT
           IF CARDS-TO-SIEVE = ZERO
               DISPLAY "P10: EVERY CARD ANSWERED FROM HISTORY OR THE "
                   "PRIME MASTER - SEGMENTS HAVE NOTHING TO SIEVE"
               MOVE ZERO TO LIMIT-VAL
           ELSE
               PERFORM 7110-SIEVE-BASE-PRIMES
                   THRU 7110-SIEVE-BASE-PRIMES-EXIT
               IF RUN-RETURN-CODE > RC-WARNING
                   GO TO 7100-PLAN-SEGMENTS-EXIT
               END-IF
           END-IF
           ACCEPT BASE-END-TIME FROM TIME
           MOVE BASE-START-TIME TO PHASE-START-TIME
           MOVE BASE-END-TIME TO PHASE-END-TIME
           PERFORM 8010-COMPUTE-PHASE-SECONDS
               THRU 8010-COMPUTE-PHASE-SECONDS-EXIT
           MOVE PHASE-ELAPSED-SECONDS TO BASE-SECONDS

           PERFORM 7140-WRITE-PLAN
               THRU 7140-WRITE-PLAN-EXIT
           IF RUN-RETURN-CODE <= RC-WARNING
               MOVE "N" TO AUDIT-TRAIL-SWITCH
               DISPLAY "P10: SEGPLAN WRITTEN - LIMIT " LIMIT-VAL
                   " IN " SEG-COUNT " SEGMENTS, " BASE-PRIME-COUNT
                   " BASE PRIMES TO " BASE-ROOT
           END-IF.
       7100-PLAN-SEGMENTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7110-SIEVE-BASE-PRIMES - BASE-ROOT IS THE LARGEST NUMBER
      * WHOSE SQUARE IS BELOW LIMIT-VAL; EVERY COMPOSITE BELOW THE
      * LIMIT HAS A PRIME FACTOR NO LARGER. SIEVE 2 THRU BASE-ROOT IN
      * THE CMPS TABLE AND WRITE THE PRIMES, ASCENDING, TO BASEPRM.
      *----------------------------------------------------------------
       7110-SIEVE-BASE-PRIMES.
           MOVE 1 TO BASE-ROOT
           PERFORM 7112-RAISE-BASE-ROOT
               THRU 7112-RAISE-BASE-ROOT-EXIT
               UNTIL (BASE-ROOT + 1) * (BASE-ROOT + 1) >= LIMIT-VAL

           SET N TO 2
           PERFORM 7114-SIEVE-BASE-ONE-N
               THRU 7114-SIEVE-BASE-ONE-N-EXIT
               UNTIL N * N > BASE-ROOT

           OPEN OUTPUT BASE-PRIME-FILE
           IF BASE-PRIME-STATUS NOT = "00"
               DISPLAY "P10: UNABLE TO OPEN BASEPRM, STATUS="
                   BASE-PRIME-STATUS
               MOVE "BASEPRM" TO NOTE-DDNAME
               MOVE BASE-PRIME-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7110-SIEVE-BASE-PRIMES-EXIT
           END-IF

           SET N TO 2
           PERFORM 7118-WRITE-ONE-BASE-PRIME
               THRU 7118-WRITE-ONE-BASE-PRIME-EXIT
               UNTIL N > BASE-ROOT
               OR RUN-RETURN-CODE > RC-WARNING

           CLOSE BASE-PRIME-FILE.
       7110-SIEVE-BASE-PRIMES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7112-RAISE-BASE-ROOT - ONE STEP TOWARD THE SQUARE ROOT.
      *----------------------------------------------------------------
       7112-RAISE-BASE-ROOT.
           ADD 1 TO BASE-ROOT.
       7112-RAISE-BASE-ROOT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7114-SIEVE-BASE-ONE-N - WHEN N IS STILL UNMARKED, MARK ITS
      * MULTIPLES FROM N SQUARED UP TO BASE-ROOT.
      *----------------------------------------------------------------
       7114-SIEVE-BASE-ONE-N.
           SET BIT-N TO N
           PERFORM 5100-TEST-COMPOSITE-BIT
               THRU 5100-TEST-COMPOSITE-BIT-EXIT
           IF BIT-RESULT = 0
               COMPUTE MULT = N * N
               PERFORM 7116-MARK-BASE-MULTIPLE
                   THRU 7116-MARK-BASE-MULTIPLE-EXIT
                   UNTIL MULT > BASE-ROOT
           END-IF
           ADD 1 TO N.
       7114-SIEVE-BASE-ONE-N-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7116-MARK-BASE-MULTIPLE - MARK MULT, STEP TO THE NEXT ONE.
      *----------------------------------------------------------------
       7116-MARK-BASE-MULTIPLE.
           SET BIT-N TO MULT
           PERFORM 5000-SET-COMPOSITE-BIT
               THRU 5000-SET-COMPOSITE-BIT-EXIT
           ADD N TO MULT.
       7116-MARK-BASE-MULTIPLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7118-WRITE-ONE-BASE-PRIME - N TO BASEPRM WHEN IT IS PRIME.
      *----------------------------------------------------------------
       7118-WRITE-ONE-BASE-PRIME.
           SET BIT-N TO N
           PERFORM 5100-TEST-COMPOSITE-BIT
               THRU 5100-TEST-COMPOSITE-BIT-EXIT
           IF BIT-RESULT = 0
               MOVE N TO BPR-PRIME
               WRITE BASE-PRIME-REC
               IF BASE-PRIME-STATUS NOT = "00"
                   DISPLAY "P10: BASEPRM WRITE FAILED, STATUS="
                       BASE-PRIME-STATUS
                   MOVE "BASEPRM" TO NOTE-DDNAME
                   MOVE BASE-PRIME-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
                   MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
               ADD 1 TO BASE-PRIME-COUNT
           END-IF
           ADD 1 TO N.
       7118-WRITE-ONE-BASE-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7140-WRITE-PLAN - SEGPLAN: THE HEADER, THE BOUNDS OF EACH
      * SEGMENT, THEN EVERY CARD OF THE DECK. THE RANGE 2 THRU
      * LIMIT-VAL - 1 IS CUT INTO SEG-COUNT CONTIGUOUS SLICES WHOSE
      * SIZES DIFFER BY AT MOST ONE: SEGMENT K RUNS FROM
      * 2 + (K-1)T/C TO 1 + KT/C (T = NUMBERS TO COVER LESS ONE,
      * C = SEGMENTS, DIVISIONS TRUNCATED), SO EACH SEGMENT STARTS
      * ONE PAST THE LAST ONE'S HIGH BOUND AND THE LAST ENDS AT
      * LIMIT-VAL - 1.
      *----------------------------------------------------------------
       7140-WRITE-PLAN.
           OPEN OUTPUT SEG-PLAN-FILE
           IF SEG-PLAN-STATUS NOT = "00"
               DISPLAY "P10: UNABLE TO OPEN SEGPLAN, STATUS="
                   SEG-PLAN-STATUS
               MOVE "SEGPLAN" TO NOTE-DDNAME
               MOVE SEG-PLAN-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7140-WRITE-PLAN-EXIT
           END-IF

           MOVE SPACES TO PLAN-HEADER-REC
           MOVE "H" TO PLNH-TYPE
           MOVE RUN-DATE TO PLNH-TOKEN-DATE
           ACCEPT PLNH-TOKEN-TIME FROM TIME
           MOVE LIMIT-VAL TO PLNH-LIMIT-VAL
           MOVE SEG-COUNT TO PLNH-SEGMENT-COUNT
           MOVE PARM-CARD-COUNT TO PLNH-CARD-COUNT
           MOVE CARDS-TO-SIEVE TO PLNH-CARDS-TO-SIEVE
           MOVE BASE-ROOT TO PLNH-BASE-ROOT
           MOVE BASE-PRIME-COUNT TO PLNH-BASE-PRIME-COUNT
           MOVE BASE-START-TIME TO PLNH-BASE-START-TIME
           MOVE BASE-END-TIME TO PLNH-BASE-END-TIME
           MOVE BASE-SECONDS TO PLNH-BASE-SECONDS
           MOVE RUN-RETURN-CODE TO PLNH-RETURN-CODE
           MOVE AUDIT-FILE-STATUSES TO PLNH-FILE-STATUSES
           WRITE PLAN-HEADER-REC
           PERFORM 7148-CHECK-PLAN-WRITE
               THRU 7148-CHECK-PLAN-WRITE-EXIT

           COMPUTE SEG-COVER-HIGH = LIMIT-VAL - 1
           IF SEG-COVER-HIGH < 1
               MOVE 1 TO SEG-COVER-HIGH
           END-IF
           COMPUTE SEG-RANGE-SIZE = SEG-COVER-HIGH - 1
           PERFORM 7145-WRITE-ONE-BOUND
               THRU 7145-WRITE-ONE-BOUND-EXIT
               VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > SEG-COUNT
               OR RUN-RETURN-CODE > RC-WARNING
           PERFORM 7150-WRITE-ONE-PLAN-CARD
               THRU 7150-WRITE-ONE-PLAN-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
               OR RUN-RETURN-CODE > RC-WARNING

           CLOSE SEG-PLAN-FILE.
       7140-WRITE-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7145-WRITE-ONE-BOUND - SEGMENT SEG-SUB'S B RECORD.
      *----------------------------------------------------------------
       7145-WRITE-ONE-BOUND.
           COMPUTE SEG-WORK-PRODUCT = (SEG-SUB - 1) * SEG-RANGE-SIZE
           DIVIDE SEG-WORK-PRODUCT BY SEG-COUNT
               GIVING SEG-WORK-QUOT
           COMPUTE SEG-BOUND-LOW (SEG-SUB) = SEG-WORK-QUOT + 2
           COMPUTE SEG-WORK-PRODUCT = SEG-SUB * SEG-RANGE-SIZE
           DIVIDE SEG-WORK-PRODUCT BY SEG-COUNT
               GIVING SEG-WORK-QUOT
           COMPUTE SEG-BOUND-HIGH (SEG-SUB) = SEG-WORK-QUOT + 1

           MOVE SPACES TO PLAN-BOUND-REC
           MOVE "B" TO PLNB-TYPE
           MOVE SEG-SUB TO PLNB-SEGMENT
           MOVE SEG-BOUND-LOW (SEG-SUB) TO PLNB-LOW
           MOVE SEG-BOUND-HIGH (SEG-SUB) TO PLNB-HIGH
           WRITE PLAN-BOUND-REC
           PERFORM 7148-CHECK-PLAN-WRITE
               THRU 7148-CHECK-PLAN-WRITE-EXIT.
       7145-WRITE-ONE-BOUND-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7148-CHECK-PLAN-WRITE - A SEGPLAN WRITE THAT FAILED ENDS THE
      * NIGHT: NO SEGMENT CAN RUN FROM A PARTIAL PLAN.
      *----------------------------------------------------------------
       7148-CHECK-PLAN-WRITE.
           IF SEG-PLAN-STATUS NOT = "00"
               DISPLAY "P10: SEGPLAN WRITE FAILED, STATUS="
                   SEG-PLAN-STATUS
               MOVE "SEGPLAN" TO NOTE-DDNAME
               MOVE SEG-PLAN-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       7148-CHECK-PLAN-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7150-WRITE-ONE-PLAN-CARD - CARD CARD-SUB'S C RECORD, HISTORY
      * ANSWER AND ALL.
      *----------------------------------------------------------------
       7150-WRITE-ONE-PLAN-CARD.
           MOVE SPACES TO PLAN-CARD-REC
           MOVE "C" TO PLNC-TYPE
           MOVE CARD-SUB TO PLNC-CARD-NUMBER
           MOVE CARD-LIMIT-VAL (CARD-SUB) TO PLNC-LIMIT-VAL
           MOVE CARD-MODE (CARD-SUB) TO PLNC-MODE
           MOVE CARD-RANGE-LOW (CARD-SUB) TO PLNC-RANGE-LOW
           MOVE CARD-RANGE-HIGH (CARD-SUB) TO PLNC-RANGE-HIGH
           MOVE CARD-NTH (CARD-SUB) TO PLNC-NTH
           MOVE CARD-TOTAL (CARD-SUB) TO PLNC-TOTAL
           MOVE CARD-CNT (CARD-SUB) TO PLNC-CNT
           MOVE CARD-FOUND (CARD-SUB) TO PLNC-FOUND
           MOVE CARD-REQUESTOR (CARD-SUB) TO PLNC-REQUESTOR
           MOVE CARD-IMAGE (CARD-SUB) TO PLNC-IMAGE
           MOVE CARD-AUTH-FLAG (CARD-SUB) TO PLNC-AUTH-FLAG
           MOVE CARD-SOURCE (CARD-SUB) TO PLNC-SOURCE
           MOVE CARD-HIST-DATE (CARD-SUB) TO PLNC-HIST-DATE
           MOVE CARD-HIST-STATE (CARD-SUB) TO PLNC-HIST-STATE
           WRITE PLAN-CARD-REC
           PERFORM 7148-CHECK-PLAN-WRITE
               THRU 7148-CHECK-PLAN-WRITE-EXIT.
       7150-WRITE-ONE-PLAN-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7200-LOAD-PLAN - A SEGMENT OR THE MERGE TAKES ITS LIMIT, ITS
      * BOUNDS AND ITS DECK FROM SEGPLAN. THE PLAN MUST HAVE BEEN CUT
      * FOR THE SAME NUMBER OF SEGMENTS AS THIS STEP'S SEGCTL CARD
      * SAYS, AND MUST BE WHOLE - OTHERWISE THE STEP ENDS RC=8. THE
      * PLAN'S RUN DATE BECOMES THIS STEP'S RUN DATE, SO EVERY STEP
      * OF THE NIGHT STAMPS ITS OUTPUT WITH THE SAME DATE.
      *----------------------------------------------------------------
       7200-LOAD-PLAN.
           OPEN INPUT SEG-PLAN-FILE
           IF SEG-PLAN-STATUS NOT = "00"
               DISPLAY "P10: UNABLE TO OPEN SEGPLAN, STATUS="
                   SEG-PLAN-STATUS
               MOVE "SEGPLAN" TO NOTE-DDNAME
               MOVE SEG-PLAN-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7200-LOAD-PLAN-EXIT
           END-IF

           MOVE "N" TO SEG-EOF-SWITCH
           PERFORM 7210-READ-ONE-PLAN-RECORD
               THRU 7210-READ-ONE-PLAN-RECORD-EXIT
               UNTIL SEG-AT-EOF
           CLOSE SEG-PLAN-FILE

           IF NOT PLAN-HEADER-READ
               OR PLAN-BAD-RECORDS > ZERO
               OR PLAN-SEGMENT-COUNT NOT = SEG-COUNT
               OR PLAN-BOUNDS-READ NOT = SEG-COUNT
               OR PLAN-CARDS-READ NOT = PLAN-CARD-COUNT
               DISPLAY "P10: SEGPLAN INCOMPLETE OR NOT CUT FOR "
                   SEG-COUNT " SEGMENTS - STEP CANNOT RUN FROM IT"
               MOVE "SEGPLAN" TO NOTE-DDNAME
               MOVE "PL" TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7200-LOAD-PLAN-EXIT
           END-IF

           MOVE PLAN-CARDS-READ TO PARM-CARD-COUNT
           MOVE PLAN-TOKEN-DATE TO RUN-DATE.
       7200-LOAD-PLAN-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7210-READ-ONE-PLAN-RECORD - ONE SEGPLAN RECORD. BOUNDS MUST
      * COME IN SEGMENT ORDER AND CARDS IN CARD ORDER; ANYTHING ELSE
      * IS COUNTED BAD AND REFUSES THE PLAN.
      *----------------------------------------------------------------
       7210-READ-ONE-PLAN-RECORD.
           READ SEG-PLAN-FILE
               AT END
                   SET SEG-AT-EOF TO TRUE
                   GO TO 7210-READ-ONE-PLAN-RECORD-EXIT
           END-READ

           EVALUATE PLNH-TYPE
               WHEN "H"
                   IF PLAN-HEADER-READ
                       OR PLNH-TOKEN NOT NUMERIC
                       OR PLNH-LIMIT-VAL NOT NUMERIC
                       OR PLNH-SEGMENT-COUNT NOT NUMERIC
                       OR PLNH-CARD-COUNT NOT NUMERIC
                       OR PLNH-CARDS-TO-SIEVE NOT NUMERIC
                       OR PLNH-BASE-ROOT NOT NUMERIC
                       OR PLNH-BASE-PRIME-COUNT NOT NUMERIC
                       OR PLNH-BASE-START-TIME NOT NUMERIC
                       OR PLNH-BASE-SECONDS NOT NUMERIC
                       OR PLNH-RETURN-CODE NOT NUMERIC
                       OR PLNH-BASE-PRIME-COUNT > BASE-PRIME-MAX
                       ADD 1 TO PLAN-BAD-RECORDS
                       GO TO 7210-READ-ONE-PLAN-RECORD-EXIT
                   END-IF
                   SET PLAN-HEADER-READ TO TRUE
                   MOVE PLNH-TOKEN TO PLAN-TOKEN
                   MOVE PLNH-LIMIT-VAL TO LIMIT-VAL
                   MOVE PLNH-SEGMENT-COUNT TO PLAN-SEGMENT-COUNT
                   MOVE PLNH-CARD-COUNT TO PLAN-CARD-COUNT
                   MOVE PLNH-CARDS-TO-SIEVE TO CARDS-TO-SIEVE
                   MOVE PLNH-BASE-ROOT TO BASE-ROOT
                   MOVE PLNH-BASE-PRIME-COUNT TO BASE-PRIME-COUNT
                   MOVE PLNH-BASE-START-TIME TO BASE-START-TIME
                   MOVE PLNH-BASE-END-TIME TO BASE-END-TIME
                   MOVE PLNH-BASE-SECONDS TO BASE-SECONDS
                   MOVE PLNH-RETURN-CODE TO PLAN-RETURN-CODE
                   MOVE PLNH-FILE-STATUSES TO PLAN-FILE-STATUSES
               WHEN "B"
                   IF PLNB-SEGMENT NOT NUMERIC
                       OR PLNB-LOW NOT NUMERIC
                       OR PLNB-HIGH NOT NUMERIC
                       OR PLNB-SEGMENT NOT = PLAN-BOUNDS-READ + 1
                       OR PLNB-SEGMENT > SEGMENT-MAX
                       ADD 1 TO PLAN-BAD-RECORDS
                       GO TO 7210-READ-ONE-PLAN-RECORD-EXIT
                   END-IF
                   ADD 1 TO PLAN-BOUNDS-READ
                   MOVE PLNB-LOW TO SEG-BOUND-LOW (PLAN-BOUNDS-READ)
                   MOVE PLNB-HIGH TO SEG-BOUND-HIGH (PLAN-BOUNDS-READ)
               WHEN "C"
                   IF PLNC-CARD-NUMBER NOT NUMERIC
                       OR PLNC-CARD-NUMBER NOT = PLAN-CARDS-READ + 1
                       OR PLNC-CARD-NUMBER > PARM-CARD-MAX
                       OR PLNC-LIMIT-VAL NOT NUMERIC
                       OR PLNC-RANGE-LOW NOT NUMERIC
                       OR PLNC-RANGE-HIGH NOT NUMERIC
                       OR PLNC-NTH NOT NUMERIC
                       OR PLNC-TOTAL NOT NUMERIC
                       OR PLNC-CNT NOT NUMERIC
                       ADD 1 TO PLAN-BAD-RECORDS
                       GO TO 7210-READ-ONE-PLAN-RECORD-EXIT
                   END-IF
                   ADD 1 TO PLAN-CARDS-READ
                   MOVE PLAN-CARDS-READ TO CARD-SUB
                   MOVE PLNC-LIMIT-VAL TO CARD-LIMIT-VAL (CARD-SUB)
                   MOVE PLNC-MODE TO CARD-MODE (CARD-SUB)
                   MOVE PLNC-RANGE-LOW TO CARD-RANGE-LOW (CARD-SUB)
                   MOVE PLNC-RANGE-HIGH TO CARD-RANGE-HIGH (CARD-SUB)
                   MOVE PLNC-NTH TO CARD-NTH (CARD-SUB)
                   MOVE PLNC-TOTAL TO CARD-TOTAL (CARD-SUB)
                   MOVE PLNC-CNT TO CARD-CNT (CARD-SUB)
                   MOVE PLNC-FOUND TO CARD-FOUND (CARD-SUB)
                   MOVE PLNC-REQUESTOR TO CARD-REQUESTOR (CARD-SUB)
                   MOVE PLNC-IMAGE TO CARD-IMAGE (CARD-SUB)
                   MOVE PLNC-AUTH-FLAG TO CARD-AUTH-FLAG (CARD-SUB)
                   MOVE PLNC-SOURCE TO CARD-SOURCE (CARD-SUB)
                   MOVE PLNC-HIST-DATE TO CARD-HIST-DATE (CARD-SUB)
                   MOVE PLNC-HIST-STATE TO CARD-HIST-STATE (CARD-SUB)
               WHEN OTHER
                   ADD 1 TO PLAN-BAD-RECORDS
           END-EVALUATE.
       7210-READ-ONE-PLAN-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7300-RUN-SEGMENT - ONE SEGMENT STEP: MARK THE COMPOSITES OF
      * THIS SEGMENT'S SLICE OF THE RANGE FROM THE BASE PRIMES, THEN
      * WALK THE SLICE, WRITING ITS PRIMES TO THE SEGMENT'S OWN
      * PRIMEOUT, ITS CONSTELLATIONS TO ITS OWN CONSOUT, AND EVERY
      * SIEVED CARD'S PARTIAL ANSWER TO SEGTOT. SEGTOT IS WRITTEN
      * LAST AND ONLY AFTER A CLEAN WALK, SO A SEGMENT THAT FAILED
      * LEAVES NO TOTALS FOR THE MERGE TO TRUST. A QUIESCED SEGMENT
      * ENDS RC=2 AFTER ITS CHECKPOINT, AS THE SINGLE STEP DOES.
      *----------------------------------------------------------------
       7300-RUN-SEGMENT.
           PERFORM 7200-LOAD-PLAN
               THRU 7200-LOAD-PLAN-EXIT
           IF RUN-RETURN-CODE > RC-WARNING
               GO TO 7300-RUN-SEGMENT-EXIT
           END-IF
           IF LIMIT-VAL = ZERO
               DISPLAY "P10: SEGPLAN HAS NOTHING TO SIEVE - SEGMENT "
                   SEG-NUMBER " ENDS WITHOUT WORK"
               GO TO 7300-RUN-SEGMENT-EXIT
           END-IF

           MOVE SEG-BOUND-LOW (SEG-NUMBER) TO SEG-LOW
           MOVE SEG-BOUND-HIGH (SEG-NUMBER) TO SEG-HIGH
           COMPUTE SEG-MARK-HIGH = SEG-HIGH + 8
           IF SEG-MARK-HIGH >= LIMIT-VAL
               COMPUTE SEG-MARK-HIGH = LIMIT-VAL - 1
           END-IF
           DISPLAY "P10: SEGMENT " SEG-NUMBER " COVERS " SEG-LOW
               " THRU " SEG-HIGH

           PERFORM 7310-LOAD-BASE-PRIMES
               THRU 7310-LOAD-BASE-PRIMES-EXIT
           IF RUN-RETURN-CODE > RC-WARNING
               GO TO 7300-RUN-SEGMENT-EXIT
           END-IF

           ACCEPT SEG-SIEVE-START-TIME FROM TIME
           PERFORM 7320-MARK-SEGMENT
               THRU 7320-MARK-SEGMENT-EXIT
           ACCEPT SEG-SIEVE-END-TIME FROM TIME

           IF QUIESCE-REQUESTED
               DISPLAY "P10: SEGMENT " SEG-NUMBER " QUIESCED ON "
                   "OPERATOR REQUEST - RESUME FROM ITS CHECKPOINT ON "
                   "THE NEXT RUN"
               IF RUN-RETURN-CODE <= RC-WARNING
                   MOVE RC-QUIESCED TO RUN-RETURN-CODE
               END-IF
               GO TO 7300-RUN-SEGMENT-EXIT
           END-IF

           ACCEPT SEG-SUMM-START-TIME FROM TIME
           PERFORM 7360-SUM-SEGMENT
               THRU 7360-SUM-SEGMENT-EXIT
           ACCEPT SEG-SUMM-END-TIME FROM TIME

           IF RUN-RETURN-CODE > RC-WARNING
               DISPLAY "P10: SEGMENT " SEG-NUMBER " DID NOT COMPLETE "
                   "- SEGTOT NOT WRITTEN"
               GO TO 7300-RUN-SEGMENT-EXIT
           END-IF

           PERFORM 7380-WRITE-SEGMENT-TOTALS
               THRU 7380-WRITE-SEGMENT-TOTALS-EXIT.
       7300-RUN-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7310-LOAD-BASE-PRIMES - BASEPRM INTO THE BASE PRIME TABLE. IT
      * MUST HOLD EXACTLY THE NUMBER OF PRIMES SEGPLAN SAYS THE BASE
      * STEP WROTE, ALL NUMERIC.
      *----------------------------------------------------------------
       7310-LOAD-BASE-PRIMES.
           OPEN INPUT BASE-PRIME-FILE
           IF BASE-PRIME-STATUS NOT = "00"
               DISPLAY "P10: UNABLE TO OPEN BASEPRM, STATUS="
                   BASE-PRIME-STATUS
               MOVE "BASEPRM" TO NOTE-DDNAME
               MOVE BASE-PRIME-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7310-LOAD-BASE-PRIMES-EXIT
           END-IF

           MOVE ZERO TO BASE-SUB
           MOVE ZERO TO BASE-BAD-RECORDS
           MOVE "N" TO SEG-EOF-SWITCH
           PERFORM 7315-READ-ONE-BASE-PRIME
               THRU 7315-READ-ONE-BASE-PRIME-EXIT
               UNTIL SEG-AT-EOF
           CLOSE BASE-PRIME-FILE

           IF BASE-SUB NOT = BASE-PRIME-COUNT
               OR BASE-BAD-RECORDS > ZERO
               DISPLAY "P10: BASEPRM HOLDS " BASE-SUB " PRIMES ("
                   BASE-BAD-RECORDS " BAD), SEGPLAN EXPECTS "
                   BASE-PRIME-COUNT
               MOVE "BASEPRM" TO NOTE-DDNAME
               MOVE BASE-PRIME-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       7310-LOAD-BASE-PRIMES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7315-READ-ONE-BASE-PRIME - ONE BASEPRM RECORD.
      *----------------------------------------------------------------
       7315-READ-ONE-BASE-PRIME.
           READ BASE-PRIME-FILE
               AT END
                   SET SEG-AT-EOF TO TRUE
                   GO TO 7315-READ-ONE-BASE-PRIME-EXIT
           END-READ
           IF BPR-PRIME NOT NUMERIC
               OR BASE-SUB >= BASE-PRIME-MAX
               ADD 1 TO BASE-BAD-RECORDS
               GO TO 7315-READ-ONE-BASE-PRIME-EXIT
           END-IF
           ADD 1 TO BASE-SUB
           MOVE BPR-PRIME TO BASE-PRIME (BASE-SUB).
       7315-READ-ONE-BASE-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7320-MARK-SEGMENT - FOR EACH BASE PRIME IN TURN, MARK ITS
      * MULTIPLES INSIDE THE SEGMENT (UP TO SEG-MARK-HIGH). A
      * CHECKPOINT IS CUT EVERY SEG-CKPT-INTERVAL BASE PRIMES AND
      * ONCE AT THE END, AND THE OPERATOR STOP CARD IS POLLED WITH
      * EACH ONE - THE SAME QUIESCE AND RESTART THE SINGLE STEP HAS.
      *----------------------------------------------------------------
       7320-MARK-SEGMENT.
           PERFORM 7330-LOAD-SEGMENT-CHECKPOINT
               THRU 7330-LOAD-SEGMENT-CHECKPOINT-EXIT

           PERFORM 8100-GET-NOW-SECONDS
               THRU 8100-GET-NOW-SECONDS-EXIT
           MOVE NOW-SECONDS TO SIEVE-START-SECONDS
           MOVE NOW-SECONDS TO PREV-CKPT-SECONDS
           MOVE BASE-SUB TO PREV-CKPT-SUB

           IF BASE-SUB <= BASE-PRIME-COUNT
               PERFORM 7340-MARK-ONE-BASE-PRIME
                   THRU 7340-MARK-ONE-BASE-PRIME-EXIT
                   UNTIL BASE-SUB > BASE-PRIME-COUNT
                   OR QUIESCE-REQUESTED
           END-IF

           PERFORM 7350-WRITE-SEGMENT-CHECKPOINT
               THRU 7350-WRITE-SEGMENT-CHECKPOINT-EXIT.
       7320-MARK-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7330-LOAD-SEGMENT-CHECKPOINT - SEGCKPT1 AND SEGCKPT2 ARE
      * WRITTEN ALTERNATELY, AS CKPTFILE AND CKPTFIL2 ARE. A
      * CHECKPOINT IS USABLE ONLY WHEN IT WAS CUT FOR THIS LIMIT AND
      * THESE BOUNDS; WHEN BOTH ARE, THE ONE FURTHER ON WINS.
      * OTHERWISE START FROM THE FIRST BASE PRIME.
      *----------------------------------------------------------------
       7330-LOAD-SEGMENT-CHECKPOINT.
           MOVE 1 TO BASE-SUB
           MOVE ZERO TO SEG-CKPT-SUB-1
           MOVE ZERO TO SEG-CKPT-SUB-2

           OPEN INPUT SEG-CKPT-FILE
           IF SEG-CKPT-STATUS = "00"
               READ SEG-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCK-LIMIT-VAL = LIMIT-VAL
                           AND SCK-SEGMENT-LOW = SEG-LOW
                           AND SCK-SEGMENT-HIGH = SEG-HIGH
                           AND SCK-LAST-PRIME-SUB > ZERO
                           AND SCK-LAST-PRIME-SUB <= BASE-PRIME-COUNT
                           MOVE SCK-LAST-PRIME-SUB TO SEG-CKPT-SUB-1
                       END-IF
               END-READ
               CLOSE SEG-CKPT-FILE
           ELSE
               IF SEG-CKPT-STATUS = "05"
                   CLOSE SEG-CKPT-FILE
               ELSE
                   MOVE "SEGCKPT1" TO NOTE-DDNAME
                   MOVE SEG-CKPT-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
               END-IF
           END-IF

           OPEN INPUT SEG-CKPT-FILE-2
           IF SEG-CKPT-2-STATUS = "00"
               READ SEG-CKPT-FILE-2
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCK2-LIMIT-VAL = LIMIT-VAL
                           AND SCK2-SEGMENT-LOW = SEG-LOW
                           AND SCK2-SEGMENT-HIGH = SEG-HIGH
                           AND SCK2-LAST-PRIME-SUB > ZERO
                           AND SCK2-LAST-PRIME-SUB <= BASE-PRIME-COUNT
                           MOVE SCK2-LAST-PRIME-SUB TO SEG-CKPT-SUB-2
                       END-IF
               END-READ
               CLOSE SEG-CKPT-FILE-2
           ELSE
               IF SEG-CKPT-2-STATUS = "05"
                   CLOSE SEG-CKPT-FILE-2
               ELSE
                   MOVE "SEGCKPT2" TO NOTE-DDNAME
                   MOVE SEG-CKPT-2-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
               END-IF
           END-IF

           IF SEG-CKPT-SUB-1 > ZERO
               AND SEG-CKPT-SUB-1 >= SEG-CKPT-SUB-2
               MOVE SCK-TABLE-AREA TO CMPS-AREA
               COMPUTE BASE-SUB = SEG-CKPT-SUB-1 + 1
               SET SEG-CKPT-WRITE-TO-SECONDARY TO TRUE
           ELSE
               IF SEG-CKPT-SUB-2 > ZERO
                   MOVE SCK2-TABLE-AREA TO CMPS-AREA
                   COMPUTE BASE-SUB = SEG-CKPT-SUB-2 + 1
                   SET SEG-CKPT-WRITE-TO-PRIMARY TO TRUE
               END-IF
           END-IF
           IF BASE-SUB > 1
               MOVE "Y" TO AUDIT-RESUME-FLAG
               MOVE BASE-PRIME (BASE-SUB - 1) TO AUDIT-RESUME-N
               DISPLAY "P10: SEGMENT " SEG-NUMBER " RESUMING AFTER "
                   "BASE PRIME " AUDIT-RESUME-N
           END-IF.
       7330-LOAD-SEGMENT-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7340-MARK-ONE-BASE-PRIME - MARK THE MULTIPLES OF BASE PRIME
      * BASE-SUB FROM THE FIRST ONE INSIDE THE SEGMENT (NEVER BELOW
      * ITS SQUARE - SMALLER MULTIPLES HAVE A SMALLER FACTOR), STEP
      * TO THE NEXT BASE PRIME, AND CHECKPOINT ON AN INTERVAL
      * BOUNDARY.
      *----------------------------------------------------------------
       7340-MARK-ONE-BASE-PRIME.
           MOVE BASE-PRIME (BASE-SUB) TO N
           COMPUTE MULT = N * N
           IF MULT < SEG-LOW
               DIVIDE SEG-LOW BY N
                   GIVING EXT-DIV-QUOT
                   REMAINDER EXT-DIV-REM
               COMPUTE MULT = EXT-DIV-QUOT * N
               IF EXT-DIV-REM > ZERO
                   ADD N TO MULT
               END-IF
           END-IF
           PERFORM 7345-MARK-ONE-MULTIPLE
               THRU 7345-MARK-ONE-MULTIPLE-EXIT
               UNTIL MULT > SEG-MARK-HIGH

           ADD 1 TO BASE-SUB
           DIVIDE BASE-SUB BY SEG-CKPT-INTERVAL
               GIVING CKPT-DIV-QUOT
               REMAINDER CKPT-DIV-REM
           IF CKPT-DIV-REM = ZERO
               PERFORM 7350-WRITE-SEGMENT-CHECKPOINT
                   THRU 7350-WRITE-SEGMENT-CHECKPOINT-EXIT
           END-IF.
       7340-MARK-ONE-BASE-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7345-MARK-ONE-MULTIPLE - MARK MULT, STEP TO THE NEXT ONE.
      *----------------------------------------------------------------
       7345-MARK-ONE-MULTIPLE.
           SET BIT-N TO MULT
           PERFORM 5000-SET-COMPOSITE-BIT
               THRU 5000-SET-COMPOSITE-BIT-EXIT
           ADD N TO MULT.
       7345-MARK-ONE-MULTIPLE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7350-WRITE-SEGMENT-CHECKPOINT - STATUS RECORD, OPERATOR POLL,
      * THEN THE LIMIT, BOUNDS, LAST BASE PRIME DONE AND CMPS TABLE
      * TO WHICHEVER OF SEGCKPT1/SEGCKPT2 IS DUE, AS 2500 DOES FOR
      * THE SINGLE STEP.
      *----------------------------------------------------------------
       7350-WRITE-SEGMENT-CHECKPOINT.
           PERFORM 7355-WRITE-SEGMENT-STATUS
               THRU 7355-WRITE-SEGMENT-STATUS-EXIT
           PERFORM 2700-POLL-OPERATOR-COMMAND
               THRU 2700-POLL-OPERATOR-COMMAND-EXIT

           IF SEG-CKPT-WRITE-TO-PRIMARY
               MOVE LIMIT-VAL TO SCK-LIMIT-VAL
               MOVE SEG-LOW TO SCK-SEGMENT-LOW
               MOVE SEG-HIGH TO SCK-SEGMENT-HIGH
               COMPUTE SCK-LAST-PRIME-SUB = BASE-SUB - 1
               MOVE CMPS-AREA TO SCK-TABLE-AREA

               OPEN OUTPUT SEG-CKPT-FILE
               IF SEG-CKPT-STATUS NOT = "00"
                   DISPLAY "P10: UNABLE TO WRITE SEGCKPT1, STATUS="
                       SEG-CKPT-STATUS
                   MOVE "SEGCKPT1" TO NOTE-DDNAME
                   MOVE SEG-CKPT-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
                   MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   SET SEG-CKPT-WRITE-TO-SECONDARY TO TRUE
                   GO TO 7350-WRITE-SEGMENT-CHECKPOINT-EXIT
               END-IF

               WRITE SEG-CKPT-REC

               CLOSE SEG-CKPT-FILE

               SET SEG-CKPT-WRITE-TO-SECONDARY TO TRUE
           ELSE
               MOVE LIMIT-VAL TO SCK2-LIMIT-VAL
               MOVE SEG-LOW TO SCK2-SEGMENT-LOW
               MOVE SEG-HIGH TO SCK2-SEGMENT-HIGH
               COMPUTE SCK2-LAST-PRIME-SUB = BASE-SUB - 1
               MOVE CMPS-AREA TO SCK2-TABLE-AREA

               OPEN OUTPUT SEG-CKPT-FILE-2
               IF SEG-CKPT-2-STATUS NOT = "00"
                   DISPLAY "P10: UNABLE TO WRITE SEGCKPT2, STATUS="
                       SEG-CKPT-2-STATUS
                   MOVE "SEGCKPT2" TO NOTE-DDNAME
                   MOVE SEG-CKPT-2-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
                   MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   SET SEG-CKPT-WRITE-TO-PRIMARY TO TRUE
                   GO TO 7350-WRITE-SEGMENT-CHECKPOINT-EXIT
               END-IF

               WRITE SEG-CKPT-REC-2

               CLOSE SEG-CKPT-FILE-2

               SET SEG-CKPT-WRITE-TO-PRIMARY TO TRUE
           END-IF.
       7350-WRITE-SEGMENT-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7355-WRITE-SEGMENT-STATUS - THE SEGMENT'S OWN STATRUN RECORD.
      * PROGRESS IS COUNTED IN BASE PRIMES: STAT-CURRENT-N IS THE BASE
      * PRIME BEING MARKED AND STAT-MARK-ITERATIONS HOW MANY THERE
      * ARE. STAT-LIMIT-VAL AND STAT-SEGMENT-LOW ARE THE SEGMENT'S
      * BOUNDS, STAT-SEGMENT AND STAT-SEGMENT-COUNT SAY WHICH PART OF
      * THE NIGHT IT IS. THE ONLINE STATMST VIEW IS LEFT TO THE
      * SINGLE STEP - ONE KEYED RECORD CANNOT FOLLOW SEGMENTS RUNNING
      * SIDE BY SIDE.
      *----------------------------------------------------------------
       7355-WRITE-SEGMENT-STATUS.
           PERFORM 8100-GET-NOW-SECONDS
               THRU 8100-GET-NOW-SECONDS-EXIT

           COMPUTE STAT-ELAPSED = NOW-SECONDS - SIEVE-START-SECONDS
           IF STAT-ELAPSED < ZERO
               ADD 86400 TO STAT-ELAPSED
           END-IF
           COMPUTE STAT-INTERVAL-SECONDS =
               NOW-SECONDS - PREV-CKPT-SECONDS
           IF STAT-INTERVAL-SECONDS < ZERO
               ADD 86400 TO STAT-INTERVAL-SECONDS
           END-IF
           COMPUTE STAT-INTERVAL-N = BASE-SUB - PREV-CKPT-SUB

           IF BASE-PRIME-COUNT > ZERO
               COMPUTE STAT-PERCENT =
                   ((BASE-SUB - 1) * 100) / BASE-PRIME-COUNT
           ELSE
               MOVE 100 TO STAT-PERCENT
           END-IF
           IF STAT-PERCENT > 100
               MOVE 100 TO STAT-PERCENT
           END-IF

           IF STAT-INTERVAL-N > ZERO
               COMPUTE STAT-REMAINING =
                   ((BASE-PRIME-COUNT - (BASE-SUB - 1))
                   * STAT-INTERVAL-SECONDS) / STAT-INTERVAL-N
           ELSE
               MOVE ZERO TO STAT-REMAINING
           END-IF
           IF STAT-REMAINING < ZERO
               MOVE ZERO TO STAT-REMAINING
           END-IF

           COMPUTE STAT-END-SECONDS = NOW-SECONDS + STAT-REMAINING
           DIVIDE STAT-END-SECONDS BY 86400
               GIVING EXT-DIV-QUOT
               REMAINDER STAT-END-SECONDS
           DIVIDE STAT-END-SECONDS BY 3600
               GIVING STAT-END-HH
               REMAINDER STAT-END-REM
           DIVIDE STAT-END-REM BY 60
               GIVING STAT-END-MM
               REMAINDER STAT-END-SS

           MOVE RUN-DATE TO STAT-RUN-DATE
           MOVE NOW-TIME TO STAT-TIME-OF-DAY
           MOVE SEG-HIGH TO STAT-LIMIT-VAL
           IF BASE-SUB <= BASE-PRIME-COUNT
               MOVE BASE-PRIME (BASE-SUB) TO STAT-CURRENT-N
           ELSE
               MOVE BASE-ROOT TO STAT-CURRENT-N
           END-IF
           MOVE BASE-PRIME-COUNT TO STAT-MARK-ITERATIONS
           MOVE STAT-PERCENT TO STAT-PERCENT-DONE
           MOVE STAT-ELAPSED TO STAT-ELAPSED-SECONDS
           IF STAT-REMAINING > 9999999
               MOVE 9999999 TO STAT-REMAINING-SECONDS
           ELSE
               MOVE STAT-REMAINING TO STAT-REMAINING-SECONDS
           END-IF
           COMPUTE STAT-PROJECTED-END =
               (STAT-END-HH * 10000) + (STAT-END-MM * 100)
               + STAT-END-SS
           MOVE SPACES TO STAT-SEGMENT-AREA
           MOVE SEG-NUMBER TO STAT-SEGMENT
           MOVE SEG-COUNT TO STAT-SEGMENT-COUNT
           MOVE SEG-LOW TO STAT-SEGMENT-LOW

           OPEN OUTPUT STAT-FILE
           IF STAT-FILE-STATUS = "00"
               WRITE STAT-REC
               CLOSE STAT-FILE
           ELSE
               IF NOT STAT-FAIL-REPORTED
                   DISPLAY "P10: UNABLE TO WRITE STATRUN, STATUS="
                       STAT-FILE-STATUS
                   MOVE "STATRUN" TO NOTE-DDNAME
                   MOVE STAT-FILE-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
                   SET STAT-FAIL-REPORTED TO TRUE
               END-IF
           END-IF

           MOVE NOW-SECONDS TO PREV-CKPT-SECONDS
           MOVE BASE-SUB TO PREV-CKPT-SUB.
       7355-WRITE-SEGMENT-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7360-SUM-SEGMENT - WALK THE SEGMENT'S SLICE OF THE CMPS
      * TABLE. EACH PRIME GOES TO THE SEGMENT'S PRIMEOUT, INTO THE
      * SEGMENT'S COUNT AND SUM, AND TO EVERY SIEVED CARD'S PARTIAL
      * ANSWER; MODE-6 CARDS ARE MATCHED BY 3300 EXACTLY AS IN THE
      * SINGLE STEP. HERE PRIMEOUT IS PART OF THE NIGHT'S RESULT, NOT
      * A SPOT-CHECK AID: IF IT CANNOT BE WRITTEN THE SEGMENT FAILS.
      *----------------------------------------------------------------
       7360-SUM-SEGMENT.
           OPEN OUTPUT PRIME-FILE
           IF PRIME-FILE-STATUS = "00"
               SET PRIME-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "P10: UNABLE TO OPEN PRIMEOUT, STATUS="
                   PRIME-FILE-STATUS
               MOVE "PRIMEOUT" TO NOTE-DDNAME
               MOVE PRIME-FILE-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7360-SUM-SEGMENT-EXIT
           END-IF

           PERFORM 3050-OPEN-CONSTELLATION-FILE
               THRU 3050-OPEN-CONSTELLATION-FILE-EXIT

           MOVE ZERO TO SEG-PRIME-COUNT
           MOVE ZERO TO SEG-PRIME-SUM
           MOVE SEG-LOW TO N
           PERFORM 7365-SUM-ONE-N
               THRU 7365-SUM-ONE-N-EXIT
               UNTIL N > SEG-HIGH
               OR RUN-RETURN-CODE > RC-WARNING

           IF CONS-OUT-IS-OPEN
               CLOSE CONS-OUT-FILE
           END-IF
           CLOSE PRIME-FILE.
       7360-SUM-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7365-SUM-ONE-N - ONE NUMBER OF THE SEGMENT.
      *----------------------------------------------------------------
       7365-SUM-ONE-N.
           SET BIT-N TO N
           PERFORM 5100-TEST-COMPOSITE-BIT
               THRU 5100-TEST-COMPOSITE-BIT-EXIT
           IF BIT-RESULT = 0
               MOVE N TO PRIME-NUMBER
               WRITE PRIME-REC
               IF PRIME-FILE-STATUS NOT = "00"
                   DISPLAY "P10: PRIMEOUT WRITE FAILED, STATUS="
                       PRIME-FILE-STATUS
                   MOVE "PRIMEOUT" TO NOTE-DDNAME
                   MOVE PRIME-FILE-STATUS TO NOTE-STATUS
                   PERFORM 9200-NOTE-FILE-STATUS
                       THRU 9200-NOTE-FILE-STATUS-EXIT
                   MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
               ADD 1 TO SEG-PRIME-COUNT
               ADD N TO SEG-PRIME-SUM
               PERFORM 7370-APPLY-PRIME-TO-PARTIAL
                   THRU 7370-APPLY-PRIME-TO-PARTIAL-EXIT
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > PARM-CARD-COUNT
               IF CONS-CARDS-OPEN > ZERO
                   PERFORM 3300-TEST-CONSTELLATIONS
                       THRU 3300-TEST-CONSTELLATIONS-EXIT
               END-IF
           END-IF
           ADD 1 TO N.
       7365-SUM-ONE-N-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7370-APPLY-PRIME-TO-PARTIAL - CREDIT THE PRIME IN N TO CARD
      * CARD-SUB'S PARTIAL ANSWER, AS 3100 DOES, EXCEPT THAT A MODE-2
      * CARD COUNTS EVERY PRIME BELOW ITS LIMIT: ONLY THE MERGE KNOWS
      * HOW MANY PRIMES THE EARLIER SEGMENTS HOLD, SO ONLY THE MERGE
      * CAN PICK OUT THE NTH.
      *----------------------------------------------------------------
       7370-APPLY-PRIME-TO-PARTIAL.
           IF CARD-FROM-HISTORY (CARD-SUB)
               OR N >= CARD-LIMIT-VAL (CARD-SUB)
               GO TO 7370-APPLY-PRIME-TO-PARTIAL-EXIT
           END-IF
           EVALUATE CARD-MODE (CARD-SUB)
               WHEN "2"
                   ADD 1 TO CARD-CNT (CARD-SUB)
               WHEN "3"
                   IF N >= CARD-RANGE-LOW (CARD-SUB)
                       AND N <= CARD-RANGE-HIGH (CARD-SUB)
                       ADD N TO CARD-TOTAL (CARD-SUB)
                       ADD 1 TO CARD-CNT (CARD-SUB)
                   END-IF
               WHEN "4"
               WHEN "5"
               WHEN "6"
                   CONTINUE
               WHEN OTHER
                   ADD N TO CARD-TOTAL (CARD-SUB)
                   ADD 1 TO CARD-CNT (CARD-SUB)
           END-EVALUATE.
       7370-APPLY-PRIME-TO-PARTIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7380-WRITE-SEGMENT-TOTALS - SEGTOT: THE SEGMENT'S S RECORD,
      * THEN ONE C RECORD PER SIEVED CARD IN CARD ORDER.
      *----------------------------------------------------------------
       7380-WRITE-SEGMENT-TOTALS.
           MOVE SEG-SIEVE-START-TIME TO PHASE-START-TIME
           MOVE SEG-SIEVE-END-TIME TO PHASE-END-TIME
           PERFORM 8010-COMPUTE-PHASE-SECONDS
               THRU 8010-COMPUTE-PHASE-SECONDS-EXIT
           MOVE PHASE-ELAPSED-SECONDS TO SEG-SIEVE-SECONDS
           MOVE SEG-SUMM-START-TIME TO PHASE-START-TIME
           MOVE SEG-SUMM-END-TIME TO PHASE-END-TIME
           PERFORM 8010-COMPUTE-PHASE-SECONDS
               THRU 8010-COMPUTE-PHASE-SECONDS-EXIT
           MOVE PHASE-ELAPSED-SECONDS TO SEG-SUMM-SECONDS

           MOVE ZERO TO SEG-PARTIAL-COUNT
           PERFORM 7385-COUNT-ONE-PARTIAL
               THRU 7385-COUNT-ONE-PARTIAL-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT

           OPEN OUTPUT SEG-TOTALS-FILE
           IF SEG-TOTALS-STATUS NOT = "00"
               DISPLAY "P10: UNABLE TO OPEN SEGTOT, STATUS="
                   SEG-TOTALS-STATUS
               MOVE "SEGTOT" TO NOTE-DDNAME
               MOVE SEG-TOTALS-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7380-WRITE-SEGMENT-TOTALS-EXIT
           END-IF

           MOVE SPACES TO SEG-TOTAL-REC
           MOVE "S" TO SGT-TYPE
           MOVE PLAN-TOKEN TO SGT-TOKEN
           MOVE SEG-NUMBER TO SGT-SEGMENT
           MOVE SEG-COUNT TO SGT-SEGMENT-COUNT
           MOVE SEG-LOW TO SGT-LOW
           MOVE SEG-HIGH TO SGT-HIGH
           MOVE SEG-PRIME-COUNT TO SGT-PRIME-COUNT
           MOVE SEG-PRIME-SUM TO SGT-PRIME-SUM
           MOVE SEG-PARTIAL-COUNT TO SGT-CARD-PARTIALS
           MOVE SEG-SIEVE-START-TIME TO SGT-SIEVE-START-TIME
           MOVE SEG-SIEVE-END-TIME TO SGT-SIEVE-END-TIME
           MOVE SEG-SIEVE-SECONDS TO SGT-SIEVE-SECONDS
           MOVE SEG-SUMM-START-TIME TO SGT-SUMM-START-TIME
           MOVE SEG-SUMM-END-TIME TO SGT-SUMM-END-TIME
           MOVE SEG-SUMM-SECONDS TO SGT-SUMM-SECONDS
           MOVE AUDIT-RESUME-FLAG TO SGT-RESUME-FLAG
           MOVE AUDIT-RESUME-N TO SGT-RESUME-PRIME
           MOVE RUN-RETURN-CODE TO SGT-RETURN-CODE
           MOVE AUDIT-FILE-STATUSES TO SGT-FILE-STATUSES
           WRITE SEG-TOTAL-REC
           PERFORM 7395-CHECK-TOTALS-WRITE
               THRU 7395-CHECK-TOTALS-WRITE-EXIT

           PERFORM 7390-WRITE-ONE-PARTIAL
               THRU 7390-WRITE-ONE-PARTIAL-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
               OR RUN-RETURN-CODE > RC-WARNING

           CLOSE SEG-TOTALS-FILE
           IF RUN-RETURN-CODE <= RC-WARNING
               DISPLAY "P10: SEGMENT " SEG-NUMBER " COMPLETE - "
                   SEG-PRIME-COUNT " PRIMES SUMMING TO "
                   SEG-PRIME-SUM
           END-IF.
       7380-WRITE-SEGMENT-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7385-COUNT-ONE-PARTIAL - A CARD NOT ANSWERED FROM HISTORY
      * GETS A C RECORD.
      *----------------------------------------------------------------
       7385-COUNT-ONE-PARTIAL.
           IF NOT CARD-FROM-HISTORY (CARD-SUB)
               ADD 1 TO SEG-PARTIAL-COUNT
           END-IF.
       7385-COUNT-ONE-PARTIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7390-WRITE-ONE-PARTIAL - CARD CARD-SUB'S C RECORD.
      *----------------------------------------------------------------
       7390-WRITE-ONE-PARTIAL.
           IF CARD-FROM-HISTORY (CARD-SUB)
               GO TO 7390-WRITE-ONE-PARTIAL-EXIT
           END-IF
           MOVE SPACES TO SEG-PARTIAL-REC
           MOVE "C" TO SGP-TYPE
           MOVE PLAN-TOKEN TO SGP-TOKEN
           MOVE SEG-NUMBER TO SGP-SEGMENT
           MOVE CARD-SUB TO SGP-CARD-NUMBER
           MOVE CARD-MODE (CARD-SUB) TO SGP-MODE
           MOVE CARD-CNT (CARD-SUB) TO SGP-CNT
           MOVE CARD-TOTAL (CARD-SUB) TO SGP-TOTAL
           WRITE SEG-PARTIAL-REC
           PERFORM 7395-CHECK-TOTALS-WRITE
               THRU 7395-CHECK-TOTALS-WRITE-EXIT.
       7390-WRITE-ONE-PARTIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7395-CHECK-TOTALS-WRITE - A SEGTOT WRITE THAT FAILED FAILS
      * THE SEGMENT.
      *----------------------------------------------------------------
       7395-CHECK-TOTALS-WRITE.
           IF SEG-TOTALS-STATUS NOT = "00"
               DISPLAY "P10: SEGTOT WRITE FAILED, STATUS="
                   SEG-TOTALS-STATUS
               MOVE "SEGTOT" TO NOTE-DDNAME
               MOVE SEG-TOTALS-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       7395-CHECK-TOTALS-WRITE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7500-RUN-MERGE - THE STEP THAT ENDS A PARTITIONED NIGHT. IT
      * TAKES THE DECK FROM SEGPLAN AND THE CONCATENATED SEGTOT,
      * SEGMENT LISTINGS (SEGPRIME) AND SEGMENT CONSTELLATIONS
      * (SEGCONS), PROVES THAT THE SEGMENTS COVER 2 THRU LIMIT-VAL - 1
      * EXACTLY ONCE (7510), AND ONLY THEN PUBLISHES: PRIMEOUT,
      * CONSOUT, FACTOUT/GOLDOUT, THE LOGFILE SIEVE AND SUMMATION
      * RECORDS, TOTOUT AND (AT 9999) AUDITOUT, AS ONE SINGLE STEP
      * WOULD HAVE. A FAILED PROOF PUBLISHES NOTHING BUT THE AUDIT
      * TRAIL AND ENDS RC=8. WHEN THE BASE STEP ENDED THE NIGHT
      * ITSELF THE MERGE ONLY HANDS ITS CODE ON AS P10'S END - THE
      * BASE STEP HAS ALREADY WRITTEN ERRRPT AND THE AUDIT TRAIL.
      *----------------------------------------------------------------
       7500-RUN-MERGE.
           IF BASE-STEP-FAILED
               DISPLAY "P10: BASE STEP ENDED RC=" GATE-LAST-RC
                   " - NOTHING TO MERGE, NIGHT ENDS WITH ITS CODE"
               MOVE GATE-LAST-RC TO RUN-RETURN-CODE
               MOVE "N" TO AUDIT-TRAIL-SWITCH
               GO TO 7500-RUN-MERGE-EXIT
           END-IF

           ACCEPT MRG-START-TIME FROM TIME
           OPEN EXTEND LOG-FILE
           IF LOG-FILE-STATUS = "00" OR LOG-FILE-STATUS = "05"
               SET LOG-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "P10: UNABLE TO OPEN LOGFILE, STATUS="
                   LOG-FILE-STATUS
               MOVE "LOGFILE" TO NOTE-DDNAME
               MOVE LOG-FILE-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
           END-IF

           PERFORM 7200-LOAD-PLAN
               THRU 7200-LOAD-PLAN-EXIT
           IF RUN-RETURN-CODE > RC-WARNING
               GO TO 7500-RUN-MERGE-EXIT
           END-IF
           MOVE PLAN-RETURN-CODE TO NEW-RETURN-CODE
           PERFORM 9100-RAISE-RETURN-CODE
               THRU 9100-RAISE-RETURN-CODE-EXIT
           MOVE PLAN-FILE-STATUSES TO CARRY-STATUSES
           PERFORM 7580-CARRY-FILE-STATUSES
               THRU 7580-CARRY-FILE-STATUSES-EXIT

           IF LIMIT-VAL = ZERO
               DISPLAY "P10: EVERY CARD ANSWERED FROM HISTORY OR THE "
                   "PRIME MASTER - SIEVE NOT BUILT"
               PERFORM 3500-RECONCILE-TOTALS
                   THRU 3500-RECONCILE-TOTALS-EXIT
               PERFORM 4000-WRITE-TOTALS
                   THRU 4000-WRITE-TOTALS-EXIT
               GO TO 7500-RUN-MERGE-EXIT
           END-IF

           COMPUTE SEG-COVER-HIGH = LIMIT-VAL - 1
           IF SEG-COVER-HIGH < 1
               MOVE 1 TO SEG-COVER-HIGH
           END-IF
           MOVE ZERO TO CONS-CARDS-OPEN
           PERFORM 3060-COUNT-ONE-CONS-CARD
               THRU 3060-COUNT-ONE-CONS-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT

           PERFORM 7510-PROVE-COVERAGE
               THRU 7510-PROVE-COVERAGE-EXIT
           IF COVERAGE-FAILED
               DISPLAY "P10: SEGMENTS NOT PROVED - NOTHING PUBLISHED"
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7500-RUN-MERGE-EXIT
           END-IF
           DISPLAY "P10: " SEG-COUNT " SEGMENTS COVER 2 THRU "
               SEG-COVER-HIGH " EXACTLY ONCE - PUBLISHING"

           PERFORM 7600-PUBLISH-MERGE
               THRU 7600-PUBLISH-MERGE-EXIT

           PERFORM 3500-RECONCILE-TOTALS
               THRU 3500-RECONCILE-TOTALS-EXIT
           PERFORM 4000-WRITE-TOTALS
               THRU 4000-WRITE-TOTALS-EXIT.
       7500-RUN-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7510-PROVE-COVERAGE - THREE PASSES, EACH ONLY IF THE ONE
      * BEFORE HELD:
      *   SEGTOT   - ONE S RECORD PER SEGMENT, IN SEGMENT ORDER, CUT
      *              FROM TONIGHT'S PLAN; THE FIRST STARTS AT 2, EACH
      *              NEXT ONE STARTS ONE PAST THE LAST ONE'S HIGH
      *              BOUND (NO GAP, NO OVERLAP), THE BOUNDS ARE THE
      *              PLAN'S, AND THE LAST ENDS AT LIMIT-VAL - 1. EVERY
      *              SIEVED CARD'S PARTIAL FOLLOWS ITS S RECORD.
      *   SEGPRIME - EACH SEGMENT'S LISTING, IN ORDER, HOLDS EXACTLY
      *              THE COUNT ITS SEGTOT REPORTS, ASCENDING, INSIDE
      *              ITS BOUNDS, AND SUMS TO ITS SEGTOT SUM.
      *   SEGCONS  - EVERY CONSTELLATION BELONGS TO A SIEVED MODE-6
      *              CARD, IN PRIME ORDER, AND EACH CARD'S RECORDS
      *              BALANCE TO ITS SUMMED PARTIALS.
      * THE FIRST FAILED CHECK IS DISPLAYED WITH THE SEGMENT IT WAS
      * FOUND IN AND STOPS THE PROOF.
      *----------------------------------------------------------------
       7510-PROVE-COVERAGE.
           SET COVERAGE-PROVED TO TRUE
           PERFORM 7520-PROVE-SEGMENT-TOTALS
               THRU 7520-PROVE-SEGMENT-TOTALS-EXIT
           IF COVERAGE-PROVED
               PERFORM 7540-PROVE-PRIME-LISTINGS
                   THRU 7540-PROVE-PRIME-LISTINGS-EXIT
           END-IF
           IF COVERAGE-PROVED
               AND CONS-CARDS-OPEN > ZERO
               PERFORM 7560-PROVE-CONSTELLATIONS
                   THRU 7560-PROVE-CONSTELLATIONS-EXIT
           END-IF.
       7510-PROVE-COVERAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7520-PROVE-SEGMENT-TOTALS - THE SEGTOT PASS. THE SEGMENTS'
      * PARTIALS ARE ADDED INTO THE CARD TABLE AS THEY ARE PROVED,
      * AND THEIR TIMINGS, RESUME FACTS AND FILE STATUSES GATHERED
      * FOR THE LOGFILE AND AUDIT RECORDS.
      *----------------------------------------------------------------
       7520-PROVE-SEGMENT-TOTALS.
           MOVE ZERO TO PROOF-SEGMENT
           OPEN INPUT SEG-TOTALS-FILE
           IF SEG-TOTALS-STATUS NOT = "00"
               MOVE "SEGTOT" TO NOTE-DDNAME
               MOVE SEG-TOTALS-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE "SEGTOT CANNOT BE OPENED" TO PROOF-REASON
               PERFORM 7590-FAIL-COVERAGE
                   THRU 7590-FAIL-COVERAGE-EXIT
               GO TO 7520-PROVE-SEGMENT-TOTALS-EXIT
           END-IF

           MOVE 2 TO PROOF-EXPECT-LOW
           MOVE ZERO TO MRG-SIEVE-SECONDS
           MOVE ZERO TO MRG-SUMM-SECONDS
           MOVE ZERO TO MRG-SIEVE-END-TIME
           MOVE 99999999 TO MRG-SUMM-START-TIME
           PERFORM 7525-PROVE-ONE-SEGMENT
               THRU 7525-PROVE-ONE-SEGMENT-EXIT
               VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > SEG-COUNT
               OR COVERAGE-FAILED

           IF COVERAGE-PROVED
               READ SEG-TOTALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "SEGTOT HOLDS RECORDS PAST THE LAST SEGMENT"
                           TO PROOF-REASON
                       PERFORM 7590-FAIL-COVERAGE
                           THRU 7590-FAIL-COVERAGE-EXIT
               END-READ
           END-IF
           IF COVERAGE-PROVED
               AND PROOF-EXPECT-LOW NOT = SEG-COVER-HIGH + 1
               MOVE "LAST SEGMENT DOES NOT END AT LIMIT - 1"
                   TO PROOF-REASON
               PERFORM 7590-FAIL-COVERAGE
                   THRU 7590-FAIL-COVERAGE-EXIT
           END-IF

           CLOSE SEG-TOTALS-FILE.
       7520-PROVE-SEGMENT-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7525-PROVE-ONE-SEGMENT - SEGMENT SEG-SUB'S S RECORD AND ITS
      * CARD PARTIALS.
      *----------------------------------------------------------------
       7525-PROVE-ONE-SEGMENT.
           MOVE SEG-SUB TO PROOF-SEGMENT
           READ SEG-TOTALS-FILE
               AT END
                   MOVE "NO SEGTOT RECORD FOR THIS SEGMENT"
                       TO PROOF-REASON
                   GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-READ
           IF SGT-TYPE NOT = "S"
               MOVE "SEGTOT OUT OF SEQUENCE - S RECORD EXPECTED"
                   TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-TOKEN NOT = PLAN-TOKEN
               MOVE "SEGTOT NOT CUT FROM TONIGHT'S SEGPLAN"
                   TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-SEGMENT NOT NUMERIC
               OR SGT-SEGMENT-COUNT NOT NUMERIC
               OR SGT-SEGMENT NOT = PROOF-SEGMENT
               OR SGT-SEGMENT-COUNT NOT = SEG-COUNT
               MOVE "SEGTOT IS ANOTHER SEGMENT'S - OUT OF ORDER"
                   TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-LOW NOT NUMERIC
               OR SGT-HIGH NOT NUMERIC
               OR SGT-PRIME-COUNT NOT NUMERIC
               OR SGT-PRIME-SUM NOT NUMERIC
               OR SGT-CARD-PARTIALS NOT NUMERIC
               OR SGT-SIEVE-END-TIME NOT NUMERIC
               OR SGT-SIEVE-SECONDS NOT NUMERIC
               OR SGT-SUMM-START-TIME NOT NUMERIC
               OR SGT-SUMM-SECONDS NOT NUMERIC
               OR SGT-RETURN-CODE NOT NUMERIC
               MOVE "SEGTOT TOTALS NOT NUMERIC" TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-LOW > PROOF-EXPECT-LOW
               MOVE "GAP BEFORE THIS SEGMENT" TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-LOW < PROOF-EXPECT-LOW
               MOVE "OVERLAPS THE SEGMENT BEFORE IT" TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-HIGH + 1 < SGT-LOW
               MOVE "HIGH BOUND BELOW LOW BOUND" TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-LOW NOT = SEG-BOUND-LOW (SEG-SUB)
               OR SGT-HIGH NOT = SEG-BOUND-HIGH (SEG-SUB)
               MOVE "BOUNDS DIFFER FROM SEGPLAN" TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF
           IF SGT-CARD-PARTIALS NOT = CARDS-TO-SIEVE
               MOVE "CARD PARTIALS DO NOT MATCH THE SIEVED CARDS"
                   TO PROOF-REASON
               GO TO 7525-PROVE-ONE-SEGMENT-FAIL
           END-IF

           COMPUTE PROOF-EXPECT-LOW = SGT-HIGH + 1
           MOVE SGT-PRIME-COUNT TO SEG-BOUND-PRIMES (SEG-SUB)
           MOVE SGT-PRIME-SUM TO SEG-BOUND-SUM (SEG-SUB)
           ADD SGT-SIEVE-SECONDS TO MRG-SIEVE-SECONDS
           ADD SGT-SUMM-SECONDS TO MRG-SUMM-SECONDS
           IF SGT-SIEVE-END-TIME > MRG-SIEVE-END-TIME
               MOVE SGT-SIEVE-END-TIME TO MRG-SIEVE-END-TIME
           END-IF
           IF SGT-SUMM-START-TIME < MRG-SUMM-START-TIME
               MOVE SGT-SUMM-START-TIME TO MRG-SUMM-START-TIME
           END-IF
           IF SGT-RESUME-FLAG = "Y"
               AND AUDIT-RESUME-FLAG NOT = "Y"
               AND SGT-RESUME-PRIME NUMERIC
               MOVE "Y" TO AUDIT-RESUME-FLAG
               MOVE SGT-RESUME-PRIME TO AUDIT-RESUME-N
           END-IF
           MOVE SGT-RETURN-CODE TO NEW-RETURN-CODE
           PERFORM 9100-RAISE-RETURN-CODE
               THRU 9100-RAISE-RETURN-CODE-EXIT
           MOVE SGT-FILE-STATUSES TO CARRY-STATUSES
           PERFORM 7580-CARRY-FILE-STATUSES
               THRU 7580-CARRY-FILE-STATUSES-EXIT

           MOVE SGT-CARD-PARTIALS TO SEG-PARTIAL-COUNT
           MOVE ZERO TO SEG-LAST-CARD
           PERFORM 7530-ADD-ONE-PARTIAL
               THRU 7530-ADD-ONE-PARTIAL-EXIT
               VARYING SEG-PARTIAL-SUB FROM 1 BY 1
               UNTIL SEG-PARTIAL-SUB > SEG-PARTIAL-COUNT
               OR COVERAGE-FAILED
           GO TO 7525-PROVE-ONE-SEGMENT-EXIT.
       7525-PROVE-ONE-SEGMENT-FAIL.
           PERFORM 7590-FAIL-COVERAGE
               THRU 7590-FAIL-COVERAGE-EXIT.
       7525-PROVE-ONE-SEGMENT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7530-ADD-ONE-PARTIAL - ONE C RECORD OF THE SEGMENT: SAME PLAN,
      * SAME SEGMENT, A SIEVED CARD OF THE DECK IN ASCENDING CARD
      * ORDER WITH THE CARD'S OWN MODE. ITS CNT AND TOTAL ARE ADDED
      * TO THE CARD.
      *----------------------------------------------------------------
       7530-ADD-ONE-PARTIAL.
           READ SEG-TOTALS-FILE
               AT END
                   MOVE "CARD PARTIALS MISSING FROM SEGTOT"
                       TO PROOF-REASON
                   GO TO 7530-ADD-ONE-PARTIAL-FAIL
           END-READ
           IF SGP-TYPE NOT = "C"
               OR SGP-TOKEN NOT = PLAN-TOKEN
               OR SGP-SEGMENT NOT = PROOF-SEGMENT
               MOVE "CARD PARTIALS OUT OF SEQUENCE IN SEGTOT"
                   TO PROOF-REASON
               GO TO 7530-ADD-ONE-PARTIAL-FAIL
           END-IF
           IF SGP-CARD-NUMBER NOT NUMERIC
               OR SGP-CNT NOT NUMERIC
               OR SGP-TOTAL NOT NUMERIC
               MOVE "CARD PARTIALS NOT NUMERIC" TO PROOF-REASON
               GO TO 7530-ADD-ONE-PARTIAL-FAIL
           END-IF
           IF SGP-CARD-NUMBER <= SEG-LAST-CARD
               OR SGP-CARD-NUMBER > PARM-CARD-COUNT
               MOVE "CARD PARTIALS OUT OF CARD ORDER" TO PROOF-REASON
               GO TO 7530-ADD-ONE-PARTIAL-FAIL
           END-IF
           MOVE SGP-CARD-NUMBER TO CARD-SUB
           MOVE SGP-CARD-NUMBER TO SEG-LAST-CARD
           IF CARD-FROM-HISTORY (CARD-SUB)
               OR SGP-MODE NOT = CARD-MODE (CARD-SUB)
               MOVE "CARD PARTIALS DO NOT MATCH THE SEGPLAN DECK"
                   TO PROOF-REASON
               GO TO 7530-ADD-ONE-PARTIAL-FAIL
           END-IF
           ADD SGP-CNT TO CARD-CNT (CARD-SUB)
           ADD SGP-TOTAL TO CARD-TOTAL (CARD-SUB)
           GO TO 7530-ADD-ONE-PARTIAL-EXIT.
       7530-ADD-ONE-PARTIAL-FAIL.
           PERFORM 7590-FAIL-COVERAGE
               THRU 7590-FAIL-COVERAGE-EXIT.
       7530-ADD-ONE-PARTIAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7540-PROVE-PRIME-LISTINGS - THE SEGPRIME PASS.
      *----------------------------------------------------------------
       7540-PROVE-PRIME-LISTINGS.
           MOVE ZERO TO PROOF-SEGMENT
           OPEN INPUT SEG-PRIME-FILE
           IF SEG-PRIME-STATUS NOT = "00"
               MOVE "SEGPRIME" TO NOTE-DDNAME
               MOVE SEG-PRIME-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE "SEGPRIME CANNOT BE OPENED" TO PROOF-REASON
               PERFORM 7590-FAIL-COVERAGE
                   THRU 7590-FAIL-COVERAGE-EXIT
               GO TO 7540-PROVE-PRIME-LISTINGS-EXIT
           END-IF

           MOVE ZERO TO PROOF-PREV-PRIME
           PERFORM 7545-PROVE-ONE-LISTING
               THRU 7545-PROVE-ONE-LISTING-EXIT
               VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > SEG-COUNT
               OR COVERAGE-FAILED

           IF COVERAGE-PROVED
               READ SEG-PRIME-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE
                           "SEGPRIME HOLDS PRIMES PAST THE LAST SEGMENT"
                           TO PROOF-REASON
                       PERFORM 7590-FAIL-COVERAGE
                           THRU 7590-FAIL-COVERAGE-EXIT
               END-READ
           END-IF

           CLOSE SEG-PRIME-FILE.
       7540-PROVE-PRIME-LISTINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7545-PROVE-ONE-LISTING - SEGMENT SEG-SUB'S SHARE OF SEGPRIME:
      * EXACTLY SEG-BOUND-PRIMES RECORDS, SUMMING TO SEG-BOUND-SUM.
      *----------------------------------------------------------------
       7545-PROVE-ONE-LISTING.
           MOVE SEG-SUB TO PROOF-SEGMENT
           MOVE ZERO TO PROOF-COUNT
           MOVE ZERO TO PROOF-SUM
           PERFORM 7550-PROVE-ONE-PRIME
               THRU 7550-PROVE-ONE-PRIME-EXIT
               UNTIL PROOF-COUNT >= SEG-BOUND-PRIMES (SEG-SUB)
               OR COVERAGE-FAILED
           IF COVERAGE-PROVED
               AND PROOF-SUM NOT = SEG-BOUND-SUM (SEG-SUB)
               MOVE "LISTING DOES NOT SUM TO ITS SEGTOT TOTAL"
                   TO PROOF-REASON
               PERFORM 7590-FAIL-COVERAGE
                   THRU 7590-FAIL-COVERAGE-EXIT
           END-IF.
       7545-PROVE-ONE-LISTING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7550-PROVE-ONE-PRIME - ONE LISTING RECORD: NUMERIC, ABOVE THE
      * PRIME BEFORE IT AND INSIDE ITS SEGMENT'S BOUNDS.
      *----------------------------------------------------------------
       7550-PROVE-ONE-PRIME.
           READ SEG-PRIME-FILE
               AT END
                   MOVE "LISTING SHORTER THAN ITS SEGTOT COUNT"
                       TO PROOF-REASON
                   GO TO 7550-PROVE-ONE-PRIME-FAIL
           END-READ
           IF SPI-PRIME NOT NUMERIC
               MOVE "LISTING RECORD NOT NUMERIC" TO PROOF-REASON
               GO TO 7550-PROVE-ONE-PRIME-FAIL
           END-IF
           MOVE SPI-PRIME TO SEG-PRIME-VAL
           IF SEG-PRIME-VAL <= PROOF-PREV-PRIME
               MOVE "LISTING NOT IN ASCENDING ORDER" TO PROOF-REASON
               GO TO 7550-PROVE-ONE-PRIME-FAIL
           END-IF
           IF SEG-PRIME-VAL < SEG-BOUND-LOW (SEG-SUB)
               OR SEG-PRIME-VAL > SEG-BOUND-HIGH (SEG-SUB)
               MOVE "LISTING HOLDS A PRIME OUTSIDE ITS BOUNDS"
                   TO PROOF-REASON
               GO TO 7550-PROVE-ONE-PRIME-FAIL
           END-IF
           MOVE SEG-PRIME-VAL TO PROOF-PREV-PRIME
           ADD 1 TO PROOF-COUNT
           ADD SEG-PRIME-VAL TO PROOF-SUM
           GO TO 7550-PROVE-ONE-PRIME-EXIT.
       7550-PROVE-ONE-PRIME-FAIL.
           PERFORM 7590-FAIL-COVERAGE
               THRU 7590-FAIL-COVERAGE-EXIT.
       7550-PROVE-ONE-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7560-PROVE-CONSTELLATIONS - THE SEGCONS PASS. EACH SIEVED
      * MODE-6 CARD'S RECORDS ARE COUNTED AND THEIR STARTING PRIMES
      * SUMMED, THEN COMPARED WITH THE CARD'S SUMMED PARTIALS.
      *----------------------------------------------------------------
       7560-PROVE-CONSTELLATIONS.
           MOVE ZERO TO PROOF-SEGMENT
           PERFORM 7562-CLEAR-ONE-MERGE-CARD
               THRU 7562-CLEAR-ONE-MERGE-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
           OPEN INPUT SEG-CONS-FILE
           IF SEG-CONS-STATUS NOT = "00"
               MOVE "SEGCONS" TO NOTE-DDNAME
               MOVE SEG-CONS-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE "SEGCONS CANNOT BE OPENED" TO PROOF-REASON
               PERFORM 7590-FAIL-COVERAGE
                   THRU 7590-FAIL-COVERAGE-EXIT
               GO TO 7560-PROVE-CONSTELLATIONS-EXIT
           END-IF

           MOVE ZERO TO PROOF-PREV-PRIME
           MOVE "N" TO SEG-EOF-SWITCH
           PERFORM 7565-PROVE-ONE-CONSTELLATION
               THRU 7565-PROVE-ONE-CONSTELLATION-EXIT
               UNTIL SEG-AT-EOF
               OR COVERAGE-FAILED
           CLOSE SEG-CONS-FILE

           IF COVERAGE-PROVED
               PERFORM 7570-BALANCE-ONE-CONS-CARD
                   THRU 7570-BALANCE-ONE-CONS-CARD-EXIT
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > PARM-CARD-COUNT
                   OR COVERAGE-FAILED
           END-IF.
       7560-PROVE-CONSTELLATIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7562-CLEAR-ONE-MERGE-CARD - ZERO ONE CARD'S SEGCONS TOTALS.
      *----------------------------------------------------------------
       7562-CLEAR-ONE-MERGE-CARD.
           MOVE ZERO TO MRG-CARD-CNT (CARD-SUB)
           MOVE ZERO TO MRG-CARD-TOTAL (CARD-SUB).
       7562-CLEAR-ONE-MERGE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7565-PROVE-ONE-CONSTELLATION - ONE SEGCONS RECORD.
      *----------------------------------------------------------------
       7565-PROVE-ONE-CONSTELLATION.
           READ SEG-CONS-FILE
               AT END
                   SET SEG-AT-EOF TO TRUE
                   GO TO 7565-PROVE-ONE-CONSTELLATION-EXIT
           END-READ
           IF SCI-CARD-NUMBER NOT NUMERIC
               OR SCI-START-PRIME NOT NUMERIC
               MOVE "SEGCONS RECORD NOT NUMERIC" TO PROOF-REASON
               GO TO 7565-PROVE-ONE-CONSTELLATION-FAIL
           END-IF
           IF SCI-CARD-NUMBER = ZERO
               OR SCI-CARD-NUMBER > PARM-CARD-COUNT
               MOVE "SEGCONS NAMES A CARD NOT IN THE DECK"
                   TO PROOF-REASON
               GO TO 7565-PROVE-ONE-CONSTELLATION-FAIL
           END-IF
           MOVE SCI-CARD-NUMBER TO CARD-SUB
           IF CARD-MODE (CARD-SUB) NOT = "6"
               OR CARD-FROM-HISTORY (CARD-SUB)
               MOVE "SEGCONS NAMES A CARD THAT IS NOT SIEVED MODE 6"
                   TO PROOF-REASON
               GO TO 7565-PROVE-ONE-CONSTELLATION-FAIL
           END-IF
           MOVE SCI-START-PRIME TO SEG-PRIME-VAL
           IF SEG-PRIME-VAL < PROOF-PREV-PRIME
               OR SEG-PRIME-VAL < 2
               OR SEG-PRIME-VAL > SEG-COVER-HIGH
               MOVE "SEGCONS OUT OF PRIME ORDER OR OUT OF RANGE"
                   TO PROOF-REASON
               GO TO 7565-PROVE-ONE-CONSTELLATION-FAIL
           END-IF
           MOVE SEG-PRIME-VAL TO PROOF-PREV-PRIME
           ADD 1 TO MRG-CARD-CNT (CARD-SUB)
           ADD SEG-PRIME-VAL TO MRG-CARD-TOTAL (CARD-SUB)
           GO TO 7565-PROVE-ONE-CONSTELLATION-EXIT.
       7565-PROVE-ONE-CONSTELLATION-FAIL.
           PERFORM 7590-FAIL-COVERAGE
               THRU 7590-FAIL-COVERAGE-EXIT.
       7565-PROVE-ONE-CONSTELLATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7570-BALANCE-ONE-CONS-CARD - A SIEVED MODE-6 CARD'S SEGCONS
      * COUNT AND SUM MUST EQUAL ITS SUMMED PARTIALS.
      *----------------------------------------------------------------
       7570-BALANCE-ONE-CONS-CARD.
           IF CARD-MODE (CARD-SUB) NOT = "6"
               OR CARD-FROM-HISTORY (CARD-SUB)
               GO TO 7570-BALANCE-ONE-CONS-CARD-EXIT
           END-IF
           IF MRG-CARD-CNT (CARD-SUB) NOT = CARD-CNT (CARD-SUB)
               OR MRG-CARD-TOTAL (CARD-SUB) NOT = CARD-TOTAL (CARD-SUB)
               MOVE "SEGCONS DOES NOT BALANCE TO THE SEGMENT TOTALS"
                   TO PROOF-REASON
               PERFORM 7590-FAIL-COVERAGE
                   THRU 7590-FAIL-COVERAGE-EXIT
           END-IF.
       7570-BALANCE-ONE-CONS-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7580-CARRY-FILE-STATUSES - APPEND ANOTHER STEP'S FILE-STATUS
      * LIST (THE BASE STEP'S, OR A SEGMENT'S) TO THIS RUN'S, SO THE
      * AUDIT TRAIL SHOWS EVERY NONZERO STATUS OF THE NIGHT. LIKE
      * 9200, ENTRIES THAT NO LONGER FIT ARE DROPPED.
      *----------------------------------------------------------------
       7580-CARRY-FILE-STATUSES.
           IF CARRY-STATUSES = SPACES
               GO TO 7580-CARRY-FILE-STATUSES-EXIT
           END-IF
           STRING CARRY-STATUSES DELIMITED BY "  "
               " " DELIMITED BY SIZE
               INTO AUDIT-FILE-STATUSES
               WITH POINTER AUDIT-STATUS-POINTER
               ON OVERFLOW
                   CONTINUE
           END-STRING.
       7580-CARRY-FILE-STATUSES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7590-FAIL-COVERAGE - THE PROOF HAS FAILED.
      *----------------------------------------------------------------
       7590-FAIL-COVERAGE.
           SET COVERAGE-FAILED TO TRUE
           DISPLAY "P10: COVERAGE PROOF FAILED AT SEGMENT "
               PROOF-SEGMENT " - " PROOF-REASON.
       7590-FAIL-COVERAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7600-PUBLISH-MERGE - THE SEGMENTS ARE PROVED. COPY THE
      * LISTINGS INTO PRIMEOUT IN SEGMENT ORDER, COUNTING ORDINALS AS
      * THEY GO BY TO PICK OFF EACH MODE-2 CARD'S NTH PRIME, AND THE
      * SEGMENT CONSTELLATIONS INTO CONSOUT. WHEN A MODE-4 OR MODE-5
      * CARD NEEDS THE CMPS TABLE IT IS REBUILT FROM THE LISTING
      * (EVERY BIT SET, THEN EACH PRIME'S CLEARED), SO 3400 AND 3450
      * ANSWER THEM EXACTLY AS IN A SINGLE STEP. PRIMEOUT KEEPS ITS
      * SINGLE-STEP STANDING AS A SPOT-CHECK AID: IF IT CANNOT BE
      * OPENED THE ANSWERS ARE STILL PUBLISHED.
      *----------------------------------------------------------------
       7600-PUBLISH-MERGE.
           MOVE "N" TO MRG-REBUILD-SWITCH
           PERFORM 7605-CHECK-ONE-REBUILD-CARD
               THRU 7605-CHECK-ONE-REBUILD-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
           IF MRG-REBUILD-WANTED
               MOVE HIGH-VALUES TO CMPS-AREA
           END-IF

           MOVE ZERO TO MRG-ORDINAL
           MOVE ZERO TO MRG-NEXT-NTH
           PERFORM 7615-FIND-NEXT-NTH
               THRU 7615-FIND-NEXT-NTH-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT

           OPEN OUTPUT PRIME-FILE
           IF PRIME-FILE-STATUS = "00"
               SET PRIME-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "P10: UNABLE TO OPEN PRIMEOUT, STATUS="
                   PRIME-FILE-STATUS
               MOVE "PRIMEOUT" TO NOTE-DDNAME
               MOVE PRIME-FILE-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
           END-IF

           OPEN INPUT SEG-PRIME-FILE
           IF SEG-PRIME-STATUS = "00"
               MOVE "N" TO SEG-EOF-SWITCH
               PERFORM 7610-COPY-ONE-PRIME
                   THRU 7610-COPY-ONE-PRIME-EXIT
                   UNTIL SEG-AT-EOF
               CLOSE SEG-PRIME-FILE
           ELSE
               DISPLAY "P10: UNABLE TO REOPEN SEGPRIME, STATUS="
                   SEG-PRIME-STATUS
               MOVE "SEGPRIME" TO NOTE-DDNAME
               MOVE SEG-PRIME-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF
           IF PRIME-FILE-IS-OPEN
               CLOSE PRIME-FILE
           END-IF

           IF CONS-CARDS-OPEN > ZERO
               PERFORM 7650-COPY-CONSTELLATIONS
                   THRU 7650-COPY-CONSTELLATIONS-EXIT
           END-IF

           PERFORM 7625-SETTLE-ONE-NTH-CARD
               THRU 7625-SETTLE-ONE-NTH-CARD-EXIT
               VARYING CARD-SUB FROM 1 BY 1
               UNTIL CARD-SUB > PARM-CARD-COUNT
           PERFORM 3200-FINISH-CARD-ANSWERS
               THRU 3200-FINISH-CARD-ANSWERS-EXIT
           PERFORM 3400-PROCESS-FACTOR-CARDS
               THRU 3400-PROCESS-FACTOR-CARDS-EXIT
           PERFORM 3450-PROCESS-GOLDBACH-CARDS
               THRU 3450-PROCESS-GOLDBACH-CARDS-EXIT
           ACCEPT MRG-END-TIME FROM TIME

           PERFORM 7680-WRITE-MERGE-LOG-RECORDS
               THRU 7680-WRITE-MERGE-LOG-RECORDS-EXIT.
       7600-PUBLISH-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7605-CHECK-ONE-REBUILD-CARD - DOES THIS CARD NEED THE TABLE?
      *----------------------------------------------------------------
       7605-CHECK-ONE-REBUILD-CARD.
           IF (CARD-MODE (CARD-SUB) = "4" OR "5")
               AND NOT CARD-FROM-HISTORY (CARD-SUB)
               SET MRG-REBUILD-WANTED TO TRUE
           END-IF.
       7605-CHECK-ONE-REBUILD-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7610-COPY-ONE-PRIME - ONE PRIME OF THE MERGED LISTING.
      *----------------------------------------------------------------
       7610-COPY-ONE-PRIME.
           READ SEG-PRIME-FILE
               AT END
                   SET SEG-AT-EOF TO TRUE
                   GO TO 7610-COPY-ONE-PRIME-EXIT
           END-READ
           MOVE SPI-PRIME TO SEG-PRIME-VAL
           IF PRIME-FILE-IS-OPEN
               MOVE SEG-PRIME-VAL TO PRIME-NUMBER
               WRITE PRIME-REC
           END-IF
           ADD 1 TO MRG-ORDINAL
           IF MRG-ORDINAL = MRG-NEXT-NTH
               PERFORM 7620-TAKE-NTH-ONE-CARD
                   THRU 7620-TAKE-NTH-ONE-CARD-EXIT
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > PARM-CARD-COUNT
               MOVE ZERO TO MRG-NEXT-NTH
               PERFORM 7615-FIND-NEXT-NTH
                   THRU 7615-FIND-NEXT-NTH-EXIT
                   VARYING CARD-SUB FROM 1 BY 1
                   UNTIL CARD-SUB > PARM-CARD-COUNT
           END-IF
           IF MRG-REBUILD-WANTED
               SET BIT-N TO SEG-PRIME-VAL
               PERFORM 5200-CLEAR-COMPOSITE-BIT
                   THRU 5200-CLEAR-COMPOSITE-BIT-EXIT
           END-IF.
       7610-COPY-ONE-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7615-FIND-NEXT-NTH - THE SMALLEST NTH STILL AHEAD OF THE
      * LISTING AMONG THE SIEVED MODE-2 CARDS THAT HAVE ONE BELOW
      * THEIR LIMIT (SUMMED CNT AT LEAST NTH).
      *----------------------------------------------------------------
       7615-FIND-NEXT-NTH.
           IF CARD-MODE (CARD-SUB) = "2"
               AND NOT CARD-FROM-HISTORY (CARD-SUB)
               AND CARD-CNT (CARD-SUB) >= CARD-NTH (CARD-SUB)
               AND CARD-NTH (CARD-SUB) > MRG-ORDINAL
               IF MRG-NEXT-NTH = ZERO
                   OR CARD-NTH (CARD-SUB) < MRG-NEXT-NTH
                   MOVE CARD-NTH (CARD-SUB) TO MRG-NEXT-NTH
               END-IF
           END-IF.
       7615-FIND-NEXT-NTH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7620-TAKE-NTH-ONE-CARD - THE PRIME JUST COPIED IS THIS CARD'S
      * NTH WHEN ITS NTH IS THE ORDINAL REACHED.
      *----------------------------------------------------------------
       7620-TAKE-NTH-ONE-CARD.
           IF CARD-MODE (CARD-SUB) = "2"
               AND NOT CARD-FROM-HISTORY (CARD-SUB)
               AND CARD-CNT (CARD-SUB) >= CARD-NTH (CARD-SUB)
               AND CARD-NTH (CARD-SUB) = MRG-ORDINAL
               MOVE SEG-PRIME-VAL TO CARD-TOTAL (CARD-SUB)
           END-IF.
       7620-TAKE-NTH-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7625-SETTLE-ONE-NTH-CARD - A MODE-2 CARD THAT FOUND ITS NTH
      * PRIME CARRIES CNT = NTH, AS THE SINGLE STEP'S COUNT STOPS
      * THERE; ONE THAT DID NOT KEEPS ITS FULL COUNT FOR 3200.
      *----------------------------------------------------------------
       7625-SETTLE-ONE-NTH-CARD.
           IF CARD-MODE (CARD-SUB) = "2"
               AND NOT CARD-FROM-HISTORY (CARD-SUB)
               AND CARD-CNT (CARD-SUB) > CARD-NTH (CARD-SUB)
               MOVE CARD-NTH (CARD-SUB) TO CARD-CNT (CARD-SUB)
           END-IF.
       7625-SETTLE-ONE-NTH-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7650-COPY-CONSTELLATIONS - THE SEGMENTS' CONSTELLATIONS, IN
      * SEGMENT ORDER, ARE THE NIGHT'S CONSOUT. A CONSOUT FAILURE IS
      * RC=8, AS IN THE SINGLE STEP; TOTOUT KEEPS THE ANSWERS.
      *----------------------------------------------------------------
       7650-COPY-CONSTELLATIONS.
           OPEN OUTPUT CONS-OUT-FILE
           IF CONS-OUT-STATUS NOT = "00"
               DISPLAY "P10: UNABLE TO OPEN CONSOUT, STATUS="
                   CONS-OUT-STATUS
               MOVE "CONSOUT" TO NOTE-DDNAME
               MOVE CONS-OUT-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 7650-COPY-CONSTELLATIONS-EXIT
           END-IF
           OPEN INPUT SEG-CONS-FILE
           IF SEG-CONS-STATUS NOT = "00"
               DISPLAY "P10: UNABLE TO REOPEN SEGCONS, STATUS="
                   SEG-CONS-STATUS
               MOVE "SEGCONS" TO NOTE-DDNAME
               MOVE SEG-CONS-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               CLOSE CONS-OUT-FILE
               GO TO 7650-COPY-CONSTELLATIONS-EXIT
           END-IF

           MOVE "N" TO SEG-EOF-SWITCH
           PERFORM 7655-COPY-ONE-CONSTELLATION
               THRU 7655-COPY-ONE-CONSTELLATION-EXIT
               UNTIL SEG-AT-EOF

           CLOSE SEG-CONS-FILE
           CLOSE CONS-OUT-FILE.
       7650-COPY-CONSTELLATIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7655-COPY-ONE-CONSTELLATION - ONE RECORD, AS THE SEGMENT
      * WROTE IT.
      *----------------------------------------------------------------
       7655-COPY-ONE-CONSTELLATION.
           READ SEG-CONS-FILE
               AT END
                   SET SEG-AT-EOF TO TRUE
                   GO TO 7655-COPY-ONE-CONSTELLATION-EXIT
           END-READ
           MOVE SEG-CONS-REC TO CONS-REC
           WRITE CONS-REC
           IF CONS-OUT-STATUS NOT = "00"
               DISPLAY "P10: CONSOUT WRITE FAILED, STATUS="
                   CONS-OUT-STATUS
               MOVE "CONSOUT" TO NOTE-DDNAME
               MOVE CONS-OUT-STATUS TO NOTE-STATUS
               PERFORM 9200-NOTE-FILE-STATUS
                   THRU 9200-NOTE-FILE-STATUS-EXIT
               MOVE RC-OUTPUT-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               SET SEG-AT-EOF TO TRUE
           END-IF.
       7655-COPY-ONE-CONSTELLATION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7680-WRITE-MERGE-LOG-RECORDS - THE NIGHT'S SIEVE AND
      * SUMMATION LOGFILE RECORDS, AS A SINGLE STEP WRITES THEM. THE
      * ELAPSED SECONDS ARE MACHINE SECONDS - THE BASE STEP'S SIEVE
      * PLUS EVERY SEGMENT'S MARKING FOR SIEVE, EVERY SEGMENT'S WALK
      * PLUS THIS MERGE FOR SUMMATION - SO CHARGEBACK AND THE
      * FORECAST HISTORY SEE THE WORK A SINGLE STEP WOULD HAVE
      * LOGGED. THE START AND END TIMES ARE THE WALL-CLOCK WINDOW THE
      * PHASE SPANNED, FIRST START TO LAST END.
      *----------------------------------------------------------------
       7680-WRITE-MERGE-LOG-RECORDS.
           MOVE MRG-START-TIME TO PHASE-START-TIME
           MOVE MRG-END-TIME TO PHASE-END-TIME
           PERFORM 8010-COMPUTE-PHASE-SECONDS
               THRU 8010-COMPUTE-PHASE-SECONDS-EXIT
           ADD PHASE-ELAPSED-SECONDS TO MRG-SUMM-SECONDS
           ADD BASE-SECONDS TO MRG-SIEVE-SECONDS

           MOVE "SIEVE" TO PHASE-NAME
           MOVE BASE-START-TIME TO PHASE-START-TIME
           MOVE MRG-SIEVE-END-TIME TO PHASE-END-TIME
           IF MRG-SIEVE-SECONDS > LOG-ELAPSED-MAX
               MOVE LOG-ELAPSED-MAX TO MRG-SIEVE-SECONDS
           END-IF
           MOVE MRG-SIEVE-SECONDS TO PHASE-ELAPSED-SECONDS
           PERFORM 8050-PUT-LOG-RECORD
               THRU 8050-PUT-LOG-RECORD-EXIT

           MOVE "SUMMATION" TO PHASE-NAME
           MOVE MRG-SUMM-START-TIME TO PHASE-START-TIME
           MOVE MRG-END-TIME TO PHASE-END-TIME
           IF MRG-SUMM-SECONDS > LOG-ELAPSED-MAX
               MOVE LOG-ELAPSED-MAX TO MRG-SUMM-SECONDS
           END-IF
           MOVE MRG-SUMM-SECONDS TO PHASE-ELAPSED-SECONDS
           PERFORM 8050-PUT-LOG-RECORD
               THRU 8050-PUT-LOG-RECORD-EXIT.
       7680-WRITE-MERGE-LOG-RECORDS-EXIT.
           EXIT.


      *----------------------------------------------------------------
      * 8000-WRITE-LOG-RECORD - TURN THE PHASE NAME AND START/END
      * TIMESTAMPS CURRENTLY HELD IN WORKING-STORAGE INTO AN ELAPSED
      * SECONDS FIGURE AND WRITE ONE RECORD TO LOGFILE.
      *----------------------------------------------------------------
       8000-WRITE-LOG-RECORD.
           IF NOT LOG-FILE-IS-OPEN
               GO TO 8000-WRITE-LOG-RECORD-EXIT
           END-IF

           PERFORM 8010-COMPUTE-PHASE-SECONDS
               THRU 8010-COMPUTE-PHASE-SECONDS-EXIT
           PERFORM 8050-PUT-LOG-RECORD
               THRU 8050-PUT-LOG-RECORD-EXIT.
       8000-WRITE-LOG-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8010-COMPUTE-PHASE-SECONDS - ELAPSED SECONDS FROM
      * PHASE-START-TIME TO PHASE-END-TIME, ACROSS MIDNIGHT IF NEED
      * BE, INTO PHASE-ELAPSED-SECONDS.
      *----------------------------------------------------------------
       8010-COMPUTE-PHASE-SECONDS.
           MOVE PHASE-START-TIME TO TIME-START-BREAKDOWN
           MOVE PHASE-END-TIME TO TIME-END-BREAKDOWN

           COMPUTE PHASE-ELAPSED-SECONDS =
               ((TS-END-HH * 3600) + (TS-END-MM * 60) + TS-END-SS)
               - ((TS-START-HH * 3600) + (TS-START-MM * 60)
               + TS-START-SS)

           IF PHASE-ELAPSED-SECONDS < ZERO
               ADD 86400 TO PHASE-ELAPSED-SECONDS
           END-IF.
       8010-COMPUTE-PHASE-SECONDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8050-PUT-LOG-RECORD - WRITE ONE LOGFILE RECORD FROM THE PHASE
      * NAME, TIMESTAMPS AND ELAPSED SECONDS NOW HELD.
      *----------------------------------------------------------------
       8050-PUT-LOG-RECORD.
           IF NOT LOG-FILE-IS-OPEN
               GO TO 8050-PUT-LOG-RECORD-EXIT
           END-IF

           MOVE RUN-DATE TO LOG-RUN-DATE
           MOVE SPACES TO LOG-FILLER

           WRITE LOG-REC.
       8050-PUT-LOG-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------------
               WHEN OTHER
                   MOVE "PARMERR" TO AUD-DISPOSITION
           END-EVALUATE
           IF CARD-AUTH-REJECTED (CARD-SUB)
               MOVE "AUTHREJ" TO AUD-DISPOSITION
           END-IF
           IF COVERAGE-FAILED
               MOVE "SEGFAIL" TO AUD-DISPOSITION
           END-IF
           MOVE RUN-RETURN-CODE TO AUD-RETURN-CODE
           MOVE CARD-REQUESTOR (CARD-SUB) TO AUD-REQUESTOR
           MOVE CARD-SOURCE (CARD-SUB) TO AUD-ANSWER-SOURCE
           MOVE SPACES TO AUD-FILLER

           WRITE AUDIT-REC
       8100-GET-NOW-SECONDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-CHECK-RUN-GATE - FIND THE CHAIN'S RUN DATE (THE LATEST
      * DATE ON RUNCTL) AND THE LAST RECORD P10FCST POSTED FOR IT. THE
      * STEP STARTS ONLY IF THAT WAS AN END WITH RC NOT ABOVE
      * GATE-GOOD-MAX-RC. A STEP HELD HERE POSTS A G RECORD NAMING
      * P10FCST AND ENDS RC=16 WITHOUT OPENING ANYTHING ELSE; SO DOES A
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
               DISPLAY "P10: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHAIN-RUN-DATE = ZERO
               DISPLAY "P10: NO RUN DATE OPENED ON RUNCTL - "
                   "STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF GATE-LAST-EVENT NOT = "E"
               DISPLAY "P10: " GATE-PROGRAM
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF GATE-LAST-RC > GATE-GOOD-MAX-RC
               DISPLAY "P10: " GATE-PROGRAM " ENDED RC="
                   GATE-LAST-RC " FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF SEG-ROLE-MERGE
               PERFORM 8820-CHECK-SEGMENT-ENDS
                   THRU 8820-CHECK-SEGMENT-ENDS-EXIT
               IF SEGMENT-GATE-HELD
                   GO TO 8800-CHECK-RUN-GATE-HELD
               END-IF
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
      * APPENDED IN TIME ORDER, SO THE LAST ONE P10FCST POSTED FOR THAT
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
               MOVE SPACES TO SEG-GATE-TABLE
           END-IF
           IF RCT-RUN-DATE = CHAIN-RUN-DATE
               IF RCT-PROGRAM = GATE-PROGRAM
                   MOVE RCT-EVENT TO GATE-LAST-EVENT
                   MOVE RCT-RETURN-CODE TO GATE-LAST-RC
               END-IF
               IF SEG-ROLE-MERGE
                   AND RCT-PROGRAM (1:6) = "P10SEG"
                   AND RCT-PROGRAM (7:2) NUMERIC
                   MOVE RCT-PROGRAM (7:2) TO SEG-GATE-NUMBER
                   IF SEG-GATE-NUMBER > ZERO
                       AND SEG-GATE-NUMBER <= SEGMENT-MAX
                       MOVE RCT-EVENT
                           TO SEG-GATE-EVENT (SEG-GATE-NUMBER)
                       MOVE RCT-RETURN-CODE
                           TO SEG-GATE-RC (SEG-GATE-NUMBER)
                   END-IF
               END-IF
           END-IF.
       8810-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8820-CHECK-SEGMENT-ENDS - THE MERGE'S SECOND GATE. ITS FIRST
      * GATE ONLY ASKS THAT THE BASE STEP ENDED. IF THE BASE STEP
      * ENDED THE NIGHT ITSELF (RC ABOVE 4 - PARMIN REJECTS OR NO
      * PLAN) THE SEGMENTS ARE NOT WAITED FOR: THE MERGE PASSES THE
      * BASE STEP'S CODE THROUGH AS P10'S END. OTHERWISE EVERY
      * SEGMENT OF THE PLAN MUST HAVE ENDED RC<=4 - A QUIESCED
      * SEGMENT (RC=2) HAS NOT FINISHED ITS SLICE AND HOLDS THE MERGE
      * UNTIL IT IS RESUMED. THE HELD RECORD NAMES THE FIRST SEGMENT
      * WAITED FOR.
      *----------------------------------------------------------------
       8820-CHECK-SEGMENT-ENDS.
           IF GATE-LAST-RC > RC-WARNING
               SET BASE-STEP-FAILED TO TRUE
               GO TO 8820-CHECK-SEGMENT-ENDS-EXIT
           END-IF
           PERFORM 8825-CHECK-ONE-SEGMENT-END
               THRU 8825-CHECK-ONE-SEGMENT-END-EXIT
               VARYING SEG-SUB FROM 1 BY 1
               UNTIL SEG-SUB > SEG-COUNT
               OR SEGMENT-GATE-HELD.
       8820-CHECK-SEGMENT-ENDS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8825-CHECK-ONE-SEGMENT-END - ONE SEGMENT'S LAST EVENT.
      *----------------------------------------------------------------
       8825-CHECK-ONE-SEGMENT-END.
           MOVE SEG-SUB TO SEG-GATE-NUMBER
           MOVE "P10SEG" TO SEG-GATE-NAME
           MOVE SEG-GATE-NUMBER TO SEG-GATE-NAME (7:2)
           IF SEG-GATE-EVENT (SEG-SUB) NOT = "E"
               DISPLAY "P10: " SEG-GATE-NAME
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               SET SEGMENT-GATE-HELD TO TRUE
           ELSE
               IF SEG-GATE-RC (SEG-SUB) > RC-WARNING
                   OR SEG-GATE-RC (SEG-SUB) = RC-QUIESCED
                   DISPLAY "P10: " SEG-GATE-NAME " ENDED RC="
                       SEG-GATE-RC (SEG-SUB) " FOR RUN DATE "
                       CHAIN-RUN-DATE " - STEP HELD"
                   SET SEGMENT-GATE-HELD TO TRUE
               END-IF
           END-IF
           IF SEGMENT-GATE-HELD
               MOVE SEG-GATE-NAME TO GATE-PROGRAM
           END-IF.
       8825-CHECK-ONE-SEGMENT-END-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8850-POST-RUN-END - POST THIS STEP'S END: THE CONDITION CODE
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (CARDS READ AND
      * CARDS SIEVED). THE BASE STEP POSTS CARDS READ AND THE NUMBER
      * OF SEGMENTS, A SEGMENT THE PRIMES IN ITS SLICE AND THE NUMBER
      * OF SEGMENTS - P10RCTL LISTS THE PARTS OF THE NIGHT FROM THEM.
      * ONLY A STEP THAT POSTED A START POSTS AN END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE PARM-CARD-COUNT TO RUN-CONTROL-COUNT-1
           MOVE CARDS-TO-SIEVE TO RUN-CONTROL-COUNT-2
           IF SEG-ROLE-BASE
               MOVE SEG-COUNT TO RUN-CONTROL-COUNT-2
           END-IF
           IF SEG-ROLE-SEGMENT
               MOVE SEG-PRIME-COUNT TO RUN-CONTROL-COUNT-1
               MOVE SEG-COUNT TO RUN-CONTROL-COUNT-2
           END-IF
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
                   DISPLAY "P10: UNABLE TO OPEN RUNCTL, STATUS="
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
               DISPLAY "P10: UNABLE TO WRITE RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - " RUN-CONTROL-EVENT
                   " RECORD NOT POSTED"
           END-IF
           CLOSE RUN-CONTROL-FILE.
       8900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-RAISE-RETURN-CODE - RAISE THE RUN'S CONDITION CODE TO
      * NEW-RETURN-CODE IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN
      * FAILURE. P10JOB'S IF/THEN TESTS KEY OFF THIS CODE.
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           IF AUDIT-TRAIL-WANTED
               PERFORM 6000-WRITE-AUDIT-RECORDS
                   THRU 6000-WRITE-AUDIT-RECORDS-EXIT
           END-IF
           IF LOG-FILE-IS-OPEN
               CLOSE LOG-FILE
           END-IF
               CLOSE ERROR-FILE
           END-IF
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
