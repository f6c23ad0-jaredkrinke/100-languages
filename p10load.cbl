      *                 ROUND THE REBUILD LOOP FOREVER, AND THE
      *                 EMPTY-MASTER DETECTION BEHIND THE OPEN
      *                 COULD NEVER BE REACHED.
      * 2026-10-15 JDK  COMMIT-POINT RESTART. A LOAD CANCELLED PART
      *                 WAY THROUGH A BIG LIMIT RAISE COULD LEAVE A
      *                 PRIME ON PRIMEMST WITHOUT ITS ORDINAL ON
      *                 PRIMENDX (OR THE REVERSE), AND THE RERUN ONLY
      *                 LOOKED AT PRIMEMST'S HIGH KEY, SO THE ONLY
      *                 SAFE WAY BACK WAS THE P10LOADJ DELETE/DEFINE
      *                 REBUILD WITH P10Q AND P10INQ DOWN THROUGHOUT.
      *                 THE LOAD NOW RECORDS A COMMIT POINT ON LOADCKP
      *                 (LAST PRIME, ORDINAL AND COUNTS) EVERY
      *                 COMMIT-INTERVAL INSERTS AND AT THE END. A
      *                 RERUN CONFIRMS THE COMMIT POINT ON BOTH
      *                 CLUSTERS AND WALKS ONLY THE KEYS ABOVE IT,
      *                 WALKS PRIMENDX AS WELL AS PRIMEMST, REPAIRS
      *                 WHICHEVER SIDE IS SHORT FROM THE OTHER BEFORE
      *                 INSERTING ANYTHING NEW, AND REPORTS EACH
      *                 ACTION. ONLY CLUSTERS THAT DISAGREE WHERE
      *                 BOTH HAVE RECORDS STILL NEED THE REBUILD.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, KEYS INSERTED, KEYS ON THE MASTER) TO THE
      *                 SHARED RUNCTL DATASET UNDER THE CHAIN'S RUN
      *                 DATE, AND WILL NOT START UNLESS P10VFY ENDED
      *                 RC<=4 FOR THAT SAME DATE - A HELD STEP POSTS A G
      *                 RECORD AND ENDS RC=16. THE REBUILD RUN AFTER AN
      *                 RC=8 POSTS AS STEP030.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               RECORD KEY IS NDX-ORDINAL
               FILE STATUS IS INDEX-FILE-STATUS.

      *----------------------------------------------------------------
      * LOADCKP HOLDS THE ONE COMMIT-POINT RECORD, REWRITTEN FROM THE
      * TOP EACH TIME. A CANCEL DURING THAT REWRITE LEAVES NO USABLE
      * RECORD, WHICH ONLY MEANS THE RERUN WALKS BOTH CLUSTERS FROM
      * THE LOW KEY - THE COMMIT POINT SAVES TIME, IT IS NEVER
      * TRUSTED WITHOUT BEING CONFIRMED ON THE CLUSTERS.
      *----------------------------------------------------------------
           SELECT OPTIONAL COMMIT-FILE ASSIGN TO "LOADCKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMMIT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-FILE
           05  NDX-ORDINAL PIC 9(08).
           05  NDX-PRIME-NUMBER PIC 9(08).

      *----------------------------------------------------------------
      * THE COMMIT POINT: R = A LOAD IS (OR WAS, IF IT NEVER
      * FINISHED) RUNNING AND EVERY PRIME UP TO THIS ONE IS ON BOTH
      * CLUSTERS; C = THE LAST LOAD COMPLETED HERE. THE COUNTS ARE
      * THE LOAD'S OWN AS AT THE COMMIT.
      *----------------------------------------------------------------
       FD  COMMIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COMMIT-REC.
           05  LCP-STATE PIC X(01).
           05  LCP-LAST-PRIME PIC 9(08).
           05  LCP-LAST-ORDINAL PIC 9(08).
           05  LCP-KEYS-BEFORE PIC 9(08).
           05  LCP-INSERTS PIC 9(08).
           05  LCP-INDEX-REPAIRS PIC 9(08).
           05  LCP-MASTER-REPAIRS PIC 9(08).
           05  LCP-DATE PIC 9(08).
           05  LCP-TIME PIC 9(06).
           05  LCP-FILLER PIC X(17).

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
           77 PRIME-FILE-STATUS PIC X(02) VALUE SPACES.
           77 MASTER-FILE-STATUS PIC X(02) VALUE SPACES.
           77 INDEX-FILE-STATUS PIC X(02) VALUE SPACES.
           77 COMMIT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 PRIME-EOF-SWITCH PIC X(01) VALUE "N".
               88 PRIME-AT-EOF VALUE "Y".
           77 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
               88 MASTER-AT-EOF VALUE "Y".
           77 INDEX-EOF-SWITCH PIC X(01) VALUE "N".
               88 INDEX-AT-EOF VALUE "Y".

      *----------------------------------------------------------------
      * AN EMPTY MASTER IS LOADED IN FULL HERE RATHER THAN HANDED
           77 THIS-GAP PIC S9(8) COMP VALUE ZERO.
           77 NEXT-ORDINAL PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * COMMIT POINT AS READ AT START-UP AND AS WRITTEN DURING THE
      * LOAD. LOADED-HIGH-PRIME/-ORDINAL FOLLOW THE LAST PRIME
      * WRITTEN TO BOTH CLUSTERS; A COMMIT IS TAKEN EVERY
      * COMMIT-INTERVAL INSERTS. A COMMIT THAT CANNOT BE WRITTEN
      * STOPS FURTHER COMMITS (RC=4) BUT NOT THE LOAD.
      *----------------------------------------------------------------
           77 COMMIT-INTERVAL PIC S9(8) COMP VALUE 10000.
           77 COMMIT-DIV-QUOT PIC S9(8) COMP VALUE ZERO.
           77 COMMIT-DIV-REM PIC S9(8) COMP VALUE ZERO.
           77 COMMIT-POINT-SWITCH PIC X(01) VALUE "N".
               88 COMMIT-POINT-FOUND VALUE "Y".
           77 COMMIT-STATE PIC X(01) VALUE SPACE.
           77 COMMIT-PRIME PIC S9(8) COMP VALUE ZERO.
           77 COMMIT-ORDINAL PIC S9(8) COMP VALUE ZERO.
           77 COMMIT-STATE-OUT PIC X(01) VALUE SPACE.
           77 COMMIT-WRITE-SWITCH PIC X(01) VALUE "Y".
               88 COMMIT-WRITES-ENABLED VALUE "Y".
           77 COMMITS-RECORDED PIC S9(8) COMP VALUE ZERO.
           77 LOADED-HIGH-PRIME PIC S9(8) COMP VALUE ZERO.
           77 LOADED-HIGH-ORDINAL PIC S9(8) COMP VALUE ZERO.
           77 TODAY-DATE PIC 9(08) VALUE ZERO.
           77 NOW-TIME PIC 9(08) VALUE ZERO.
           01 NOW-TIME-BREAKDOWN.
               05 NOW-HHMMSS PIC 9(06).
               05 NOW-HUNDREDTHS PIC 9(02).

      *----------------------------------------------------------------
      * THE PRIMENDX WALK AND THE RESYNC. BOTH CLUSTERS ARE WRITTEN
      * IN ORDINAL ORDER, SO A CANCELLED LOAD CAN ONLY LEAVE ONE OF
      * THEM SHORT AT THE TOP: THE SHORT SIDE IS FILLED FROM THE
      * LONG SIDE ONCE THEIR LAST COMMON ORDINAL IS PROVED TO HOLD
      * THE SAME PRIME ON BOTH. A PRIMEMST RECORD REBUILT FROM
      * PRIMENDX IS HELD ONE BEHIND, AS IN THE LOAD, SO ITS TWIN
      * FLAG CAN SEE THE PRIME AFTER IT.
      *----------------------------------------------------------------
           77 INDEX-KEYS PIC S9(8) COMP VALUE ZERO.
           77 INDEX-HIGH-PRIME PIC S9(8) COMP VALUE ZERO.
           77 INDEX-SANITY-SWITCH PIC X(01) VALUE "Y".
               88 INDEX-IS-SANE VALUE "Y".
           77 INDEX-REPAIRS PIC S9(8) COMP VALUE ZERO.
           77 MASTER-REPAIRS PIC S9(8) COMP VALUE ZERO.
           77 REPAIR-FIRST-ORDINAL PIC S9(8) COMP VALUE ZERO.
           77 REPAIR-PRIOR-PRIME PIC S9(8) COMP VALUE ZERO.
           77 HOLD-SWITCH PIC X(01) VALUE "N".
               88 HOLD-KEY-HELD VALUE "Y".
           77 HOLD-PRIME PIC S9(8) COMP VALUE ZERO.
           77 HOLD-ORDINAL PIC S9(8) COMP VALUE ZERO.
           77 HOLD-GAP PIC S9(8) COMP VALUE ZERO.
           77 HOLD-TWIN PIC X(01) VALUE "N".

           77 EDIT-COUNT PIC ZZ,ZZZ,ZZ9.
           77 EDIT-KEY PIC ZZ,ZZZ,ZZ9.
           77 EDIT-ORDINAL PIC ZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH P10LOADJ: 0 = LOAD APPLIED (OR
      * MASTER ALREADY CURRENT), 4 = WARNING (PRIMEOUT MISSING OR
      * EMPTY, OR THE MASTER'S HIGH KEY IS ABOVE THE LISTING -
      * NOTHING WAS INSERTED - OR A COMMIT POINT COULD NOT BE
      * RECORDED), 8 = FULL REBUILD REQUIRED (A CLUSTER WOULD NOT
      * OPEN, A CLUSTER FAILED THE SANITY CHECK, OR THE TWO
      * DISAGREE WHERE BOTH HAVE RECORDS - THE DELETE/DEFINE
      * FALLBACK STEPS RUN AND THIS PROGRAM IS RERUN AGAINST THE
      * FRESH CLUSTERS), 12 = I/O FAILURE DURING THE LOAD OR THE
      * RESYNC ITSELF.
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-FULL-LOAD PIC S9(4) COMP VALUE 8.
           77 RC-LOAD-FAILURE PIC S9(4) COMP VALUE 12.

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
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10LOAD".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10LOADJ".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP010".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 GATE-PROGRAM PIC X(08) VALUE "P10VFY".
           77 GATE-GOOD-MAX-RC PIC S9(4) COMP VALUE 4.
           77 GATE-LAST-EVENT PIC X(01) VALUE SPACE.
           77 GATE-LAST-RC PIC 9(04) VALUE ZERO.
           77 LOAD-LAST-EVENT PIC X(01) VALUE SPACE.
           77 LOAD-LAST-RC PIC 9(04) VALUE ZERO.
           77 RC-GATE-HELD PIC S9(4) COMP VALUE 16.
           77 RUN-START-SWITCH PIC X(01) VALUE "N".
               88 RUN-STEP-STARTED VALUE "Y".
           01 RUN-CONTROL-CLOCK.
               05 RUN-CONTROL-HHMMSS PIC 9(06).
               05 RUN-CONTROL-HUNDREDTHS PIC 9(02).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE LOAD.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-CHECK-RUN-GATE
               THRU 8800-CHECK-RUN-GATE-EXIT

           PERFORM 1000-OPEN-MASTER
               THRU 1000-OPEN-MASTER-EXIT
           IF RUN-RETURN-CODE >= RC-FULL-LOAD
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1500-READ-COMMIT-POINT
               THRU 1500-READ-COMMIT-POINT-EXIT

           PERFORM 2000-WALK-MASTER
               THRU 2000-WALK-MASTER-EXIT
           IF RUN-RETURN-CODE >= RC-FULL-LOAD
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           PERFORM 2500-WALK-INDEX
               THRU 2500-WALK-INDEX-EXIT
           IF RUN-RETURN-CODE < RC-FULL-LOAD
               PERFORM 2700-RESYNC-CLUSTERS
                   THRU 2700-RESYNC-CLUSTERS-EXIT
           END-IF
           IF RUN-RETURN-CODE >= RC-FULL-LOAD
               CLOSE MASTER-FILE
               CLOSE INDEX-FILE
               PERFORM 4000-REPORT-RESULTS
                   THRU 4000-REPORT-RESULTS-EXIT
               PERFORM 9999-END-PROGRAM
                   THRU 9999-END-PROGRAM-EXIT
           END-IF

           PERFORM 3000-APPLY-NEW-PRIMES
               THRU 3000-APPLY-NEW-PRIMES-EXIT
           IF RUN-RETURN-CODE < RC-FULL-LOAD
               PERFORM 3500-RECORD-COMPLETION
                   THRU 3500-RECORD-COMPLETION-EXIT
           END-IF

           CLOSE MASTER-FILE
           CLOSE INDEX-FILE
       1100-REOPEN-FOR-LOAD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 1500-READ-COMMIT-POINT - PICK UP THE COMMIT POINT THE LAST
      * LOAD LEFT ON LOADCKP. AN INITIAL LOAD IGNORES IT (THE
      * CLUSTERS IT DESCRIBES ARE GONE); AN ABSENT, EMPTY OR
      * DAMAGED RECORD MEANS THE WALKS START FROM THE LOW KEY.
      *----------------------------------------------------------------
       1500-READ-COMMIT-POINT.
           IF INITIAL-LOAD-MODE
               GO TO 1500-READ-COMMIT-POINT-EXIT
           END-IF

           OPEN INPUT COMMIT-FILE
           IF COMMIT-FILE-STATUS NOT = "00"
               IF COMMIT-FILE-STATUS = "05"
                   CLOSE COMMIT-FILE
               END-IF
               DISPLAY "P10LOAD: NO COMMIT POINT ON LOADCKP - "
                   "WALKING BOTH CLUSTERS FROM THE LOW KEY"
               GO TO 1500-READ-COMMIT-POINT-EXIT
           END-IF
           READ COMMIT-FILE
               AT END
                   MOVE SPACES TO COMMIT-REC
           END-READ
           CLOSE COMMIT-FILE

           IF (LCP-STATE = "R" OR "C")
               AND LCP-LAST-PRIME NUMERIC
               AND LCP-LAST-ORDINAL NUMERIC
               AND LCP-LAST-ORDINAL > ZERO
               SET COMMIT-POINT-FOUND TO TRUE
               MOVE LCP-STATE TO COMMIT-STATE
               MOVE LCP-LAST-PRIME TO COMMIT-PRIME
               MOVE LCP-LAST-ORDINAL TO COMMIT-ORDINAL
           ELSE
               DISPLAY "P10LOAD: NO USABLE COMMIT POINT ON LOADCKP "
                   "- WALKING BOTH CLUSTERS FROM THE LOW KEY"
               GO TO 1500-READ-COMMIT-POINT-EXIT
           END-IF

           MOVE COMMIT-PRIME TO EDIT-KEY
           MOVE COMMIT-ORDINAL TO EDIT-ORDINAL
           IF COMMIT-STATE = "R"
               DISPLAY "P10LOAD: LAST LOAD DID NOT FINISH - "
                   "RESTARTING FROM COMMIT POINT PRIME " EDIT-KEY
                   " ORDINAL " EDIT-ORDINAL
           ELSE
               DISPLAY "P10LOAD: LAST LOAD COMPLETED AT PRIME "
                   EDIT-KEY " ORDINAL " EDIT-ORDINAL
           END-IF.
       1500-READ-COMMIT-POINT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-WALK-MASTER - READ THE MASTER SEQUENTIALLY FROM THE LOW
      * KEY TO END, COUNTING KEYS, CAPTURING THE HIGH KEY AND ITS
      * REBUILDING IT, AND IT STAYS OPEN AND SHARED THROUGHOUT. AN
      * EMPTY MASTER SWITCHES THE RUN TO INITIAL-LOAD MODE INSTEAD
      * OF FAILING - ONLY THIS PROGRAM CAN DERIVE THE ENRICHED
      * FIELDS, SO THE FIRST LOAD IS ITS JOB TOO. A COMMIT POINT
      * CONFIRMED ON BOTH CLUSTERS STANDS FOR EVERYTHING BELOW IT
      * (THE RUN THAT WROTE IT WALKED OR LOADED THAT PART), SO THE
      * WALK THEN STARTS JUST ABOVE IT; NOTHING ABOVE IT AT ALL IS
      * A MASTER ALREADY AT THE COMMIT POINT, NOT AN EMPTY ONE.
      *----------------------------------------------------------------
       2000-WALK-MASTER.
           IF INITIAL-LOAD-MODE
               GO TO 2000-WALK-MASTER-EXIT
           END-IF

           IF COMMIT-POINT-FOUND
               PERFORM 2050-VERIFY-COMMIT-POINT
                   THRU 2050-VERIFY-COMMIT-POINT-EXIT
           END-IF

           IF COMMIT-POINT-FOUND
               MOVE COMMIT-PRIME TO MAST-PRIME-NUMBER
           ELSE
               MOVE ZEROES TO MAST-PRIME-NUMBER
           END-IF
           START MASTER-FILE
               KEY IS GREATER THAN MAST-PRIME-NUMBER
           IF MASTER-FILE-STATUS NOT = "00"
               AND COMMIT-POINT-FOUND
               MOVE "00" TO MASTER-FILE-STATUS
               GO TO 2000-WALK-MASTER-CHECK
           END-IF
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "P10LOAD: PRIMEMST IS EMPTY"
               SET INITIAL-LOAD-MODE TO TRUE

           PERFORM 2100-WALK-ONE-KEY
               THRU 2100-WALK-ONE-KEY-EXIT
               UNTIL MASTER-AT-EOF.

       2000-WALK-MASTER-CHECK.
           IF NOT MASTER-IS-SANE
               DISPLAY "P10LOAD: PRIMEMST FAILED THE SANITY CHECK "
                   "- FULL REBUILD REQUIRED"
       2000-WALK-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2050-VERIFY-COMMIT-POINT - THE COMMIT POINT IS USED ONLY IF
      * ITS PRIME IS ON PRIMEMST WITH ITS ORDINAL AND ITS ORDINAL IS
      * ON PRIMENDX WITH ITS PRIME. IF SO THE WALKS OF BOTH CLUSTERS
      * ARE SEEDED FROM IT; IF NOT IT IS DROPPED AND BOTH ARE WALKED
      * FROM THE LOW KEY.
      *----------------------------------------------------------------
       2050-VERIFY-COMMIT-POINT.
           MOVE COMMIT-PRIME TO MAST-PRIME-NUMBER
           READ MASTER-FILE
           IF MASTER-FILE-STATUS NOT = "00"
               OR MAST-ORDINAL NOT NUMERIC
               OR MAST-ORDINAL NOT = COMMIT-ORDINAL
               GO TO 2050-VERIFY-COMMIT-POINT-DROP
           END-IF
           MOVE MAST-TWIN-FLAG TO MASTER-HIGH-TWIN
           MOVE COMMIT-ORDINAL TO NDX-ORDINAL
           READ INDEX-FILE
           IF INDEX-FILE-STATUS NOT = "00"
               OR NDX-PRIME-NUMBER NOT NUMERIC
               OR NDX-PRIME-NUMBER NOT = COMMIT-PRIME
               GO TO 2050-VERIFY-COMMIT-POINT-DROP
           END-IF

           MOVE COMMIT-ORDINAL TO KEYS-BEFORE
           MOVE COMMIT-ORDINAL TO MASTER-HIGH-ORDINAL
           MOVE COMMIT-PRIME TO MASTER-HIGH-KEY
           MOVE COMMIT-PRIME TO PRIOR-MASTER-KEY
           MOVE COMMIT-ORDINAL TO INDEX-KEYS
           MOVE COMMIT-PRIME TO INDEX-HIGH-PRIME
           DISPLAY "P10LOAD: COMMIT POINT CONFIRMED ON PRIMEMST AND "
               "PRIMENDX - WALKING ONLY THE KEYS ABOVE IT"
           GO TO 2050-VERIFY-COMMIT-POINT-EXIT.

       2050-VERIFY-COMMIT-POINT-DROP.
           DISPLAY "P10LOAD: COMMIT POINT NOT CONFIRMED ON BOTH "
               "CLUSTERS, STATUS=" MASTER-FILE-STATUS "/"
               INDEX-FILE-STATUS " - WALKING FROM THE LOW KEY"
           MOVE "N" TO COMMIT-POINT-SWITCH
           MOVE "N" TO MASTER-HIGH-TWIN
      *----------------------------------------------------------------
      * BOTH FILES OPENED CLEAN AND ARE STILL OPEN - RESTORE "00" SO
      * THE REOPEN'S CLOSE-IF-OPEN TEST SEES THEM THAT WAY SHOULD
      * THE MASTER TURN OUT TO BE EMPTY.
      *----------------------------------------------------------------
           MOVE "00" TO MASTER-FILE-STATUS
           MOVE "00" TO INDEX-FILE-STATUS.
       2050-VERIFY-COMMIT-POINT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-WALK-ONE-KEY - ONE STEP OF THE MASTER WALK: COUNT THE
      * KEY, TEST THE INVARIANTS, REMEMBER IT AS THE HIGH KEY SO
       2100-WALK-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2500-WALK-INDEX - READ PRIMENDX FROM ABOVE THE COMMIT POINT
      * (OR FROM ORDINAL 1) TO END: ORDINALS MUST RUN ON ONE BY ONE
      * AND THE PRIMES MUST ASCEND, THE SAME INVARIANTS THE MASTER
      * WALK PROVES. A PRIMENDX THAT FAILS THEM CANNOT BE REPAIRED
      * FROM, OR TO, AND THE PAIR MUST BE REBUILT.
      *----------------------------------------------------------------
       2500-WALK-INDEX.
           IF INITIAL-LOAD-MODE
               GO TO 2500-WALK-INDEX-EXIT
           END-IF

           MOVE INDEX-KEYS TO NDX-ORDINAL
           START INDEX-FILE
               KEY IS GREATER THAN NDX-ORDINAL
           IF INDEX-FILE-STATUS NOT = "00"
               MOVE "00" TO INDEX-FILE-STATUS
               GO TO 2500-WALK-INDEX-CHECK
           END-IF
           MOVE "N" TO INDEX-EOF-SWITCH
           PERFORM 2600-WALK-ONE-ORDINAL
               THRU 2600-WALK-ONE-ORDINAL-EXIT
               UNTIL INDEX-AT-EOF.

       2500-WALK-INDEX-CHECK.
           IF NOT INDEX-IS-SANE
               DISPLAY "P10LOAD: PRIMENDX FAILED THE SANITY CHECK "
                   "- FULL REBUILD REQUIRED"
               MOVE RC-FULL-LOAD TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
           END-IF.
       2500-WALK-INDEX-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2600-WALK-ONE-ORDINAL - ONE STEP OF THE PRIMENDX WALK.
      *----------------------------------------------------------------
       2600-WALK-ONE-ORDINAL.
           READ INDEX-FILE NEXT
               AT END
                   SET INDEX-AT-EOF TO TRUE
                   GO TO 2600-WALK-ONE-ORDINAL-EXIT
           END-READ
           IF INDEX-FILE-STATUS NOT = "00"
               SET INDEX-AT-EOF TO TRUE
               GO TO 2600-WALK-ONE-ORDINAL-EXIT
           END-IF

           ADD 1 TO INDEX-KEYS
           IF NDX-ORDINAL NOT = INDEX-KEYS
               DISPLAY "P10LOAD: PRIMENDX ORDINAL " NDX-ORDINAL
                   " NOT POSITION " INDEX-KEYS
               MOVE "N" TO INDEX-SANITY-SWITCH
           END-IF
           IF NDX-PRIME-NUMBER NOT NUMERIC
               OR NDX-PRIME-NUMBER NOT > INDEX-HIGH-PRIME
               DISPLAY "P10LOAD: PRIMENDX ORDINAL " NDX-ORDINAL
                   " PRIME " NDX-PRIME-NUMBER " NOT ABOVE PRIOR "
                   "PRIME " INDEX-HIGH-PRIME
               MOVE "N" TO INDEX-SANITY-SWITCH
           END-IF
           MOVE NDX-PRIME-NUMBER TO INDEX-HIGH-PRIME.
       2600-WALK-ONE-ORDINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2700-RESYNC-CLUSTERS - PROVE THE TWO CLUSTERS ARE IN STEP
      * (SAME HIGH ORDINAL, SAME PRIME AT IT), OR FILL THE SHORT
      * SIDE FROM THE LONG ONE BEFORE ANY NEW PRIME GOES IN. IF
      * THEY DISAGREE AT THE LAST ORDINAL THEY SHARE, NEITHER CAN
      * BE TRUSTED TO REPAIR THE OTHER.
      *----------------------------------------------------------------
       2700-RESYNC-CLUSTERS.
           IF INITIAL-LOAD-MODE
               GO TO 2700-RESYNC-CLUSTERS-EXIT
           END-IF

           IF MASTER-HIGH-ORDINAL = INDEX-KEYS
               IF MASTER-HIGH-KEY = INDEX-HIGH-PRIME
                   MOVE INDEX-KEYS TO EDIT-ORDINAL
                   DISPLAY "P10LOAD: PRIMEMST AND PRIMENDX IN STEP "
                       "AT ORDINAL " EDIT-ORDINAL
               ELSE
                   DISPLAY "P10LOAD: PRIMEMST HIGH KEY "
                       MASTER-HIGH-KEY " AND PRIMENDX HIGH PRIME "
                       INDEX-HIGH-PRIME " DISAGREE - FULL REBUILD "
                       "REQUIRED"
                   MOVE RC-FULL-LOAD TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
               GO TO 2700-RESYNC-CLUSTERS-EXIT
           END-IF

           IF MASTER-HIGH-ORDINAL > INDEX-KEYS
               PERFORM 2710-REPAIR-INDEX
                   THRU 2710-REPAIR-INDEX-EXIT
           ELSE
               PERFORM 2750-REPAIR-MASTER
                   THRU 2750-REPAIR-MASTER-EXIT
           END-IF.
       2700-RESYNC-CLUSTERS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2710-REPAIR-INDEX - PRIMEMST IS AHEAD: ITS RECORD AT
      * PRIMENDX'S HIGH PRIME MUST CARRY PRIMENDX'S HIGH ORDINAL,
      * THEN EVERY MASTER KEY ABOVE IT GIVES BACK ITS MISSING
      * PRIMENDX RECORD.
      *----------------------------------------------------------------
       2710-REPAIR-INDEX.
           IF INDEX-KEYS > ZERO
               MOVE INDEX-HIGH-PRIME TO MAST-PRIME-NUMBER
               READ MASTER-FILE
               IF MASTER-FILE-STATUS NOT = "00"
                   OR MAST-ORDINAL NOT = INDEX-KEYS
                   DISPLAY "P10LOAD: PRIMENDX HIGH ORDINAL "
                       INDEX-KEYS " PRIME " INDEX-HIGH-PRIME
                       " NOT MATCHED ON PRIMEMST, STATUS="
                       MASTER-FILE-STATUS " - FULL REBUILD REQUIRED"
                   MOVE RC-FULL-LOAD TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 2710-REPAIR-INDEX-EXIT
               END-IF
           END-IF

           MOVE INDEX-HIGH-PRIME TO MAST-PRIME-NUMBER
           START MASTER-FILE
               KEY IS GREATER THAN MAST-PRIME-NUMBER
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "P10LOAD: UNABLE TO POSITION PRIMEMST FOR "
                   "REPAIR, STATUS=" MASTER-FILE-STATUS
               MOVE RC-LOAD-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 2710-REPAIR-INDEX-EXIT
           END-IF

           COMPUTE REPAIR-FIRST-ORDINAL = INDEX-KEYS + 1
           MOVE "N" TO MASTER-EOF-SWITCH
           PERFORM 2720-REPAIR-ONE-ORDINAL
               THRU 2720-REPAIR-ONE-ORDINAL-EXIT
               UNTIL MASTER-AT-EOF

           MOVE REPAIR-FIRST-ORDINAL TO EDIT-KEY
           MOVE INDEX-KEYS TO EDIT-ORDINAL
           MOVE INDEX-REPAIRS TO EDIT-COUNT
           DISPLAY "P10LOAD: PRIMENDX ORDINALS " EDIT-KEY " THRU "
               EDIT-ORDINAL " RESTORED FROM PRIMEMST - "
               EDIT-COUNT " RECORD(S)".
       2710-REPAIR-INDEX-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2720-REPAIR-ONE-ORDINAL - ONE MASTER KEY ABOVE PRIMENDX'S
      * HIGH PRIME BECOMES ITS PRIMENDX RECORD.
      *----------------------------------------------------------------
       2720-REPAIR-ONE-ORDINAL.
           READ MASTER-FILE NEXT
               AT END
                   SET MASTER-AT-EOF TO TRUE
                   GO TO 2720-REPAIR-ONE-ORDINAL-EXIT
           END-READ
           IF MASTER-FILE-STATUS NOT = "00"
               SET MASTER-AT-EOF TO TRUE
               GO TO 2720-REPAIR-ONE-ORDINAL-EXIT
           END-IF

           MOVE MAST-ORDINAL TO NDX-ORDINAL
           MOVE MAST-PRIME-NUMBER TO NDX-PRIME-NUMBER
           WRITE INDEX-REC
           IF INDEX-FILE-STATUS NOT = "00"
               DISPLAY "P10LOAD: PRIMENDX REPAIR WRITE FAILED FOR "
                   "ORDINAL " NDX-ORDINAL ", STATUS="
                   INDEX-FILE-STATUS " - LOAD STOPPED"
               MOVE RC-LOAD-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               SET MASTER-AT-EOF TO TRUE
               GO TO 2720-REPAIR-ONE-ORDINAL-EXIT
           END-IF
           ADD 1 TO INDEX-REPAIRS
           ADD 1 TO INDEX-KEYS
           MOVE MAST-PRIME-NUMBER TO INDEX-HIGH-PRIME.
       2720-REPAIR-ONE-ORDINAL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2750-REPAIR-MASTER - PRIMENDX IS AHEAD: ITS RECORD AT THE
      * MASTER'S HIGH ORDINAL MUST CARRY THE MASTER'S HIGH KEY, THEN
      * EVERY PRIMENDX ORDINAL ABOVE IT GIVES BACK ITS MISSING
      * MASTER RECORD, WITH GAP AND TWIN FLAG DERIVED AS THE LOAD
      * DERIVES THEM. AFTERWARDS THE MASTER'S HIGH KEY IS THE LAST
      * ONE RESTORED, SO THE LOAD CARRIES ON FROM THERE.
      *----------------------------------------------------------------
       2750-REPAIR-MASTER.
           MOVE MASTER-HIGH-ORDINAL TO NDX-ORDINAL
           READ INDEX-FILE
           IF INDEX-FILE-STATUS NOT = "00"
               OR NDX-PRIME-NUMBER NOT = MASTER-HIGH-KEY
               DISPLAY "P10LOAD: PRIMEMST HIGH KEY " MASTER-HIGH-KEY
                   " ORDINAL " MASTER-HIGH-ORDINAL
                   " NOT MATCHED ON PRIMENDX, STATUS="
                   INDEX-FILE-STATUS " - FULL REBUILD REQUIRED"
               MOVE RC-FULL-LOAD TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 2750-REPAIR-MASTER-EXIT
           END-IF

           START INDEX-FILE
               KEY IS GREATER THAN NDX-ORDINAL
           IF INDEX-FILE-STATUS NOT = "00"
               DISPLAY "P10LOAD: UNABLE TO POSITION PRIMENDX FOR "
                   "REPAIR, STATUS=" INDEX-FILE-STATUS
               MOVE RC-LOAD-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 2750-REPAIR-MASTER-EXIT
           END-IF

           COMPUTE REPAIR-FIRST-ORDINAL = MASTER-HIGH-ORDINAL + 1
           MOVE MASTER-HIGH-KEY TO REPAIR-PRIOR-PRIME
           MOVE "N" TO HOLD-SWITCH
           MOVE "N" TO INDEX-EOF-SWITCH
           PERFORM 2760-REPAIR-ONE-KEY
               THRU 2760-REPAIR-ONE-KEY-EXIT
               UNTIL INDEX-AT-EOF
           IF HOLD-KEY-HELD
               PERFORM 2770-WRITE-HELD-KEY
                   THRU 2770-WRITE-HELD-KEY-EXIT
           END-IF

           MOVE REPAIR-FIRST-ORDINAL TO EDIT-KEY
           MOVE MASTER-HIGH-ORDINAL TO EDIT-ORDINAL
           MOVE MASTER-REPAIRS TO EDIT-COUNT
           DISPLAY "P10LOAD: PRIMEMST ORDINALS " EDIT-KEY " THRU "
               EDIT-ORDINAL " RESTORED FROM PRIMENDX - "
               EDIT-COUNT " RECORD(S)".
       2750-REPAIR-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2760-REPAIR-ONE-KEY - ONE PRIMENDX ORDINAL ABOVE THE
      * MASTER'S HIGH ORDINAL. THE RECORD BEFORE IT IS WRITTEN NOW
      * THAT ITS TWIN FLAG IS SETTLED; THE FIRST ONE TWO ABOVE THE
      * MASTER'S HIGH KEY RAISES THAT BOUNDARY RECORD'S FLAG.
      *----------------------------------------------------------------
       2760-REPAIR-ONE-KEY.
           READ INDEX-FILE NEXT
               AT END
                   SET INDEX-AT-EOF TO TRUE
                   GO TO 2760-REPAIR-ONE-KEY-EXIT
           END-READ
           IF INDEX-FILE-STATUS NOT = "00"
               SET INDEX-AT-EOF TO TRUE
               GO TO 2760-REPAIR-ONE-KEY-EXIT
           END-IF

           COMPUTE THIS-GAP = NDX-PRIME-NUMBER - REPAIR-PRIOR-PRIME
           IF HOLD-KEY-HELD
               IF THIS-GAP = 2
                   MOVE "Y" TO HOLD-TWIN
               END-IF
               PERFORM 2770-WRITE-HELD-KEY
                   THRU 2770-WRITE-HELD-KEY-EXIT
           ELSE
               IF THIS-GAP = 2
                   PERFORM 3250-RAISE-BOUNDARY-TWIN
                       THRU 3250-RAISE-BOUNDARY-TWIN-EXIT
               END-IF
           END-IF

           MOVE NDX-PRIME-NUMBER TO HOLD-PRIME
           MOVE NDX-PRIME-NUMBER TO REPAIR-PRIOR-PRIME
           MOVE NDX-ORDINAL TO HOLD-ORDINAL
           MOVE THIS-GAP TO HOLD-GAP
           IF THIS-GAP = 2
               MOVE "Y" TO HOLD-TWIN
           ELSE
               MOVE "N" TO HOLD-TWIN
           END-IF
           SET HOLD-KEY-HELD TO TRUE.
       2760-REPAIR-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2770-WRITE-HELD-KEY - WRITE THE HELD MASTER RECORD AND MAKE
      * IT THE MASTER'S HIGH KEY.
      *----------------------------------------------------------------
       2770-WRITE-HELD-KEY.
           MOVE "N" TO HOLD-SWITCH
           MOVE HOLD-PRIME TO MAST-PRIME-NUMBER
           MOVE HOLD-ORDINAL TO MAST-ORDINAL
           MOVE HOLD-GAP TO MAST-GAP
           MOVE HOLD-TWIN TO MAST-TWIN-FLAG
           WRITE MASTER-REC
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "P10LOAD: PRIMEMST REPAIR WRITE FAILED FOR "
                   "KEY " MAST-PRIME-NUMBER ", STATUS="
                   MASTER-FILE-STATUS " - LOAD STOPPED"
               MOVE RC-LOAD-FAILURE TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               SET INDEX-AT-EOF TO TRUE
               GO TO 2770-WRITE-HELD-KEY-EXIT
           END-IF
           ADD 1 TO MASTER-REPAIRS
           MOVE HOLD-PRIME TO MASTER-HIGH-KEY
           MOVE HOLD-ORDINAL TO MASTER-HIGH-ORDINAL
           MOVE HOLD-TWIN TO MASTER-HIGH-TWIN.
       2770-WRITE-HELD-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-APPLY-NEW-PRIMES - READ PRIMEOUT, SKIP FORWARD PAST THE
      * MASTER'S HIGH KEY, AND INSERT EVERY PRIME ABOVE IT WITH ITS
      *----------------------------------------------------------------
       3000-APPLY-NEW-PRIMES.
           MOVE MASTER-HIGH-ORDINAL TO NEXT-ORDINAL
           MOVE MASTER-HIGH-KEY TO LOADED-HIGH-PRIME
           MOVE MASTER-HIGH-ORDINAL TO LOADED-HIGH-ORDINAL

           OPEN INPUT PRIME-FILE
           IF PRIME-FILE-STATUS NOT = "00"

      *----------------------------------------------------------------
      * 3200-WRITE-PENDING-PRIME - WRITE THE STAGED PRIME TO BOTH
      * CLUSTERS NOW THAT ITS TWIN FLAG IS SETTLED, AND TAKE A
      * COMMIT POINT EVERY COMMIT-INTERVAL INSERTS.
      *----------------------------------------------------------------
       3200-WRITE-PENDING-PRIME.
           MOVE PENDING-PRIME TO MAST-PRIME-NUMBER
               GO TO 3200-WRITE-PENDING-PRIME-EXIT
           END-IF

           ADD 1 TO INSERTS-APPLIED
           MOVE PENDING-PRIME TO LOADED-HIGH-PRIME
           MOVE PENDING-ORDINAL TO LOADED-HIGH-ORDINAL
           DIVIDE INSERTS-APPLIED BY COMMIT-INTERVAL
               GIVING COMMIT-DIV-QUOT
               REMAINDER COMMIT-DIV-REM
           IF COMMIT-DIV-REM = ZERO
               MOVE "R" TO COMMIT-STATE-OUT
               PERFORM 3400-WRITE-COMMIT-POINT
                   THRU 3400-WRITE-COMMIT-POINT-EXIT
           END-IF.
       3200-WRITE-PENDING-PRIME-EXIT.
           EXIT.

       3300-FLUSH-PENDING-PRIME-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3400-WRITE-COMMIT-POINT - REWRITE LOADCKP WITH THE LAST PRIME
      * NOW ON BOTH CLUSTERS, ITS ORDINAL AND THE LOAD'S COUNTS SO
      * FAR, IN STATE COMMIT-STATE-OUT.
      *----------------------------------------------------------------
       3400-WRITE-COMMIT-POINT.
           IF NOT COMMIT-WRITES-ENABLED
               GO TO 3400-WRITE-COMMIT-POINT-EXIT
           END-IF
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-TIME TO NOW-TIME-BREAKDOWN

           OPEN OUTPUT COMMIT-FILE
           IF COMMIT-FILE-STATUS NOT = "00"
               GO TO 3400-WRITE-COMMIT-POINT-FAILED
           END-IF
           MOVE SPACES TO COMMIT-REC
           MOVE COMMIT-STATE-OUT TO LCP-STATE
           MOVE LOADED-HIGH-PRIME TO LCP-LAST-PRIME
           MOVE LOADED-HIGH-ORDINAL TO LCP-LAST-ORDINAL
           MOVE KEYS-BEFORE TO LCP-KEYS-BEFORE
           MOVE INSERTS-APPLIED TO LCP-INSERTS
           MOVE INDEX-REPAIRS TO LCP-INDEX-REPAIRS
           MOVE MASTER-REPAIRS TO LCP-MASTER-REPAIRS
           MOVE TODAY-DATE TO LCP-DATE
           MOVE NOW-HHMMSS TO LCP-TIME
           WRITE COMMIT-REC
           IF COMMIT-FILE-STATUS NOT = "00"
               CLOSE COMMIT-FILE
               GO TO 3400-WRITE-COMMIT-POINT-FAILED
           END-IF
           CLOSE COMMIT-FILE
           ADD 1 TO COMMITS-RECORDED
           GO TO 3400-WRITE-COMMIT-POINT-EXIT.

       3400-WRITE-COMMIT-POINT-FAILED.
           DISPLAY "P10LOAD: UNABLE TO RECORD COMMIT POINT, STATUS="
               COMMIT-FILE-STATUS " - A RESTART WILL WALK FROM THE "
               "LOW KEY"
           MOVE "N" TO COMMIT-WRITE-SWITCH
           MOVE RC-WARNING TO NEW-RETURN-CODE
           PERFORM 9100-RAISE-RETURN-CODE
               THRU 9100-RAISE-RETURN-CODE-EXIT.
       3400-WRITE-COMMIT-POINT-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3500-RECORD-COMPLETION - THE LOAD RAN TO THE END OF THE
      * LISTING: RECORD THE FINAL COMMIT POINT AS COMPLETED, SO THE
      * NEXT RUN STARTS ITS WALKS FROM HERE.
      *----------------------------------------------------------------
       3500-RECORD-COMPLETION.
           IF LOADED-HIGH-ORDINAL = ZERO
               GO TO 3500-RECORD-COMPLETION-EXIT
           END-IF
           MOVE "C" TO COMMIT-STATE-OUT
           PERFORM 3400-WRITE-COMMIT-POINT
               THRU 3400-WRITE-COMMIT-POINT-EXIT
           IF COMMIT-WRITES-ENABLED
               MOVE LOADED-HIGH-PRIME TO EDIT-KEY
               MOVE LOADED-HIGH-ORDINAL TO EDIT-ORDINAL
               DISPLAY "P10LOAD: LOAD COMPLETE - COMMIT POINT "
                   "RECORDED AT PRIME " EDIT-KEY " ORDINAL "
                   EDIT-ORDINAL
           END-IF.
       3500-RECORD-COMPLETION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 4000-REPORT-RESULTS - KEYS BEFORE, INSERTS APPLIED, KEYS
      * AFTER. A HIGH KEY ABOVE EVERYTHING ON THE LISTING MEANS THE
      * THE LISTING IS SUPPOSED TO ONLY EVER GROW WITH THE LIMIT.
      *----------------------------------------------------------------
       4000-REPORT-RESULTS.
           COMPUTE KEYS-AFTER = KEYS-BEFORE + MASTER-REPAIRS
               + INSERTS-APPLIED

           MOVE KEYS-BEFORE TO EDIT-COUNT
           DISPLAY "P10LOAD: KEYS ON MASTER BEFORE " EDIT-COUNT
           MOVE MASTER-HIGH-KEY TO EDIT-KEY
           DISPLAY "P10LOAD: MASTER HIGH KEY       " EDIT-KEY
           MOVE MASTER-REPAIRS TO EDIT-COUNT
           DISPLAY "P10LOAD: PRIMEMST REPAIRS      " EDIT-COUNT
           MOVE INDEX-REPAIRS TO EDIT-COUNT
           DISPLAY "P10LOAD: PRIMENDX REPAIRS      " EDIT-COUNT
           MOVE INSERTS-APPLIED TO EDIT-COUNT
           DISPLAY "P10LOAD: INSERTS APPLIED       " EDIT-COUNT
           MOVE COMMITS-RECORDED TO EDIT-COUNT
           DISPLAY "P10LOAD: COMMIT POINTS RECORDED" EDIT-COUNT
           MOVE RECORDS-SKIPPED TO EDIT-COUNT
           DISPLAY "P10LOAD: LISTING RECORDS SKIPPED "
               EDIT-COUNT
       4000-REPORT-RESULTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-CHECK-RUN-GATE - FIND THE CHAIN'S RUN DATE (THE LATEST
      * DATE ON RUNCTL) AND THE LAST RECORD P10VFY POSTED FOR IT. THE
      * STEP STARTS ONLY IF THAT WAS AN END WITH RC NOT ABOVE
      * GATE-GOOD-MAX-RC. A STEP HELD HERE POSTS A G RECORD NAMING
      * P10VFY AND ENDS RC=16 WITHOUT OPENING ANYTHING ELSE; SO DOES A
      * STEP THAT CANNOT READ RUNCTL OR FINDS NO RUN DATE. A RUN THAT
      * FOLLOWS THIS PROGRAM'S OWN RC=8 FOR THE SAME DATE IS P10LOADJ'S
      * REBUILD STEP, AND POSTS AS STEP030.
      *----------------------------------------------------------------
       8800-CHECK-RUN-GATE.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "05"
               PERFORM 8810-READ-RUN-CONTROL
                   THRU 8810-READ-RUN-CONTROL-EXIT
                   UNTIL RUN-CONTROL-AT-EOF
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "P10LOAD: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF CHAIN-RUN-DATE = ZERO
               DISPLAY "P10LOAD: NO RUN DATE OPENED ON RUNCTL - "
                   "STEP HELD"
               MOVE RC-GATE-HELD TO RETURN-CODE
               STOP RUN
           END-IF

           IF LOAD-LAST-EVENT = "E"
               IF LOAD-LAST-RC = RC-FULL-LOAD
                   MOVE "STEP030" TO RUN-CONTROL-STEP
               END-IF
           END-IF

           IF GATE-LAST-EVENT NOT = "E"
               DISPLAY "P10LOAD: " GATE-PROGRAM
                   " HAS NOT ENDED FOR RUN DATE " CHAIN-RUN-DATE
                   " - STEP HELD"
               GO TO 8800-CHECK-RUN-GATE-HELD
           END-IF
           IF GATE-LAST-RC > GATE-GOOD-MAX-RC
               DISPLAY "P10LOAD: " GATE-PROGRAM " ENDED RC="
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
      * APPENDED IN TIME ORDER, SO THE LAST ONE P10VFY POSTED FOR THAT
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
               MOVE SPACE TO LOAD-LAST-EVENT
               MOVE ZERO TO LOAD-LAST-RC
           END-IF
           IF RCT-RUN-DATE = CHAIN-RUN-DATE
               IF RCT-PROGRAM = GATE-PROGRAM
                   MOVE RCT-EVENT TO GATE-LAST-EVENT
                   MOVE RCT-RETURN-CODE TO GATE-LAST-RC
               END-IF
               IF RCT-PROGRAM = RUN-CONTROL-PROGRAM
                   MOVE RCT-EVENT TO LOAD-LAST-EVENT
                   MOVE RCT-RETURN-CODE TO LOAD-LAST-RC
               END-IF
           END-IF.
       8810-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8850-POST-RUN-END - POST THIS STEP'S END: THE CONDITION CODE
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (KEYS INSERTED
      * AND KEYS ON THE MASTER). ONLY A STEP THAT POSTED A START POSTS
      * AN END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE INSERTS-APPLIED TO RUN-CONTROL-COUNT-1
           MOVE KEYS-AFTER TO RUN-CONTROL-COUNT-2
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
                   DISPLAY "P10LOAD: UNABLE TO OPEN RUNCTL, STATUS="
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
               DISPLAY "P10LOAD: UNABLE TO WRITE RUNCTL, STATUS="
                   RUN-CONTROL-STATUS " - " RUN-CONTROL-EVENT
                   " RECORD NOT POSTED"
           END-IF
           CLOSE RUN-CONTROL-FILE.
       8900-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9100-RAISE-RETURN-CODE - RAISE THE RUN'S CONDITION CODE TO
      * NEW-RETURN-CODE IF THAT IS WORSE THAN WHAT HAS ALREADY BEEN
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
