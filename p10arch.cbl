      *                 LIVE FACTOUT; NOW THE COPY-BACK IS AN
      *                 IDENTITY REWRITE AND THE ARCHIVE GENERATION
      *                 IS A PROPERLY-CLOSED EMPTY FILE.
      * 2026-10-15 JDK  RUN CONTROL. POSTS A START AND AN END RECORD
      *                 (RC, RECORDS READ, RECORDS ARCHIVED) TO THE
      *                 SHARED RUNCTL DATASET UNDER THE CHAIN'S LATEST
      *                 RUN DATE. RUNS ON ITS OWN CYCLE, SO NOTHING
      *                 GATES IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
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
           77 TOTALS-FILE-STATUS PIC X(02) VALUE SPACES.
                   " - LIVE DATASETS NOT REPLACED, SEE RC ***".
               05 FILLER PIC X(58) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN CONTROL. THIS JOB RUNS ON ITS OWN CYCLE, OUTSIDE THE
      * NIGHTLY CHAIN, SO NOTHING GATES IT - BUT IT STILL POSTS A
      * START AND AN END RECORD TO RUNCTL, UNDER THE CHAIN'S LATEST
      * RUN DATE (TODAY'S DATE IF RUNCTL HOLDS NONE), SO THE MORNING
      * STATUS REPORT SHOWS IT BESIDE THE NIGHT IT FOLLOWED.
      *----------------------------------------------------------------
           77 RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.
           77 RUN-CONTROL-EOF-SWITCH PIC X(01) VALUE "N".
               88 RUN-CONTROL-AT-EOF VALUE "Y".
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10ARCH".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10ARCHJ".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP010".
           77 RUN-CONTROL-EVENT PIC X(01) VALUE SPACE.
           77 RUN-CONTROL-RC PIC S9(4) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-1 PIC S9(9) COMP VALUE ZERO.
           77 RUN-CONTROL-COUNT-2 PIC S9(9) COMP VALUE ZERO.
           77 CHAIN-RUN-DATE PIC 9(08) VALUE ZERO.
           77 RUN-START-SWITCH PIC X(01) VALUE "N".
               88 RUN-STEP-STARTED VALUE "Y".
           01 RUN-CONTROL-CLOCK.
               05 RUN-CONTROL-HHMMSS PIC 9(06).
               05 RUN-CONTROL-HUNDREDTHS PIC 9(02).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE - OVERALL CONTROL FLOW FOR THE ARCHIVE RUN.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-POST-RUN-START
               THRU 8800-POST-RUN-START-EXIT

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           IF RUN-RETURN-CODE >= RC-CONTROL-FAILURE
      * 8100-REPORT-ONE-DATASET - PROVE READ = KEPT + ARCHIVED FOR
      * THE DATASET JUST SPLIT AND PRINT ITS REPORT LINE. A BREAK
      * RAISES THE CONDITION CODE SO THE JCL COPY-BACK STEPS ARE
      * HELD AND THE LIVE DATASET SURVIVES INTACT. THE RUN'S READ AND
      * ARCHIVED TOTALS ARE KEPT FOR ITS RUNCTL END RECORD.
      *----------------------------------------------------------------
       8100-REPORT-ONE-DATASET.
           COMPUTE BALANCE-CHECK = RECORDS-KEPT + RECORDS-ARCHIVED
           MOVE RECORDS-KEPT TO DET-KEPT
           MOVE RECORDS-ARCHIVED TO DET-ARCHIVED
           MOVE RECORDS-UNDATED TO DET-UNDATED
           ADD RECORDS-READ TO RUN-CONTROL-COUNT-1
           ADD RECORDS-ARCHIVED TO RUN-CONTROL-COUNT-2
           PERFORM 7500-PRINT-REPORT-LINE
               THRU 7500-PRINT-REPORT-LINE-EXIT.
       8100-REPORT-ONE-DATASET-EXIT.
       8300-NOTE-WRITE-FAILURE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8800-POST-RUN-START - FIND THE CHAIN'S LATEST RUN DATE ON
      * RUNCTL (TODAY'S DATE IF THERE IS NONE, OR RUNCTL CANNOT BE
      * READ) AND POST THIS STEP'S START UNDER IT. NO GATE.
      *----------------------------------------------------------------
       8800-POST-RUN-START.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "00" OR RUN-CONTROL-STATUS = "05"
               PERFORM 8810-READ-RUN-CONTROL
                   THRU 8810-READ-RUN-CONTROL-EXIT
                   UNTIL RUN-CONTROL-AT-EOF
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "P10ARCH: UNABLE TO OPEN RUNCTL, STATUS="
                   RUN-CONTROL-STATUS
           END-IF
           IF CHAIN-RUN-DATE = ZERO
               ACCEPT CHAIN-RUN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE "S" TO RUN-CONTROL-EVENT
           MOVE ZERO TO RUN-CONTROL-RC
           PERFORM 8900-WRITE-RUN-CONTROL
               THRU 8900-WRITE-RUN-CONTROL-EXIT
           SET RUN-STEP-STARTED TO TRUE.
       8800-POST-RUN-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8810-READ-RUN-CONTROL - ONE RUNCTL RECORD, KEEPING THE
      * LATEST RUN DATE SEEN.
      *----------------------------------------------------------------
       8810-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END
                   SET RUN-CONTROL-AT-EOF TO TRUE
                   GO TO 8810-READ-RUN-CONTROL-EXIT
           END-READ
           IF RCT-RUN-DATE NUMERIC
               IF RCT-RUN-DATE > CHAIN-RUN-DATE
                   MOVE RCT-RUN-DATE TO CHAIN-RUN-DATE
               END-IF
           END-IF.
       8810-READ-RUN-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8850-POST-RUN-END - POST THIS STEP'S END: THE CONDITION CODE
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (RECORDS READ
      * AND RECORDS ARCHIVED). ONLY A STEP THAT POSTED A START POSTS AN
      * END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
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
                   DISPLAY "P10ARCH: UNABLE TO OPEN RUNCTL, STATUS="
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
           WRITE RUN-CONTROL-REC
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "P10ARCH: UNABLE TO WRITE RUNCTL, STATUS="
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
