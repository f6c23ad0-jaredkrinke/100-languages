      * BUILDS THE NIGHTLY PARMIN/FACTIN/GOLDIN DECKS FROM REQQUE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P10DECK.
       AUTHOR. JARED KRINKE.
       DATE-WRITTEN. OCTOBER 2026.
       DATE-COMPILED.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * DATE       INIT DESCRIPTION
      * ---------- ---- -------------------------------------------------
      * 2026-10-15 JDK  NEW PROGRAM. QUESTIONS NOW ARRIVE THROUGH THE
      *                 P10R ONLINE INTAKE ONTO THE REQQUE QUEUE
      *                 INSTEAD OF BEING PHONED TO THE CARD ROOM. THIS
      *                 STEP RUNS AHEAD OF P10FCST AND TURNS THE
      *                 QUEUE INTO TONIGHT'S DECKS:
      *                   - REQUESTS LEFT SCHEDULED BY A NIGHT THAT
      *                     NEVER POSTED (QUIESCED, ABENDED, HELD) GO
      *                     IN FIRST, THEN PENDING REQUESTS IN
      *                     REQUEST-NUMBER ORDER, UP TO THE 50 CARDS
      *                     P10 TAKES.
      *                   - FACTIN AND GOLDIN ARE READ WHOLE BY EVERY
      *                     MODE-4 / MODE-5 CARD, SO ONE MODE-4 AND
      *                     ONE MODE-5 REQUEST ARE TAKEN A NIGHT;
      *                     ANOTHER WAITS FOR THE NEXT NIGHT RATHER
      *                     THAN HAVE ITS ANSWERS MIXED WITH SOMEONE
      *                     ELSE'S. ONE STILL WITHOUT CANDIDATES WAITS
      *                     TOO.
      *                   - EACH REQUEST TAKEN IS MARKED SCHEDULED
      *                     WITH THE DECK DATE AND ITS CARD NUMBER SO
      *                     P10POST CAN MATCH IT TO ITS TOTOUT RECORD
      *                     OR ERRRPT LINE AFTER THE RUN.
      *                 AN EMPTY QUEUE MAKES AN EMPTY DECK, WHICH P10
      *                 RUNS AS ITS DEFAULT CARD AS IT ALWAYS HAS.
      * 2026-10-15 JDK  RUN CONTROL. OPENS THE NIGHT ON THE SHARED
      *                 RUNCTL DATASET: POSTS A START AND AN END RECORD
      *                 (RC, CARDS IN THE DECK, REQUESTS HELD) UNDER
      *                 TODAY'S DATE, THE RUN DATE EVERY LATER STEP OF
      *                 THE CHAIN POSTS UNDER AND GATES ON.
      * 2026-10-15 JDK  A CARRIED-OVER REQUEST HELD AND RETURNED TO
      *                 PENDING IS NO LONGER HELD (AND COUNTED) A SECOND
      *                 TIME BY THE PENDING PASS. A REQUEST WHOSE
      *                 CANDIDATE DECK FAILED PART WAY IS NO LONGER
      *                 MARKED SCHEDULED. THE JOB NAME POSTED TO RUNCTL
      *                 MAY BE GIVEN AS THE EXEC PARM (P10PJOB PASSES
      *                 ITS OWN); WITHOUT ONE IT IS P10JOB AS BEFORE.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "REQQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUE-KEY
               FILE STATUS IS QUEUE-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT FACT-IN-FILE ASSIGN TO "FACTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACT-IN-STATUS.

           SELECT GOLD-IN-FILE ASSIGN TO "GOLDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GOLD-IN-STATUS.

           SELECT REPORT-FILE ASSIGN TO "DECKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * THE REQQUE RECORD - SAME LAYOUT AS P10INQC AND P10POST. LINE
      * 000 IS THE REQUEST (PARMIN CARD COLUMNS 1-41 AND ITS STATUS),
      * LINES 001-999 ITS MODE-4/MODE-5 CANDIDATES, KEY ZERO THE
      * LAST-NUMBER-ISSUED CONTROL RECORD.
      *----------------------------------------------------------------
       FD  QUEUE-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  QUEUE-REC.
           05  QUE-KEY.
               10  QUE-REQUEST-NO PIC 9(08).
               10  QUE-LINE-NO PIC 9(03).
           05  QUE-STATUS PIC X(01).
               88  QUE-IS-PENDING VALUE "P".
               88  QUE-IS-SCHEDULED VALUE "S".
               88  QUE-IS-ANSWERED VALUE "A".
               88  QUE-IS-REJECTED VALUE "R".
           05  QUE-ENTRY-DATE PIC 9(08).
           05  QUE-ENTRY-TIME PIC 9(06).
           05  QUE-TERM-ID PIC X(04).
           05  QUE-CARD-IMAGE.
               10  QUE-LIMIT-VAL-X PIC X(08).
               10  QUE-MODE PIC X(01).
               10  QUE-RANGE-LOW-X PIC X(08).
               10  QUE-RANGE-HIGH-X PIC X(08).
               10  QUE-NTH-X PIC X(08).
               10  QUE-REQUESTOR PIC X(08).
           05  QUE-CANDIDATE-LINE REDEFINES QUE-CARD-IMAGE.
               10  QUE-CANDIDATE PIC 9(08).
               10  FILLER PIC X(33).
           05  QUE-CANDIDATE-COUNT PIC 9(03).
           05  QUE-RUN-DATE PIC 9(08).
           05  QUE-CARD-NUMBER PIC 9(02).
           05  QUE-ANSWER-STATUS PIC X(01).
           05  QUE-ANSWER-TOTAL PIC 9(15).
           05  QUE-ANSWER-COUNT PIC 9(08).
           05  QUE-REJECT-FIELD PIC X(15).
           05  QUE-REJECT-REASON PIC X(32).
           05  QUE-FILLER PIC X(05).

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-REC.
           05  PARM-CARD-IMAGE PIC X(41).
           05  PARM-FILLER PIC X(39).

       FD  FACT-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FACT-IN-REC.
           05  FACT-IN-CANDIDATE PIC 9(08).
           05  FILLER PIC X(72).

       FD  GOLD-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GOLD-IN-REC.
           05  GOLD-IN-CANDIDATE PIC 9(08).
           05  FILLER PIC X(72).

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
           77 QUEUE-FILE-STATUS PIC X(02) VALUE SPACES.
           77 PARM-FILE-STATUS PIC X(02) VALUE SPACES.
           77 FACT-IN-STATUS PIC X(02) VALUE SPACES.
           77 GOLD-IN-STATUS PIC X(02) VALUE SPACES.
           77 REPORT-FILE-STATUS PIC X(02) VALUE SPACES.

           77 QUEUE-EOF-SWITCH PIC X(01) VALUE "N".
               88 QUEUE-AT-EOF VALUE "Y".
           77 QUEUE-EMPTY-SWITCH PIC X(01) VALUE "N".
               88 QUEUE-IS-EMPTY VALUE "Y".

           77 DECK-DATE PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------
      * TONIGHT'S DECK, IN CARD ORDER, AS CHOSEN BY THE SELECTION
      * PASSES. THE DECKS THEMSELVES ARE WRITTEN FROM THIS TABLE
      * AFTERWARDS, BY KEYED READS, SO THE SELECTION BROWSE IS
      * NEVER DISTURBED.
      *----------------------------------------------------------------
           77 DECK-CARD-MAX PIC S9(4) COMP VALUE 50.
           77 DECK-COUNT PIC S9(4) COMP VALUE ZERO.
           77 DECK-SUB PIC S9(4) COMP VALUE ZERO.
           01 DECK-TABLE.
               05 DECK-ENTRY OCCURS 50 TIMES.
                   10 DECK-REQUEST-NO PIC 9(08).
                   10 DECK-MODE PIC X(01).
                   10 DECK-CANDIDATE-COUNT PIC 9(03).
                   10 DECK-CARRIED PIC X(01).

           77 SELECT-STATUS PIC X(01) VALUE SPACES.
           77 FACT-TAKEN-SWITCH PIC X(01) VALUE "N".
               88 FACT-REQUEST-TAKEN VALUE "Y".
           77 GOLD-TAKEN-SWITCH PIC X(01) VALUE "N".
               88 GOLD-REQUEST-TAKEN VALUE "Y".
           77 HOLD-REASON PIC X(40) VALUE SPACES.

      *----------------------------------------------------------------
      * CARRIED-OVER REQUESTS HELD IN THE "S" PASS GO BACK TO PENDING,
      * SO THE "P" PASS WOULD MEET THEM AGAIN. THEIR NUMBERS ARE KEPT
      * HERE AND THE "P" PASS PASSES THEM OVER. ONLY ONE DECK'S WORTH
      * OF REQUESTS CAN BE LEFT SCHEDULED, SO DECK-CARD-MAX ENTRIES
      * ARE ENOUGH.
      *----------------------------------------------------------------
           77 HELD-CARRIED-COUNT PIC S9(4) COMP VALUE ZERO.
           77 HELD-CARRIED-SUB PIC S9(4) COMP VALUE ZERO.
           77 HELD-CARRIED-SWITCH PIC X(01) VALUE "N".
               88 REQUEST-HELD-CARRIED VALUE "Y".
           01 HELD-CARRIED-TABLE.
               05 HELD-CARRIED-REQUEST-NO PIC 9(08)
                   OCCURS 50 TIMES.

           77 CAND-SUB PIC S9(4) COMP VALUE ZERO.
           77 EDIT-CARD-NUMBER PIC 9(02) VALUE ZERO.
           77 CARRIED-COUNT PIC S9(8) COMP VALUE ZERO.
           77 PENDING-COUNT PIC S9(8) COMP VALUE ZERO.
           77 HELD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 FACT-CARD-COUNT PIC S9(8) COMP VALUE ZERO.
           77 GOLD-CARD-COUNT PIC S9(8) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * CONDITION-CODE CONTRACT WITH THE SCHEDULER: 0 = EVERY WAITING
      * REQUEST IS IN TONIGHT'S DECK (OR THE QUEUE IS EMPTY), 4 = THE
      * DECK IS BUILT BUT SOME REQUESTS WAIT FOR A LATER NIGHT,
      * 8 = THE QUEUE OR A DECK DATASET FAILED - THE DECKS CANNOT BE
      * TRUSTED AND P10FCST/P10 ARE HELD.
      *----------------------------------------------------------------
           77 RUN-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 NEW-RETURN-CODE PIC S9(4) COMP VALUE ZERO.
           77 RC-REQUESTS-HELD PIC S9(4) COMP VALUE 4.
           77 RC-DECK-FAILED PIC S9(4) COMP VALUE 8.

           77 LINE-COUNT PIC S9(4) COMP VALUE ZERO.
           77 LINES-PER-PAGE PIC S9(4) COMP VALUE 55.
           77 PAGE-NUMBER PIC S9(4) COMP VALUE ZERO.

           01 HEADING-LINE-1.
               05 FILLER PIC X(41) VALUE
                   "P10DECK - NIGHTLY DECK FROM THE REQUEST Q".
               05 FILLER PIC X(15) VALUE "UEUE".
               05 FILLER PIC X(60) VALUE SPACES.
               05 FILLER PIC X(05) VALUE "PAGE ".
               05 HDG-PAGE-NUMBER PIC ZZZ9.
               05 FILLER PIC X(07) VALUE SPACES.

           01 HEADING-LINE-2.
               05 FILLER PIC X(10) VALUE "DECK DATE ".
               05 HDG-DECK-DATE PIC 9999/99/99.
               05 FILLER PIC X(112) VALUE SPACES.

           01 HEADING-LINE-3.
               05 FILLER PIC X(08) VALUE "CARD".
               05 FILLER PIC X(10) VALUE "REQUEST".
               05 FILLER PIC X(05) VALUE "MODE".
               05 FILLER PIC X(10) VALUE "REQUESTOR".
               05 FILLER PIC X(43) VALUE "CARD COLUMNS 1-41".
               05 FILLER PIC X(06) VALUE "CANDS".
               05 FILLER PIC X(50) VALUE "NOTE".

           01 DETAIL-LINE.
               05 DTL-CARD PIC X(08).
               05 DTL-REQUEST-NO PIC 9(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-MODE PIC X(01).
               05 FILLER PIC X(04) VALUE SPACES.
               05 DTL-REQUESTOR PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-CARD-IMAGE PIC X(41).
               05 FILLER PIC X(02) VALUE SPACES.
               05 DTL-CANDIDATES PIC ZZ9.
               05 FILLER PIC X(03) VALUE SPACES.
               05 DTL-NOTE PIC X(40).
               05 FILLER PIC X(10) VALUE SPACES.

           01 VALUE-LINE.
               05 FILLER PIC X(10) VALUE SPACES.
               05 VAL-LABEL PIC X(28).
               05 VAL-NUMBER PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(75) VALUE SPACES.

      *----------------------------------------------------------------
      * RUN CONTROL. EVERY STEP OF THE NIGHTLY CHAIN POSTS A START
      * AND AN END RECORD TO RUNCTL UNDER THE CHAIN'S RUN DATE. THIS
      * STEP HEADS THE CHAIN: TODAY'S DATE BECOMES THE RUN DATE
      * EVERY LATER STEP POSTS UNDER AND GATES ON. NOTHING GATES
      * THIS STEP ITSELF.
      *----------------------------------------------------------------
           77 RUN-CONTROL-STATUS PIC X(02) VALUE SPACES.
           77 RUN-CONTROL-PROGRAM PIC X(08) VALUE "P10DECK".
           77 RUN-CONTROL-JOB PIC X(08) VALUE "P10JOB".
           77 RUN-CONTROL-STEP PIC X(08) VALUE "STEP001".
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
      * 0000-MAINLINE - CHOOSE TONIGHT'S REQUESTS, WRITE THE DECKS,
      * MARK THE REQUESTS SCHEDULED.
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 8800-POST-RUN-START
               THRU 8800-POST-RUN-START-EXIT

           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT QUEUE-IS-EMPTY
               MOVE "S" TO SELECT-STATUS
               PERFORM 2000-SELECT-REQUESTS
                   THRU 2000-SELECT-REQUESTS-EXIT
               MOVE "P" TO SELECT-STATUS
               PERFORM 2000-SELECT-REQUESTS
                   THRU 2000-SELECT-REQUESTS-EXIT
           END-IF

           PERFORM 3000-WRITE-ONE-CARD
               THRU 3000-WRITE-ONE-CARD-EXIT
               VARYING DECK-SUB FROM 1 BY 1
               UNTIL DECK-SUB > DECK-COUNT
                  OR RUN-RETURN-CODE >= RC-DECK-FAILED

           PERFORM 6000-PRINT-CLOSING
               THRU 6000-PRINT-CLOSING-EXIT

           PERFORM 9999-END-PROGRAM
               THRU 9999-END-PROGRAM-EXIT.

      *----------------------------------------------------------------
      * 1000-INITIALIZE - OPEN THE REPORT, THE QUEUE AND THE THREE
      * DECKS. EACH DECK IS OPENED OUTPUT, SO LAST NIGHT'S CARDS ARE
      * GONE WHETHER OR NOT ANYTHING IS QUEUED TONIGHT. A REQQUE
      * CLUSTER THAT HAS NEVER HAD A RECORD WRITTEN (STATUS 35) IS
      * SIMPLY AN EMPTY QUEUE.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "P10DECK: UNABLE TO OPEN DECKRPT, STATUS="
                   REPORT-FILE-STATUS
               MOVE RC-DECK-FAILED TO RETURN-CODE
               PERFORM 8850-POST-RUN-END
                   THRU 8850-POST-RUN-END-EXIT
               STOP RUN
           END-IF
           ACCEPT DECK-DATE FROM DATE YYYYMMDD
           MOVE DECK-DATE TO HDG-DECK-DATE
           PERFORM 7000-PRINT-HEADINGS
               THRU 7000-PRINT-HEADINGS-EXIT

           OPEN I-O QUEUE-FILE
           EVALUATE QUEUE-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET QUEUE-IS-EMPTY TO TRUE
                   DISPLAY "P10DECK: REQQUE HAS NEVER BEEN WRITTEN - "
                       "EMPTY DECK"
               WHEN OTHER
                   DISPLAY "P10DECK: UNABLE TO OPEN REQQUE, STATUS="
                       QUEUE-FILE-STATUS
                   MOVE RC-DECK-FAILED TO RETURN-CODE
                   CLOSE REPORT-FILE
                   PERFORM 8850-POST-RUN-END
                       THRU 8850-POST-RUN-END-EXIT
                   STOP RUN
           END-EVALUATE

           OPEN OUTPUT PARM-FILE
           OPEN OUTPUT FACT-IN-FILE
           OPEN OUTPUT GOLD-IN-FILE
           IF PARM-FILE-STATUS NOT = "00"
               OR FACT-IN-STATUS NOT = "00"
               OR GOLD-IN-STATUS NOT = "00"
               DISPLAY "P10DECK: UNABLE TO OPEN THE DECKS, STATUS="
                   PARM-FILE-STATUS "/" FACT-IN-STATUS "/"
                   GOLD-IN-STATUS
               MOVE RC-DECK-FAILED TO RETURN-CODE
               PERFORM 8850-POST-RUN-END
                   THRU 8850-POST-RUN-END-EXIT
               STOP RUN
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2000-SELECT-REQUESTS - ONE BROWSE OF THE QUEUE FROM THE FIRST
      * REAL REQUEST, CONSIDERING EVERY REQUEST (LINE 000) WHOSE
      * STATUS IS SELECT-STATUS. CALLED FOR "S" FIRST SO WORK A
      * FAILED NIGHT NEVER POSTED KEEPS ITS PLACE AT THE FRONT.
      *----------------------------------------------------------------
       2000-SELECT-REQUESTS.
           MOVE "N" TO QUEUE-EOF-SWITCH
           MOVE ZERO TO QUE-REQUEST-NO
           MOVE 999 TO QUE-LINE-NO
           START QUEUE-FILE KEY IS > QUE-KEY
               INVALID KEY
                   SET QUEUE-AT-EOF TO TRUE
           END-START

           PERFORM 2100-READ-NEXT-REQUEST
               THRU 2100-READ-NEXT-REQUEST-EXIT
               UNTIL QUEUE-AT-EOF.
       2000-SELECT-REQUESTS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2100-READ-NEXT-REQUEST - NEXT QUEUE RECORD; CANDIDATE LINES
      * AND REQUESTS IN ANOTHER STATUS ARE PASSED OVER.
      *----------------------------------------------------------------
       2100-READ-NEXT-REQUEST.
           READ QUEUE-FILE NEXT RECORD
               AT END
                   SET QUEUE-AT-EOF TO TRUE
                   GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-READ
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "P10DECK: REQQUE READ FAILED, STATUS="
                   QUEUE-FILE-STATUS
               MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               SET QUEUE-AT-EOF TO TRUE
               GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-IF

           IF QUE-LINE-NO NOT = ZERO
               OR QUE-STATUS NOT = SELECT-STATUS
               GO TO 2100-READ-NEXT-REQUEST-EXIT
           END-IF

           IF SELECT-STATUS = "P"
               MOVE "N" TO HELD-CARRIED-SWITCH
               PERFORM 2150-CHECK-HELD-CARRIED
                   THRU 2150-CHECK-HELD-CARRIED-EXIT
                   VARYING HELD-CARRIED-SUB FROM 1 BY 1
                   UNTIL HELD-CARRIED-SUB > HELD-CARRIED-COUNT
                      OR REQUEST-HELD-CARRIED
               IF REQUEST-HELD-CARRIED
                   GO TO 2100-READ-NEXT-REQUEST-EXIT
               END-IF
           END-IF

           PERFORM 2200-CONSIDER-REQUEST
               THRU 2200-CONSIDER-REQUEST-EXIT.
       2100-READ-NEXT-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2150-CHECK-HELD-CARRIED - WAS THIS PENDING REQUEST A CARRIED-
      * OVER ONE ALREADY HELD (AND REPORTED) IN THE "S" PASS?
      *----------------------------------------------------------------
       2150-CHECK-HELD-CARRIED.
           IF HELD-CARRIED-REQUEST-NO (HELD-CARRIED-SUB)
               = QUE-REQUEST-NO
               SET REQUEST-HELD-CARRIED TO TRUE
           END-IF.
       2150-CHECK-HELD-CARRIED-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 2200-CONSIDER-REQUEST - TAKE THE REQUEST INTO TONIGHT'S DECK,
      * OR HOLD IT FOR A LATER NIGHT AND SAY WHY. A CARRIED-OVER
      * REQUEST THAT IS HELD GOES BACK TO PENDING SO ITS OLD CARD
      * NUMBER CAN NEVER BE MISTAKEN FOR A CARD IN TONIGHT'S DECK,
      * AND IS NOTED SO THE PENDING PASS DOES NOT HOLD IT TWICE.
      *----------------------------------------------------------------
       2200-CONSIDER-REQUEST.
           MOVE SPACES TO HOLD-REASON
           EVALUATE TRUE
               WHEN DECK-COUNT >= DECK-CARD-MAX
                   MOVE "DECK FULL - 50 CARDS" TO HOLD-REASON
               WHEN (QUE-MODE = "4" OR QUE-MODE = "5")
                   AND QUE-CANDIDATE-COUNT = ZERO
                   MOVE "NO CANDIDATES ENTERED YET" TO HOLD-REASON
               WHEN QUE-MODE = "4" AND FACT-REQUEST-TAKEN
                   MOVE "ONE MODE-4 REQUEST A NIGHT" TO HOLD-REASON
               WHEN QUE-MODE = "5" AND GOLD-REQUEST-TAKEN
                   MOVE "ONE MODE-5 REQUEST A NIGHT" TO HOLD-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF HOLD-REASON NOT = SPACES
               ADD 1 TO HELD-COUNT
               MOVE "HELD" TO DTL-CARD
               MOVE HOLD-REASON TO DTL-NOTE
               PERFORM 7100-PRINT-REQUEST-LINE
                   THRU 7100-PRINT-REQUEST-LINE-EXIT
               MOVE RC-REQUESTS-HELD TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               IF QUE-IS-SCHEDULED
                   IF HELD-CARRIED-COUNT < DECK-CARD-MAX
                       ADD 1 TO HELD-CARRIED-COUNT
                       MOVE QUE-REQUEST-NO TO HELD-CARRIED-REQUEST-NO
                           (HELD-CARRIED-COUNT)
                   END-IF
                   SET QUE-IS-PENDING TO TRUE
                   MOVE ZERO TO QUE-RUN-DATE
                   MOVE ZERO TO QUE-CARD-NUMBER
                   REWRITE QUEUE-REC
                   IF QUEUE-FILE-STATUS NOT = "00"
                       DISPLAY "P10DECK: REQQUE REWRITE FAILED, "
                           "STATUS=" QUEUE-FILE-STATUS
                       MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
                       PERFORM 9100-RAISE-RETURN-CODE
                           THRU 9100-RAISE-RETURN-CODE-EXIT
                   END-IF
               END-IF
               GO TO 2200-CONSIDER-REQUEST-EXIT
           END-IF

           ADD 1 TO DECK-COUNT
           MOVE QUE-REQUEST-NO TO DECK-REQUEST-NO (DECK-COUNT)
           MOVE QUE-MODE TO DECK-MODE (DECK-COUNT)
           MOVE QUE-CANDIDATE-COUNT TO DECK-CANDIDATE-COUNT (DECK-COUNT)
           MOVE SELECT-STATUS TO DECK-CARRIED (DECK-COUNT)
           IF QUE-MODE = "4"
               SET FACT-REQUEST-TAKEN TO TRUE
           END-IF
           IF QUE-MODE = "5"
               SET GOLD-REQUEST-TAKEN TO TRUE
           END-IF.
       2200-CONSIDER-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3000-WRITE-ONE-CARD - ONE DECK-TABLE ENTRY: ITS PARMIN CARD,
      * ITS FACTIN OR GOLDIN CANDIDATES, AND THE REQUEST MARKED
      * SCHEDULED WITH THE DECK DATE AND ITS CARD NUMBER. ANY ANSWER
      * OR REJECTION LEFT FROM AN EARLIER NIGHT IS CLEARED. A REQUEST
      * WHOSE CANDIDATES COULD NOT ALL BE WRITTEN IS LEFT AS IT WAS.
      *----------------------------------------------------------------
       3000-WRITE-ONE-CARD.
           MOVE DECK-REQUEST-NO (DECK-SUB) TO QUE-REQUEST-NO
           MOVE ZERO TO QUE-LINE-NO
           READ QUEUE-FILE
               INVALID KEY
                   DISPLAY "P10DECK: REQUEST " QUE-REQUEST-NO
                       " VANISHED FROM REQQUE"
                   MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 3000-WRITE-ONE-CARD-EXIT
           END-READ

           MOVE SPACES TO PARM-REC
           MOVE QUE-CARD-IMAGE TO PARM-CARD-IMAGE
           WRITE PARM-REC
           IF PARM-FILE-STATUS NOT = "00"
               DISPLAY "P10DECK: PARMIN WRITE FAILED, STATUS="
                   PARM-FILE-STATUS
               MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 3000-WRITE-ONE-CARD-EXIT
           END-IF

           IF QUE-MODE = "4" OR QUE-MODE = "5"
               PERFORM 3100-WRITE-ONE-CANDIDATE
                   THRU 3100-WRITE-ONE-CANDIDATE-EXIT
                   VARYING CAND-SUB FROM 1 BY 1
                   UNTIL CAND-SUB > DECK-CANDIDATE-COUNT (DECK-SUB)
                      OR RUN-RETURN-CODE >= RC-DECK-FAILED
               IF RUN-RETURN-CODE >= RC-DECK-FAILED
                   GO TO 3000-WRITE-ONE-CARD-EXIT
               END-IF
               MOVE DECK-REQUEST-NO (DECK-SUB) TO QUE-REQUEST-NO
               MOVE ZERO TO QUE-LINE-NO
               READ QUEUE-FILE
                   INVALID KEY
                       MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
                       PERFORM 9100-RAISE-RETURN-CODE
                           THRU 9100-RAISE-RETURN-CODE-EXIT
                       GO TO 3000-WRITE-ONE-CARD-EXIT
               END-READ
           END-IF

           SET QUE-IS-SCHEDULED TO TRUE
           MOVE DECK-DATE TO QUE-RUN-DATE
           MOVE DECK-SUB TO QUE-CARD-NUMBER
           MOVE SPACES TO QUE-ANSWER-STATUS
           MOVE ZERO TO QUE-ANSWER-TOTAL
           MOVE ZERO TO QUE-ANSWER-COUNT
           MOVE SPACES TO QUE-REJECT-FIELD
           MOVE SPACES TO QUE-REJECT-REASON
           REWRITE QUEUE-REC
           IF QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "P10DECK: REQQUE REWRITE FAILED, STATUS="
                   QUEUE-FILE-STATUS
               MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
               PERFORM 9100-RAISE-RETURN-CODE
                   THRU 9100-RAISE-RETURN-CODE-EXIT
               GO TO 3000-WRITE-ONE-CARD-EXIT
           END-IF

           IF DECK-CARRIED (DECK-SUB) = "S"
               ADD 1 TO CARRIED-COUNT
               MOVE "CARRIED OVER - NOT POSTED LAST RUN" TO DTL-NOTE
           ELSE
               ADD 1 TO PENDING-COUNT
               MOVE SPACES TO DTL-NOTE
           END-IF
           MOVE "CARD" TO DTL-CARD
           MOVE DECK-SUB TO EDIT-CARD-NUMBER
           MOVE EDIT-CARD-NUMBER TO DTL-CARD (6:2)
           PERFORM 7100-PRINT-REQUEST-LINE
               THRU 7100-PRINT-REQUEST-LINE-EXIT.
       3000-WRITE-ONE-CARD-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 3100-WRITE-ONE-CANDIDATE - CANDIDATE LINE CAND-SUB OF THE
      * CURRENT REQUEST, ONTO FACTIN (MODE 4) OR GOLDIN (MODE 5).
      *----------------------------------------------------------------
       3100-WRITE-ONE-CANDIDATE.
           MOVE DECK-REQUEST-NO (DECK-SUB) TO QUE-REQUEST-NO
           MOVE CAND-SUB TO QUE-LINE-NO
           READ QUEUE-FILE
               INVALID KEY
                   DISPLAY "P10DECK: REQUEST " QUE-REQUEST-NO
                       " CANDIDATE LINE " QUE-LINE-NO " MISSING"
                   MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
                   GO TO 3100-WRITE-ONE-CANDIDATE-EXIT
           END-READ

           IF DECK-MODE (DECK-SUB) = "4"
               MOVE SPACES TO FACT-IN-REC
               MOVE QUE-CANDIDATE TO FACT-IN-CANDIDATE
               WRITE FACT-IN-REC
               ADD 1 TO FACT-CARD-COUNT
               IF FACT-IN-STATUS NOT = "00"
                   DISPLAY "P10DECK: FACTIN WRITE FAILED, STATUS="
                       FACT-IN-STATUS
                   MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
           ELSE
               MOVE SPACES TO GOLD-IN-REC
               MOVE QUE-CANDIDATE TO GOLD-IN-CANDIDATE
               WRITE GOLD-IN-REC
               ADD 1 TO GOLD-CARD-COUNT
               IF GOLD-IN-STATUS NOT = "00"
                   DISPLAY "P10DECK: GOLDIN WRITE FAILED, STATUS="
                       GOLD-IN-STATUS
                   MOVE RC-DECK-FAILED TO NEW-RETURN-CODE
                   PERFORM 9100-RAISE-RETURN-CODE
                       THRU 9100-RAISE-RETURN-CODE-EXIT
               END-IF
           END-IF.
       3100-WRITE-ONE-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-PRINT-CLOSING - DECK COUNTS FOR THE OPERATOR.
      *----------------------------------------------------------------
       6000-PRINT-CLOSING.
           MOVE SPACES TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT
           IF DECK-COUNT = ZERO
               MOVE "NO REQUESTS WAITING - EMPTY DECK, P10 RUNS ITS"
                   TO REPORT-REC
               MOVE " DEFAULT CARD" TO REPORT-REC (48:13)
               PERFORM 7700-WRITE-REPORT-REC
                   THRU 7700-WRITE-REPORT-REC-EXIT
           END-IF
           MOVE "PARMIN CARDS WRITTEN" TO VAL-LABEL
           MOVE DECK-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  CARRIED OVER" TO VAL-LABEL
           MOVE CARRIED-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "  NEWLY SCHEDULED" TO VAL-LABEL
           MOVE PENDING-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "FACTIN CARDS WRITTEN" TO VAL-LABEL
           MOVE FACT-CARD-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "GOLDIN CARDS WRITTEN" TO VAL-LABEL
           MOVE GOLD-CARD-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT
           MOVE "REQUESTS HELD FOR LATER" TO VAL-LABEL
           MOVE HELD-COUNT TO VAL-NUMBER
           PERFORM 7600-PRINT-VALUE-LINE
               THRU 7600-PRINT-VALUE-LINE-EXIT

           IF RUN-RETURN-CODE >= RC-DECK-FAILED
               DISPLAY "P10DECK: *** DECK BUILD FAILED - P10 HELD ***"
           ELSE
               DISPLAY "P10DECK: " DECK-COUNT " CARD(S) IN TONIGHT'S "
                   "DECK, " HELD-COUNT " REQUEST(S) HELD"
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
           WRITE REPORT-REC FROM HEADING-LINE-2
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           WRITE REPORT-REC FROM HEADING-LINE-3
           MOVE 4 TO LINE-COUNT.
       7000-PRINT-HEADINGS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 7100-PRINT-REQUEST-LINE - ONE REQUEST, FROM THE QUEUE RECORD
      * IN HAND; DTL-CARD AND DTL-NOTE ARE SET BY THE CALLER.
      *----------------------------------------------------------------
       7100-PRINT-REQUEST-LINE.
           MOVE QUE-REQUEST-NO TO DTL-REQUEST-NO
           MOVE QUE-MODE TO DTL-MODE
           MOVE QUE-REQUESTOR TO DTL-REQUESTOR
           MOVE QUE-CARD-IMAGE TO DTL-CARD-IMAGE
           MOVE QUE-CANDIDATE-COUNT TO DTL-CANDIDATES
           MOVE DETAIL-LINE TO REPORT-REC
           PERFORM 7700-WRITE-REPORT-REC
               THRU 7700-WRITE-REPORT-REC-EXIT.
       7100-PRINT-REQUEST-LINE-EXIT.
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
      * 8800-POST-RUN-START - OPEN TONIGHT'S RUN DATE ON RUNCTL WITH
      * THIS STEP'S START RECORD. EVERY LATER STEP OF THE CHAIN
      * POSTS UNDER, AND GATES ON, THE LATEST DATE ON THE DATASET.
      * A JOB NAME GIVEN AS THE EXEC PARM REPLACES THE DEFAULT ONE.
      *----------------------------------------------------------------
       8800-POST-RUN-START.
           IF JOB-PARM-LENGTH > ZERO
               AND JOB-PARM-LENGTH NOT > 8
               MOVE SPACES TO RUN-CONTROL-JOB
               MOVE JOB-PARM-TEXT (1:JOB-PARM-LENGTH)
                   TO RUN-CONTROL-JOB
           END-IF
           ACCEPT CHAIN-RUN-DATE FROM DATE YYYYMMDD
           MOVE "S" TO RUN-CONTROL-EVENT
           MOVE ZERO TO RUN-CONTROL-RC
           PERFORM 8900-WRITE-RUN-CONTROL
               THRU 8900-WRITE-RUN-CONTROL-EXIT
           SET RUN-STEP-STARTED TO TRUE.
       8800-POST-RUN-START-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8850-POST-RUN-END - POST THIS STEP'S END: THE CONDITION CODE
      * BEING HANDED BACK TO JES AND THE TWO KEY COUNTS (CARDS IN THE
      * DECK AND REQUESTS HELD). ONLY A STEP THAT POSTED A START POSTS
      * AN END, AND ONLY ONCE.
      *----------------------------------------------------------------
       8850-POST-RUN-END.
           IF NOT RUN-STEP-STARTED
               GO TO 8850-POST-RUN-END-EXIT
           END-IF
           MOVE RETURN-CODE TO RUN-CONTROL-RC
           MOVE DECK-COUNT TO RUN-CONTROL-COUNT-1
           MOVE HELD-COUNT TO RUN-CONTROL-COUNT-2
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
                   DISPLAY "P10DECK: UNABLE TO OPEN RUNCTL, STATUS="
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
               DISPLAY "P10DECK: UNABLE TO WRITE RUNCTL, STATUS="
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
      * BACK TO JES: 0 = DECK BUILT, NOTHING LEFT WAITING, 4 = DECK
      * BUILT WITH REQUESTS HELD FOR A LATER NIGHT, 8 = DECK BUILD
      * FAILED (P10FCST AND P10 ARE HELD).
      *----------------------------------------------------------------
       9999-END-PROGRAM.
           IF NOT QUEUE-IS-EMPTY
               CLOSE QUEUE-FILE
           END-IF
           CLOSE PARM-FILE
           CLOSE FACT-IN-FILE
           CLOSE GOLD-IN-FILE
           CLOSE REPORT-FILE
           MOVE RUN-RETURN-CODE TO RETURN-CODE
           PERFORM 8850-POST-RUN-END
               THRU 8850-POST-RUN-END-EXIT
           STOP RUN.
       9999-END-PROGRAM-EXIT.
           EXIT.
