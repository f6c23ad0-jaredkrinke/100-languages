      *                                          S=SIEVE STATUS
      *                   COLS  8-15  CANDIDATE (ZERO-FILLED; N FOR
      *                               FUNCTION O; UNUSED FOR S)
      * 2026-10-15 JDK  REQUEST INTAKE. A SECOND TRANSACTION, P10R,
      *                 RUNS IN THIS SAME PROGRAM SO THE DEPARTMENTS
      *                 CAN QUEUE THEIR OWN QUESTIONS INSTEAD OF
      *                 PHONING THEM IN FOR THE CARD ROOM TO PUNCH.
      *                 EACH QUESTION IS VALIDATED ON ENTRY WITH THE
      *                 SAME RULES P10 APPLIES TO A PARMIN CARD, SO A
      *                 BAD ONE IS REFUSED ON THE SCREEN INSTEAD OF
      *                 SURFACING AS AN RC=12 REJECT IN THE NIGHT, AND
      *                 GOES ONTO THE NEW REQQUE KEYED QUEUE AS
      *                 PENDING. P10DECK TURNS PENDING REQUESTS INTO
      *                 THE PARMIN/FACTIN/GOLDIN DECKS (SCHEDULED) AND
      *                 P10POST WRITES EACH ANSWER OR REJECTION BACK
      *                 (ANSWERED/REJECTED) FOR THE I FUNCTION TO SHOW
      *                 THE NEXT MORNING.
      *                   COLS  1- 4  TRANSID P10R
      *                   COL   6     FUNCTION - Q=QUEUE A QUESTION
      *                                          C=ADD CANDIDATES
      *                                          I=INQUIRE ON A REQUEST
      *                   Q: COLS 8-48 ARE PARMIN CARD COLUMNS 1-41
      *                      EXACTLY AS THEY WOULD BE PUNCHED (LIMIT,
      *                      MODE, RANGE LOW/HIGH, NTH, REQUESTOR -
      *                      THE REQUESTOR IS REQUIRED HERE).
      *                   C: COLS 8-15 REQUEST NUMBER OF A PENDING
      *                      MODE-4 OR MODE-5 REQUEST, THEN UP TO
      *                      SEVEN ZERO-FILLED CANDIDATES IN COLS
      *                      17-24, 26-33, 35-42, 44-51, 53-60, 62-69
      *                      AND 71-78.
      *                   I: COLS 8-15 REQUEST NUMBER.
      * 2026-10-15 JDK  P10R Q ACCEPTS MODE 6 (PRIME CONSTELLATIONS IN
      *                 A RANGE) UNDER THE SAME RULES P10 NOW APPLIES:
      *                 THE PATTERN CODE IN THE NTH COLUMNS MUST BE
      *                 1 THRU 4 AND THE RANGE MAY NOT RUN BACKWARDS.
      * 2026-10-15 JDK  P10R Q "NOT BLANK" ERROR NOW NAMES CARD COLUMNS
      *                 42-73, THE PART OF THE CARD THE 80-BYTE INPUT
      *                 AREA ACTUALLY HOLDS AND CHECKS.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               05 REQ-CANDIDATE PIC 9(08) VALUE ZERO.

           77 CICS-RESP PIC S9(8) COMP VALUE ZERO.
           77 CURRENT-TRANSID PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------
      * THE PRIMEMST RECORD AS P10LOAD BUILDS IT, AND THE PRIMENDX
                   10 STATM-FILLER PIC X(17).
           77 STAT-MST-RID PIC X(02) VALUE "01".

      *----------------------------------------------------------------
      * THE REQQUE REQUEST-QUEUE RECORD, KEYED ON REQUEST NUMBER PLUS
      * LINE NUMBER. LINE 000 IS THE REQUEST ITSELF - THE PARMIN CARD
      * COLUMNS 1-41 AS ENTERED, ITS STATUS, AND ONCE THE NIGHT HAS
      * RUN THE ANSWER OR THE REJECTION. LINES 001-999 OF A MODE-4 OR
      * MODE-5 REQUEST EACH CARRY ONE CANDIDATE FOR FACTIN/GOLDIN.
      * KEY ZERO IS THE CONTROL RECORD: QUE-CANDIDATE HOLDS THE LAST
      * REQUEST NUMBER HANDED OUT. SAME LAYOUT IN P10DECK AND P10POST.
      *----------------------------------------------------------------
           01 QUEUE-REC.
               05 QUE-KEY.
                   10 QUE-REQUEST-NO PIC 9(08).
                   10 QUE-LINE-NO PIC 9(03).
               05 QUE-STATUS PIC X(01).
                   88 QUE-IS-PENDING VALUE "P".
                   88 QUE-IS-SCHEDULED VALUE "S".
                   88 QUE-IS-ANSWERED VALUE "A".
                   88 QUE-IS-REJECTED VALUE "R".
               05 QUE-ENTRY-DATE PIC 9(08).
               05 QUE-ENTRY-TIME PIC 9(06).
               05 QUE-TERM-ID PIC X(04).
               05 QUE-CARD-IMAGE.
                   10 QUE-LIMIT-VAL-X PIC X(08).
                   10 QUE-LIMIT-VAL REDEFINES QUE-LIMIT-VAL-X
                       PIC 9(08).
                   10 QUE-MODE PIC X(01).
                   10 QUE-RANGE-LOW-X PIC X(08).
                   10 QUE-RANGE-HIGH-X PIC X(08).
                   10 QUE-NTH-X PIC X(08).
                   10 QUE-REQUESTOR PIC X(08).
               05 QUE-CANDIDATE-LINE REDEFINES QUE-CARD-IMAGE.
                   10 QUE-CANDIDATE PIC 9(08).
                   10 FILLER PIC X(33).
               05 QUE-CANDIDATE-COUNT PIC 9(03).
               05 QUE-RUN-DATE PIC 9(08).
               05 QUE-CARD-NUMBER PIC 9(02).
               05 QUE-ANSWER-STATUS PIC X(01).
               05 QUE-ANSWER-TOTAL PIC 9(15).
               05 QUE-ANSWER-COUNT PIC 9(08).
               05 QUE-REJECT-FIELD PIC X(15).
               05 QUE-REJECT-REASON PIC X(32).
               05 QUE-FILLER PIC X(05).
           01 QUEUE-RID.
               05 QRID-REQUEST-NO PIC 9(08).
               05 QRID-LINE-NO PIC 9(03).

      *----------------------------------------------------------------
      * P10R WORK AREAS. INTAKE-CARD IS THE QUESTION AS KEYED (PARMIN
      * COLUMNS 1-41); THE INT-EFF- FIELDS ARE ITS VALUES AFTER THE
      * SAME DEFAULTING P10 APPLIES, FOR THE CROSS-FIELD AND
      * CANDIDATE CHECKS. THE FIRST RULE BROKEN IS REPORTED.
      *----------------------------------------------------------------
           01 INTAKE-CARD.
               05 INT-LIMIT-VAL-X PIC X(08).
               05 INT-LIMIT-VAL REDEFINES INT-LIMIT-VAL-X PIC 9(08).
               05 INT-MODE PIC X(01).
               05 INT-RANGE-LOW-X PIC X(08).
               05 INT-RANGE-LOW REDEFINES INT-RANGE-LOW-X PIC 9(08).
               05 INT-RANGE-HIGH-X PIC X(08).
               05 INT-RANGE-HIGH REDEFINES INT-RANGE-HIGH-X
                   PIC 9(08).
               05 INT-NTH-X PIC X(08).
               05 INT-NTH REDEFINES INT-NTH-X PIC 9(08).
               05 INT-REQUESTOR PIC X(08).
           77 INT-EFF-LIMIT PIC S9(8) COMP VALUE ZERO.
           77 INT-EFF-RANGE-LOW PIC S9(8) COMP VALUE ZERO.
           77 INT-EFF-RANGE-HIGH PIC S9(8) COMP VALUE ZERO.
           77 INT-MAX-LIMIT PIC S9(8) COMP VALUE 64000000.
           77 INT-ERROR-FIELD PIC X(15) VALUE SPACES.
           77 INT-ERROR-COLUMNS PIC X(05) VALUE SPACES.
           77 INT-ERROR-REASON PIC X(32) VALUE SPACES.
           77 INT-REQUEST-NO PIC 9(08) VALUE ZERO.
           77 ABS-TIME PIC S9(15) COMP-3 VALUE ZERO.

           01 CAND-ENTRY-AREA.
               05 CAND-ENTRY OCCURS 7 TIMES.
                   10 CAND-VALUE-X PIC X(08).
                   10 CAND-VALUE REDEFINES CAND-VALUE-X PIC 9(08).
                   10 FILLER PIC X(01).
           77 CAND-SUB PIC S9(4) COMP VALUE ZERO.
           77 CAND-ENTERED PIC S9(4) COMP VALUE ZERO.
           77 CAND-DIV-QUOT PIC S9(8) COMP VALUE ZERO.
           77 CAND-DIV-REM PIC S9(8) COMP VALUE ZERO.
           77 CAND-BAD-SUB PIC S9(4) COMP VALUE ZERO.
           77 CAND-LIST-COUNT PIC S9(4) COMP VALUE ZERO.
           77 CAND-LIST-MAX PIC S9(4) COMP VALUE 999.

           77 EDIT-REQUEST-NO PIC 9(08) VALUE ZERO.
           77 EDIT-STATUS-WORD PIC X(09) VALUE SPACES.
           77 EDIT-DATE PIC 9999/99/99.
           77 EDIT-COUNT PIC ZZ,ZZZ,ZZ9.
           77 EDIT-TOTAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           77 EDIT-SMALL PIC ZZ9.

      *----------------------------------------------------------------
      * THE REPLY IS BUILT AS FOUR 79-CHARACTER LINES AND SENT AS
      * ONE TEXT BLOCK - SEND TEXT WRAPS AT THE TERMINAL WIDTH, SO
      *----------------------------------------------------------------
      * 0000-MAINLINE - RECEIVE THE REQUEST, ROUTE IT, SEND THE
      * REPLY AND RETURN PSEUDO-CONVERSATIONALLY UNDER THE SAME
      * TRANSID SO THE NEXT QUESTION NEEDS NO FRESH SIGN-ON. P10R
      * (REQUEST INTAKE) AND P10Q (INQUIRY) SHARE THE PROGRAM; THE
      * TRANSID THE TASK WAS STARTED UNDER PICKS THE SIDE.
      *----------------------------------------------------------------
       0000-MAINLINE.
           MOVE EIBTRNID TO CURRENT-TRANSID
           MOVE SPACES TO TERM-INPUT
           MOVE 80 TO TERM-INPUT-LENGTH
           EXEC CICS RECEIVE

           MOVE SPACES TO REPLY-AREA

           IF CURRENT-TRANSID = "P10R"
               PERFORM 6000-REQUEST-INTAKE
                   THRU 6000-REQUEST-INTAKE-EXIT
           ELSE
               MOVE "P10Q" TO CURRENT-TRANSID
               EVALUATE REQ-FUNCTION
                   WHEN "S"
                       PERFORM 5000-SHOW-STATUS
                           THRU 5000-SHOW-STATUS-EXIT
                   WHEN "P"
                   WHEN "N"
                   WHEN "B"
                   WHEN "O"
                       PERFORM 1000-VALIDATE-CANDIDATE
                           THRU 1000-VALIDATE-CANDIDATE-EXIT
                   WHEN OTHER
                       PERFORM 9000-SHOW-USAGE
                           THRU 9000-SHOW-USAGE-EXIT
               END-EVALUATE
           END-IF

           PERFORM 8000-SEND-REPLY
               THRU 8000-SEND-REPLY-EXIT

           EXEC CICS RETURN
               TRANSID (CURRENT-TRANSID)
           END-EXEC.

      *----------------------------------------------------------------
       5000-SHOW-STATUS-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6000-REQUEST-INTAKE - P10R. ROUTE ON THE FUNCTION IN COL 6.
      *----------------------------------------------------------------
       6000-REQUEST-INTAKE.
           EVALUATE REQ-FUNCTION
               WHEN "Q"
                   PERFORM 6100-QUEUE-QUESTION
                       THRU 6100-QUEUE-QUESTION-EXIT
               WHEN "C"
                   PERFORM 6200-ADD-CANDIDATES
                       THRU 6200-ADD-CANDIDATES-EXIT
               WHEN "I"
                   PERFORM 6300-SHOW-REQUEST
                       THRU 6300-SHOW-REQUEST-EXIT
               WHEN OTHER
                   PERFORM 9200-SHOW-INTAKE-USAGE
                       THRU 9200-SHOW-INTAKE-USAGE-EXIT
           END-EVALUATE.
       6000-REQUEST-INTAKE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6100-QUEUE-QUESTION - VALIDATE THE KEYED CARD AND, IF IT
      * WOULD PASS P10, PUT IT ON THE QUEUE AS PENDING UNDER THE
      * NEXT REQUEST NUMBER. A BLANK MODE IS STORED AS "1" SO THE
      * QUEUE ENTRY MATCHES THE TOTOUT RECORD IT WILL BE ANSWERED BY.
      *----------------------------------------------------------------
       6100-QUEUE-QUESTION.
           MOVE TERM-INPUT (8:41) TO INTAKE-CARD
           PERFORM 6110-VALIDATE-QUESTION
               THRU 6110-VALIDATE-QUESTION-EXIT

           IF INT-ERROR-FIELD NOT = SPACES
               STRING "P10R QUESTION NOT QUEUED - FIELD "
                          DELIMITED BY SIZE
                      INT-ERROR-FIELD DELIMITED BY "  "
                      " COLS " DELIMITED BY SIZE
                      INT-ERROR-COLUMNS DELIMITED BY SIZE
                   INTO REPLY-LINE-1
               END-STRING
               MOVE INT-ERROR-REASON TO REPLY-LINE-2
               MOVE "COLUMNS ARE PARMIN CARD COLUMNS - CARD COL 1 IS"
                   TO REPLY-LINE-3
               MOVE " SCREEN COL 8" TO REPLY-LINE-3 (48:13)
               GO TO 6100-QUEUE-QUESTION-EXIT
           END-IF

           PERFORM 6120-NEXT-REQUEST-NUMBER
               THRU 6120-NEXT-REQUEST-NUMBER-EXIT
           IF INT-REQUEST-NO = ZERO
               GO TO 6100-QUEUE-QUESTION-EXIT
           END-IF

           MOVE SPACES TO QUEUE-REC
           MOVE INT-REQUEST-NO TO QUE-REQUEST-NO
           MOVE ZERO TO QUE-LINE-NO
           SET QUE-IS-PENDING TO TRUE
           EXEC CICS ASKTIME
               ABSTIME (ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME (ABS-TIME)
               YYYYMMDD (QUE-ENTRY-DATE)
               TIME (QUE-ENTRY-TIME)
           END-EXEC
           MOVE EIBTRMID TO QUE-TERM-ID
           MOVE INTAKE-CARD TO QUE-CARD-IMAGE
           MOVE ZERO TO QUE-CANDIDATE-COUNT
           MOVE ZERO TO QUE-RUN-DATE
           MOVE ZERO TO QUE-CARD-NUMBER
           MOVE ZERO TO QUE-ANSWER-TOTAL
           MOVE ZERO TO QUE-ANSWER-COUNT
           MOVE QUE-KEY TO QUEUE-RID

           EXEC CICS WRITE
               FILE ('REQQUE')
               FROM (QUEUE-REC)
               RIDFLD (QUEUE-RID)
               RESP (CICS-RESP)
           END-EXEC
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9300-SHOW-QUEUE-FAILURE
                   THRU 9300-SHOW-QUEUE-FAILURE-EXIT
               GO TO 6100-QUEUE-QUESTION-EXIT
           END-IF

           MOVE INT-REQUEST-NO TO EDIT-REQUEST-NO
           STRING "P10R REQUEST " DELIMITED BY SIZE
                  EDIT-REQUEST-NO DELIMITED BY SIZE
                  " QUEUED - PENDING FOR THE NEXT NIGHTLY RUN"
                      DELIMITED BY SIZE
               INTO REPLY-LINE-1
           END-STRING
           MOVE "KEEP THE REQUEST NUMBER - P10R I NNNNNNNN SHOWS"
               TO REPLY-LINE-2
           MOVE " ITS ANSWER" TO REPLY-LINE-2 (48:11)
           IF INT-MODE = "4" OR INT-MODE = "5"
               MOVE "NOW ADD THE CANDIDATES WITH P10R C NNNNNNNN -"
                   TO REPLY-LINE-3
               MOVE " NOT RUN UNTIL IT HAS AT LEAST ONE"
                   TO REPLY-LINE-3 (46:34)
           END-IF.
       6100-QUEUE-QUESTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6110-VALIDATE-QUESTION - THE P10 1100-LOAD-PARM-CARD RULES,
      * SAME REASON TEXT, PLUS: THE REQUESTOR IS REQUIRED ON LINE
      * AND A LIMIT ABOVE THE 64,000,000 MAXIMUM IS REFUSED RATHER
      * THAN QUIETLY CAPPED. STOPS AT THE FIRST RULE BROKEN.
      *----------------------------------------------------------------
       6110-VALIDATE-QUESTION.
           MOVE SPACES TO INT-ERROR-FIELD
           MOVE SPACES TO INT-ERROR-COLUMNS
           MOVE SPACES TO INT-ERROR-REASON

           IF INT-LIMIT-VAL-X = SPACES
               OR INT-LIMIT-VAL-X = "00000000"
               MOVE 2000000 TO INT-EFF-LIMIT
           ELSE
               IF INT-LIMIT-VAL-X NOT NUMERIC
                   MOVE "LIMIT-VAL" TO INT-ERROR-FIELD
                   MOVE "01-08" TO INT-ERROR-COLUMNS
                   MOVE "NOT NUMERIC" TO INT-ERROR-REASON
                   GO TO 6110-VALIDATE-QUESTION-EXIT
               END-IF
               MOVE INT-LIMIT-VAL TO INT-EFF-LIMIT
               IF INT-EFF-LIMIT > INT-MAX-LIMIT
                   MOVE "LIMIT-VAL" TO INT-ERROR-FIELD
                   MOVE "01-08" TO INT-ERROR-COLUMNS
                   MOVE "LIMIT ABOVE 64,000,000 MAXIMUM"
                       TO INT-ERROR-REASON
                   GO TO 6110-VALIDATE-QUESTION-EXIT
               END-IF
           END-IF

           IF INT-MODE = SPACE
               MOVE "1" TO INT-MODE
           END-IF
           IF INT-MODE < "1" OR INT-MODE > "6"
               MOVE "MODE" TO INT-ERROR-FIELD
               MOVE "09-09" TO INT-ERROR-COLUMNS
               MOVE "MODE CODE NOT 1 THRU 6" TO INT-ERROR-REASON
               GO TO 6110-VALIDATE-QUESTION-EXIT
           END-IF

           IF INT-RANGE-LOW-X = SPACES
               OR INT-RANGE-LOW-X = "00000000"
               MOVE 1 TO INT-EFF-RANGE-LOW
           ELSE
               IF INT-RANGE-LOW-X NOT NUMERIC
                   MOVE "RANGE-LOW" TO INT-ERROR-FIELD
                   MOVE "10-17" TO INT-ERROR-COLUMNS
                   MOVE "NOT NUMERIC" TO INT-ERROR-REASON
                   GO TO 6110-VALIDATE-QUESTION-EXIT
               END-IF
               MOVE INT-RANGE-LOW TO INT-EFF-RANGE-LOW
           END-IF

           IF INT-RANGE-HIGH-X = SPACES
               OR INT-RANGE-HIGH-X = "00000000"
               MOVE 2000000 TO INT-EFF-RANGE-HIGH
           ELSE
               IF INT-RANGE-HIGH-X NOT NUMERIC
                   MOVE "RANGE-HIGH" TO INT-ERROR-FIELD
                   MOVE "18-25" TO INT-ERROR-COLUMNS
                   MOVE "NOT NUMERIC" TO INT-ERROR-REASON
                   GO TO 6110-VALIDATE-QUESTION-EXIT
               END-IF
               MOVE INT-RANGE-HIGH TO INT-EFF-RANGE-HIGH
           END-IF

           IF INT-NTH-X NOT = SPACES
               AND INT-NTH-X NOT = "00000000"
               AND INT-NTH-X NOT NUMERIC
               MOVE "NTH" TO INT-ERROR-FIELD
               MOVE "26-33" TO INT-ERROR-COLUMNS
               MOVE "NOT NUMERIC" TO INT-ERROR-REASON
               GO TO 6110-VALIDATE-QUESTION-EXIT
           END-IF

           IF INT-REQUESTOR = SPACES
               MOVE "REQUESTOR" TO INT-ERROR-FIELD
               MOVE "34-41" TO INT-ERROR-COLUMNS
               MOVE "REQUESTOR ID REQUIRED" TO INT-ERROR-REASON
               GO TO 6110-VALIDATE-QUESTION-EXIT
           END-IF
           IF INT-REQUESTOR (1:1) = SPACE
               MOVE "REQUESTOR" TO INT-ERROR-FIELD
               MOVE "34-41" TO INT-ERROR-COLUMNS
               MOVE "REQUESTOR NOT LEFT JUSTIFIED" TO INT-ERROR-REASON
               GO TO 6110-VALIDATE-QUESTION-EXIT
           END-IF

           IF TERM-INPUT (49:32) NOT = SPACES
               MOVE "CARD" TO INT-ERROR-FIELD
               MOVE "42-73" TO INT-ERROR-COLUMNS
               MOVE "COLUMNS 42-73 NOT BLANK" TO INT-ERROR-REASON
               GO TO 6110-VALIDATE-QUESTION-EXIT
           END-IF

           IF INT-MODE = "3"
               AND INT-EFF-RANGE-LOW > INT-EFF-RANGE-HIGH
               MOVE "RANGE-LOW" TO INT-ERROR-FIELD
               MOVE "10-25" TO INT-ERROR-COLUMNS
               MOVE "MODE 3 RANGE LOW ABOVE HIGH" TO INT-ERROR-REASON
               GO TO 6110-VALIDATE-QUESTION-EXIT
           END-IF

           IF INT-MODE = "6"
               AND INT-EFF-RANGE-LOW > INT-EFF-RANGE-HIGH
               MOVE "RANGE-LOW" TO INT-ERROR-FIELD
               MOVE "10-25" TO INT-ERROR-COLUMNS
               MOVE "MODE 6 RANGE LOW ABOVE HIGH" TO INT-ERROR-REASON
               GO TO 6110-VALIDATE-QUESTION-EXIT
           END-IF

           IF INT-MODE = "6"
               IF INT-NTH-X = SPACES
                   OR INT-NTH-X = "00000000"
                   OR INT-NTH > 4
                   MOVE "NTH" TO INT-ERROR-FIELD
                   MOVE "26-33" TO INT-ERROR-COLUMNS
                   MOVE "MODE 6 PATTERN CODE NOT 1 THRU 4"
                       TO INT-ERROR-REASON
                   GO TO 6110-VALIDATE-QUESTION-EXIT
               END-IF
           END-IF.
       6110-VALIDATE-QUESTION-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6120-NEXT-REQUEST-NUMBER - BUMP THE LAST-NUMBER-ISSUED ON THE
      * CONTROL RECORD UNDER UPDATE, SO TWO DESKS QUEUEING AT ONCE
      * CANNOT DRAW THE SAME NUMBER. THE FIRST REQUEST EVER WRITES
      * THE CONTROL RECORD. INT-REQUEST-NO COMES BACK ZERO (REPLY
      * ALREADY BUILT) IF THE QUEUE CANNOT BE UPDATED.
      *----------------------------------------------------------------
       6120-NEXT-REQUEST-NUMBER.
           MOVE ZERO TO INT-REQUEST-NO
           MOVE ZERO TO QRID-REQUEST-NO
           MOVE ZERO TO QRID-LINE-NO

           EXEC CICS READ
               FILE ('REQQUE')
               INTO (QUEUE-REC)
               RIDFLD (QUEUE-RID)
               UPDATE
               RESP (CICS-RESP)
           END-EXEC

           EVALUATE CICS-RESP
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO QUE-CANDIDATE
                   MOVE QUE-CANDIDATE TO INT-REQUEST-NO
                   EXEC CICS REWRITE
                       FILE ('REQQUE')
                       FROM (QUEUE-REC)
                       RESP (CICS-RESP)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO QUEUE-REC
                   MOVE ZERO TO QUE-REQUEST-NO
                   MOVE ZERO TO QUE-LINE-NO
                   MOVE 1 TO QUE-CANDIDATE
                   MOVE 1 TO INT-REQUEST-NO
                   EXEC CICS WRITE
                       FILE ('REQQUE')
                       FROM (QUEUE-REC)
                       RIDFLD (QUEUE-RID)
                       RESP (CICS-RESP)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CICS-RESP NOT = DFHRESP(NORMAL)
               MOVE ZERO TO INT-REQUEST-NO
               PERFORM 9300-SHOW-QUEUE-FAILURE
                   THRU 9300-SHOW-QUEUE-FAILURE-EXIT
           END-IF.
       6120-NEXT-REQUEST-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6200-ADD-CANDIDATES - APPEND UP TO SEVEN CANDIDATE LINES TO A
      * PENDING MODE-4 OR MODE-5 REQUEST. EVERY CANDIDATE KEYED IS
      * CHECKED FIRST - ONE BAD ONE REFUSES THE WHOLE ENTRY, SO THE
      * DESK NEVER HAS TO WORK OUT WHICH OF THE SEVEN WENT IN. A
      * CANDIDATE P10 COULD ONLY ANSWER "E" (NOT BELOW THE CARD LIMIT,
      * OR FOR MODE 5 NOT AN EVEN NUMBER OF AT LEAST 4) IS REFUSED.
      * THE HEADER'S NEW COUNT IS REWRITTEN FIRST, RESERVING THE LINE
      * NUMBERS, THEN THE LINES ARE WRITTEN; A FAILED WRITE ROLLS THE
      * WHOLE ENTRY BACK (REQQUE IS DEFINED RECOVERABLE).
      *----------------------------------------------------------------
       6200-ADD-CANDIDATES.
           IF REQ-CANDIDATE-X NOT NUMERIC
               PERFORM 9200-SHOW-INTAKE-USAGE
                   THRU 9200-SHOW-INTAKE-USAGE-EXIT
               GO TO 6200-ADD-CANDIDATES-EXIT
           END-IF
           MOVE REQ-CANDIDATE-X TO EDIT-REQUEST-NO
           MOVE REQ-CANDIDATE-X TO QRID-REQUEST-NO
           MOVE ZERO TO QRID-LINE-NO

           EXEC CICS READ
               FILE ('REQQUE')
               INTO (QUEUE-REC)
               RIDFLD (QUEUE-RID)
               UPDATE
               RESP (CICS-RESP)
           END-EXEC

           EVALUATE CICS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   STRING "P10R REQUEST " DELIMITED BY SIZE
                          EDIT-REQUEST-NO DELIMITED BY SIZE
                          " IS NOT ON THE QUEUE" DELIMITED BY SIZE
                       INTO REPLY-LINE-1
                   END-STRING
                   GO TO 6200-ADD-CANDIDATES-EXIT
               WHEN OTHER
                   PERFORM 9100-SHOW-READ-FAILURE
                       THRU 9100-SHOW-READ-FAILURE-EXIT
                   GO TO 6200-ADD-CANDIDATES-EXIT
           END-EVALUATE

           IF NOT QUE-IS-PENDING
               OR (QUE-MODE NOT = "4" AND QUE-MODE NOT = "5")
               EXEC CICS UNLOCK
                   FILE ('REQQUE')
               END-EXEC
               STRING "P10R REQUEST " DELIMITED BY SIZE
                      EDIT-REQUEST-NO DELIMITED BY SIZE
                      " TAKES NO CANDIDATES" DELIMITED BY SIZE
                   INTO REPLY-LINE-1
               END-STRING
               MOVE "CANDIDATES GO ONLY ON A PENDING MODE 4 OR MODE 5"
                   TO REPLY-LINE-2
               MOVE " REQUEST" TO REPLY-LINE-2 (49:8)
               GO TO 6200-ADD-CANDIDATES-EXIT
           END-IF

           IF QUE-LIMIT-VAL-X = SPACES
               OR QUE-LIMIT-VAL-X = "00000000"
               MOVE 2000000 TO INT-EFF-LIMIT
           ELSE
               MOVE QUE-LIMIT-VAL TO INT-EFF-LIMIT
           END-IF

           MOVE TERM-INPUT (17:63) TO CAND-ENTRY-AREA
           MOVE ZERO TO CAND-ENTERED
           MOVE ZERO TO CAND-BAD-SUB
           MOVE SPACES TO INT-ERROR-REASON
           PERFORM 6210-CHECK-ONE-CANDIDATE
               THRU 6210-CHECK-ONE-CANDIDATE-EXIT
               VARYING CAND-SUB FROM 1 BY 1
               UNTIL CAND-SUB > 7 OR CAND-BAD-SUB > 0

           MOVE QUE-CANDIDATE-COUNT TO CAND-LIST-COUNT
           IF CAND-BAD-SUB = 0 AND CAND-ENTERED = 0
               MOVE "NO CANDIDATES ENTERED" TO INT-ERROR-REASON
           END-IF
           IF CAND-BAD-SUB = 0 AND CAND-ENTERED > 0
               AND CAND-LIST-COUNT + CAND-ENTERED > CAND-LIST-MAX
               MOVE "LIST WOULD PASS 999 CANDIDATES" TO INT-ERROR-REASON
           END-IF

           IF INT-ERROR-REASON NOT = SPACES
               EXEC CICS UNLOCK
                   FILE ('REQQUE')
               END-EXEC
               STRING "P10R REQUEST " DELIMITED BY SIZE
                      EDIT-REQUEST-NO DELIMITED BY SIZE
                      " - NO CANDIDATES ADDED" DELIMITED BY SIZE
                   INTO REPLY-LINE-1
               END-STRING
               MOVE INT-ERROR-REASON TO REPLY-LINE-2
               IF CAND-BAD-SUB > 0
                   MOVE "CANDIDATE" TO REPLY-LINE-2 (34:9)
                   MOVE CAND-VALUE-X (CAND-BAD-SUB)
                       TO REPLY-LINE-2 (44:8)
               END-IF
               GO TO 6200-ADD-CANDIDATES-EXIT
           END-IF

           ADD CAND-ENTERED TO QUE-CANDIDATE-COUNT
           EXEC CICS REWRITE
               FILE ('REQQUE')
               FROM (QUEUE-REC)
               RESP (CICS-RESP)
           END-EXEC
           IF CICS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9300-SHOW-QUEUE-FAILURE
                   THRU 9300-SHOW-QUEUE-FAILURE-EXIT
               GO TO 6200-ADD-CANDIDATES-EXIT
           END-IF

           PERFORM 6220-WRITE-ONE-CANDIDATE
               THRU 6220-WRITE-ONE-CANDIDATE-EXIT
               VARYING CAND-SUB FROM 1 BY 1
               UNTIL CAND-SUB > 7 OR CICS-RESP NOT = DFHRESP(NORMAL)

           IF CICS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               PERFORM 9300-SHOW-QUEUE-FAILURE
                   THRU 9300-SHOW-QUEUE-FAILURE-EXIT
               GO TO 6200-ADD-CANDIDATES-EXIT
           END-IF

           MOVE CAND-ENTERED TO EDIT-SMALL
           STRING "P10R REQUEST " DELIMITED BY SIZE
                  EDIT-REQUEST-NO DELIMITED BY SIZE
                  " -" DELIMITED BY SIZE
                  EDIT-SMALL DELIMITED BY SIZE
                  " CANDIDATE(S) ADDED" DELIMITED BY SIZE
               INTO REPLY-LINE-1
           END-STRING
           MOVE CAND-LIST-COUNT TO EDIT-SMALL
           MOVE EDIT-SMALL TO REPLY-LINE-2 (1:3)
           MOVE " CANDIDATES NOW ON THE LIST" TO REPLY-LINE-2 (4:27).
       6200-ADD-CANDIDATES-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6210-CHECK-ONE-CANDIDATE - ONE OF THE SEVEN SLOTS. BLANK
      * SLOTS ARE SKIPPED; THE FIRST BAD ONE STOPS THE CHECK WITH
      * ITS SLOT IN CAND-BAD-SUB AND THE RULE IN INT-ERROR-REASON.
      *----------------------------------------------------------------
       6210-CHECK-ONE-CANDIDATE.
           IF CAND-VALUE-X (CAND-SUB) = SPACES
               GO TO 6210-CHECK-ONE-CANDIDATE-EXIT
           END-IF
           IF CAND-VALUE-X (CAND-SUB) NOT NUMERIC
               MOVE CAND-SUB TO CAND-BAD-SUB
               MOVE "NOT NUMERIC" TO INT-ERROR-REASON
               GO TO 6210-CHECK-ONE-CANDIDATE-EXIT
           END-IF
           IF CAND-VALUE (CAND-SUB) NOT < INT-EFF-LIMIT
               MOVE CAND-SUB TO CAND-BAD-SUB
               MOVE "NOT BELOW THE CARD LIMIT" TO INT-ERROR-REASON
               GO TO 6210-CHECK-ONE-CANDIDATE-EXIT
           END-IF
           IF QUE-MODE = "4" AND CAND-VALUE (CAND-SUB) < 2
               MOVE CAND-SUB TO CAND-BAD-SUB
               MOVE "BELOW 2" TO INT-ERROR-REASON
               GO TO 6210-CHECK-ONE-CANDIDATE-EXIT
           END-IF
           IF QUE-MODE = "5"
               DIVIDE CAND-VALUE (CAND-SUB) BY 2
                   GIVING CAND-DIV-QUOT REMAINDER CAND-DIV-REM
               IF CAND-DIV-REM NOT = 0 OR CAND-VALUE (CAND-SUB) < 4
                   MOVE CAND-SUB TO CAND-BAD-SUB
                   MOVE "NOT AN EVEN NUMBER OF 4 OR MORE"
                       TO INT-ERROR-REASON
                   GO TO 6210-CHECK-ONE-CANDIDATE-EXIT
               END-IF
           END-IF
           ADD 1 TO CAND-ENTERED.
       6210-CHECK-ONE-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6220-WRITE-ONE-CANDIDATE - ONE CANDIDATE LINE, NUMBERED ON
      * FROM THE LAST LINE ALREADY ON THE REQUEST.
      *----------------------------------------------------------------
       6220-WRITE-ONE-CANDIDATE.
           IF CAND-VALUE-X (CAND-SUB) = SPACES
               GO TO 6220-WRITE-ONE-CANDIDATE-EXIT
           END-IF
           ADD 1 TO CAND-LIST-COUNT
           MOVE SPACES TO QUEUE-REC
           MOVE REQ-CANDIDATE-X TO QUE-REQUEST-NO
           MOVE CAND-LIST-COUNT TO QUE-LINE-NO
           SET QUE-IS-PENDING TO TRUE
           MOVE ZERO TO QUE-ENTRY-DATE
           MOVE ZERO TO QUE-ENTRY-TIME
           MOVE EIBTRMID TO QUE-TERM-ID
           MOVE CAND-VALUE (CAND-SUB) TO QUE-CANDIDATE
           MOVE ZERO TO QUE-CANDIDATE-COUNT
           MOVE ZERO TO QUE-RUN-DATE
           MOVE ZERO TO QUE-CARD-NUMBER
           MOVE ZERO TO QUE-ANSWER-TOTAL
           MOVE ZERO TO QUE-ANSWER-COUNT
           MOVE QUE-KEY TO QUEUE-RID
           EXEC CICS WRITE
               FILE ('REQQUE')
               FROM (QUEUE-REC)
               RIDFLD (QUEUE-RID)
               RESP (CICS-RESP)
           END-EXEC.
       6220-WRITE-ONE-CANDIDATE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 6300-SHOW-REQUEST - WHERE A REQUEST STANDS: PENDING, IN
      * TONIGHT'S DECK, ANSWERED (WITH THE TOTOUT ANSWER) OR REJECTED
      * (WITH THE FIELD AND RULE FROM THE ERROR REPORT).
      *----------------------------------------------------------------
       6300-SHOW-REQUEST.
           IF REQ-CANDIDATE-X NOT NUMERIC
               PERFORM 9200-SHOW-INTAKE-USAGE
                   THRU 9200-SHOW-INTAKE-USAGE-EXIT
               GO TO 6300-SHOW-REQUEST-EXIT
           END-IF
           MOVE REQ-CANDIDATE-X TO EDIT-REQUEST-NO
           MOVE REQ-CANDIDATE-X TO QRID-REQUEST-NO
           MOVE ZERO TO QRID-LINE-NO

           EXEC CICS READ
               FILE ('REQQUE')
               INTO (QUEUE-REC)
               RIDFLD (QUEUE-RID)
               RESP (CICS-RESP)
           END-EXEC

           EVALUATE CICS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   STRING "P10R REQUEST " DELIMITED BY SIZE
                          EDIT-REQUEST-NO DELIMITED BY SIZE
                          " IS NOT ON THE QUEUE" DELIMITED BY SIZE
                       INTO REPLY-LINE-1
                   END-STRING
                   GO TO 6300-SHOW-REQUEST-EXIT
               WHEN OTHER
                   PERFORM 9100-SHOW-READ-FAILURE
                       THRU 9100-SHOW-READ-FAILURE-EXIT
                   GO TO 6300-SHOW-REQUEST-EXIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN QUE-IS-PENDING
                   MOVE "PENDING" TO EDIT-STATUS-WORD
               WHEN QUE-IS-SCHEDULED
                   MOVE "SCHEDULED" TO EDIT-STATUS-WORD
               WHEN QUE-IS-ANSWERED
                   MOVE "ANSWERED" TO EDIT-STATUS-WORD
               WHEN QUE-IS-REJECTED
                   MOVE "REJECTED" TO EDIT-STATUS-WORD
               WHEN OTHER
                   MOVE "UNKNOWN" TO EDIT-STATUS-WORD
           END-EVALUATE
           STRING "P10R REQUEST " DELIMITED BY SIZE
                  EDIT-REQUEST-NO DELIMITED BY SIZE
                  " MODE " DELIMITED BY SIZE
                  QUE-MODE DELIMITED BY SIZE
                  " FOR " DELIMITED BY SIZE
                  QUE-REQUESTOR DELIMITED BY SIZE
                  " IS " DELIMITED BY SIZE
                  EDIT-STATUS-WORD DELIMITED BY SIZE
               INTO REPLY-LINE-1
           END-STRING

           EVALUATE TRUE
               WHEN QUE-IS-PENDING
                   MOVE QUE-ENTRY-DATE TO EDIT-DATE
                   MOVE "ENTERED" TO REPLY-LINE-2
                   MOVE EDIT-DATE TO REPLY-LINE-2 (9:10)
                   MOVE "- GOES INTO THE NEXT NIGHTLY DECK"
                       TO REPLY-LINE-2 (20:33)
               WHEN QUE-IS-SCHEDULED
                   MOVE QUE-RUN-DATE TO EDIT-DATE
                   MOVE "CARD" TO REPLY-LINE-2
                   MOVE QUE-CARD-NUMBER TO REPLY-LINE-2 (6:2)
                   MOVE "OF THE" TO REPLY-LINE-2 (9:6)
                   MOVE EDIT-DATE TO REPLY-LINE-2 (16:10)
                   MOVE "DECK - ANSWER POSTED AFTER THE RUN"
                       TO REPLY-LINE-2 (27:34)
               WHEN QUE-IS-ANSWERED
                   MOVE QUE-RUN-DATE TO EDIT-DATE
                   MOVE QUE-ANSWER-TOTAL TO EDIT-TOTAL
                   MOVE QUE-ANSWER-COUNT TO EDIT-COUNT
                   STRING EDIT-DATE DELIMITED BY SIZE
                          " RUN: TOTAL " DELIMITED BY SIZE
                          EDIT-TOTAL DELIMITED BY SIZE
                          " COUNT " DELIMITED BY SIZE
                          EDIT-COUNT DELIMITED BY SIZE
                          " FOUND " DELIMITED BY SIZE
                          QUE-ANSWER-STATUS DELIMITED BY SIZE
                       INTO REPLY-LINE-2
                   END-STRING
               WHEN QUE-IS-REJECTED
                   MOVE QUE-REJECT-FIELD TO REPLY-LINE-2
                   MOVE QUE-REJECT-REASON TO REPLY-LINE-2 (17:32)
           END-EVALUATE

           MOVE "CARD:" TO REPLY-LINE-3
           MOVE QUE-CARD-IMAGE TO REPLY-LINE-3 (7:41)
           IF QUE-MODE = "4" OR QUE-MODE = "5"
               MOVE QUE-CANDIDATE-COUNT TO EDIT-SMALL
               MOVE EDIT-SMALL TO REPLY-LINE-4 (1:3)
               MOVE " CANDIDATES - PER-CANDIDATE ANSWERS ARE ON"
                   TO REPLY-LINE-4 (4:42)
               IF QUE-MODE = "4"
                   MOVE " FACTOUT" TO REPLY-LINE-4 (46:8)
               ELSE
                   MOVE " GOLDOUT" TO REPLY-LINE-4 (46:8)
               END-IF
           END-IF.
       6300-SHOW-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 8000-SEND-REPLY - ONE TEXT BLOCK, ERASED SCREEN, KEYBOARD
      * FREED FOR THE NEXT QUESTION.
               TO REPLY-LINE-1.
       9100-SHOW-READ-FAILURE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9200-SHOW-INTAKE-USAGE - THE P10R INPUT FORMAT, FOR A BAD OR
      * EMPTY ENTRY.
      *----------------------------------------------------------------
       9200-SHOW-INTAKE-USAGE.
           MOVE "P10R Q <PARMIN CARD COLS 1-41 IN SCREEN COLS 8-48>"
               TO REPLY-LINE-2
           MOVE "P10R C NNNNNNNN CCCCCCCC CCCCCCCC ... (UP TO 7)"
               TO REPLY-LINE-3
           MOVE "P10R I NNNNNNNN - NNNNNNNN IS THE REQUEST NUMBER"
               TO REPLY-LINE-4.
       9200-SHOW-INTAKE-USAGE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * 9300-SHOW-QUEUE-FAILURE - THE QUEUE COULD NOT BE UPDATED.
      * NOTHING WAS QUEUED; THE ENTRY CAN SIMPLY BE KEYED AGAIN.
      *----------------------------------------------------------------
       9300-SHOW-QUEUE-FAILURE.
           MOVE "P10R QUEUE UPDATE FAILED - NOTHING QUEUED. KEY IT"
               TO REPLY-LINE-1
           MOVE " AGAIN OR CALL OPERATIONS" TO REPLY-LINE-1 (50:25).
       9300-SHOW-QUEUE-FAILURE-EXIT.
           EXIT.
