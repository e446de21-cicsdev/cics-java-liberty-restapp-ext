      *
      *   FUNC R - receive:  PART, QTY, LOC     -> LINK RECVGDS
      *   FUNC I - issue:    PART, QTY, DEPT,
      *                      JOB, LOC           -> LINK ISSUGDS
      *   FUNC T - transfer: PART, FROM, TO,
      *                      QTY                -> LINK STKXFER
      *   FUNC C - count:    PART, COUNTED QTY  -> the same
      *            CYCCOUNT update CNTENTRY makes at a desk.
      *   FUNC P - pick:     PICK LIST, DEPT, then line by line
      *                      QTY (X skips)      -> LINK PICKCONF
      *   FUNC K - kanban:   CARD               -> LINK KBTRIG
      *
      * Every prompt takes a scanned or keyed value and nothing
      * else; the movement logic underneath is the ordinary
      *                    the recommended shelf; over-budget,
      *                    frozen and closed-period refusals get
      *                    their own words instead of FAILED.
      *  15 Oct 2026  DEV  The issue asks for an optional JOBMAST
      *                    job number after the department and
      *                    hands it to ISSUGDS on the grown 353-
      *                    byte commarea; a closed job answers
      *                    JOB CLOSED. The conversation state grew
      *                    to carry the job - a conversation still
      *                    in flight on the old shorter state
      *                    picks up with no job.
      *  15 Oct 2026  DEV  A receipt or transfer refused because
      *                    the location does not permit the part's
      *                    hazard class answers HAZARD - REFUSED.
      *  15 Oct 2026  DEV  The transfer takes STKXFER's grown 38-
      *                    byte commarea and answers OK - OVER CAP
      *                    when the to-location is now over its
      *                    capacity.
      *  15 Oct 2026  DEV  New P function walks the picker through
      *                    a printed pick list line by line from
      *                    PICKCONF - location, part, lot and
      *                    quantity on a taller pick screen - and
      *                    confirms each line with the quantity
      *                    picked; X skips a line. The state grew
      *                    to carry the list and line.
      *  15 Oct 2026  DEV  New K function scans an empty bin's
      *                    kanban card and hands it to KBTRIG,
      *                    which raises the draft PO line or the
      *                    transfer proposal; the gun answers with
      *                    the PO number or the bulk location.
      *
      *****************************************************************

       77  RECEIPT-PROGRAM      PIC X(8) VALUE 'RECVGDS'.
       77  ISSUE-PROGRAM        PIC X(8) VALUE 'ISSUGDS'.
       77  TRANSFER-PROGRAM     PIC X(8) VALUE 'STKXFER'.
       77  PICK-PROGRAM         PIC X(8) VALUE 'PICKCONF'.
       77  KANBAN-PROGRAM       PIC X(8) VALUE 'KBTRIG'.
       77  COUNT-FILE-NAME      PIC X(8) VALUE 'CYCCOUNT'.
      *
      *    Conversation steps - where the next RECEIVE lands.
       77  STEP-WANT-TO-LOC     PIC 9(2) VALUE 8.
       77  STEP-WANT-XFER-QTY   PIC 9(2) VALUE 9.
       77  STEP-WANT-ISS-LOC    PIC 9(2) VALUE 10.
       77  STEP-WANT-JOB        PIC 9(2) VALUE 11.
       77  STEP-WANT-PICK-LIST  PIC 9(2) VALUE 12.
       77  STEP-WANT-PICK-DEPT  PIC 9(2) VALUE 13.
       77  STEP-WANT-PICK-QTY   PIC 9(2) VALUE 14.
       77  STEP-WANT-CARD       PIC 9(2) VALUE 15.
      *
      *    Length of the conversation state as it stands today; a
      *    task started before the job number or the pick list
      *    was added carries a shorter one.
       77  STATE-FULL-CALEN     PIC 9(4) VALUE 65.
      *
       01  WS-STORAGE.
           03 LINK-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-NUMERIC-EDIT   PIC X(8)          VALUE ZEROS.
           03 WS-TYPED-LEN      PIC S9(4) COMP    VALUE ZERO.
           03 WS-BAD-CHAR-COUNT PIC 9(4)  COMP    VALUE ZERO.
           03 WS-PICK-SCREEN-FLAG PIC X(1)        VALUE 'N'.
              88 PICK-SCREEN-WANTED  VALUE 'Y'.
           03 WS-OPEN-LINES-EDIT PIC Z(3)9.
      *
      *    The two-line gun screen: what happened, then what is
      *    wanted next.
           03 SC-RESULT         PIC X(20) VALUE SPACES.
           03 SC-PROMPT         PIC X(20) VALUE SPACES.
      *
      *    The taller pick screen: the result, the line to pick
      *    and where, then what is wanted next.
       01  WS-PICK-SCREEN.
           03 PS-RESULT         PIC X(20) VALUE SPACES.
           03 FILLER            PIC X(5)  VALUE 'LINE '.
           03 PS-LINE-NUMBER    PIC Z(3)9.
           03 FILLER            PIC X(11) VALUE SPACES.
           03 FILLER            PIC X(5)  VALUE 'AT   '.
           03 PS-LOCATION       PIC X(10) VALUE SPACES.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 FILLER            PIC X(5)  VALUE 'PART '.
           03 PS-PART-ID        PIC 9(8)  VALUE ZERO.
           03 FILLER            PIC X(7)  VALUE SPACES.
           03 FILLER            PIC X(5)  VALUE 'LOT  '.
           03 PS-LOT-NUMBER     PIC X(10) VALUE SPACES.
           03 FILLER            PIC X(5)  VALUE SPACES.
           03 FILLER            PIC X(5)  VALUE 'WANT '.
           03 PS-PICK-QUANTITY  PIC Z(7)9.
           03 FILLER            PIC X(7)  VALUE SPACES.
           03 PS-PROMPT         PIC X(20) VALUE SPACES.
      *
      *    The full-grown RECVGDS commarea up through the lot
      *    identity - enough for the location to be honored.
       01  WS-RECEIPT-AREA.
           03 RA-EXPIRY-DATE         PIC X(8).
           03 RA-SUGGESTED-LOCATION  PIC X(10).
      *
      *    The full-grown ISSUGDS commarea through the job
      *    number - the department is mandatory at this length,
      *    which is the point.
       01  WS-ISSUE-AREA.
           03 IA-PART-ID             PIC 9(8) DISPLAY.
           03 IA-ISSUE-QUANTITY      PIC 9(8) DISPLAY.
           03 IA-SERIAL-COUNT        PIC 9(2) DISPLAY.
           03 IA-SERIAL-NUMBER       OCCURS 10 TIMES PIC X(15).
           03 IA-REQUISITION         PIC X(8).
           03 IA-BUDGET-OVERRIDE     PIC X(1).
           03 IA-BUDGET-FLAG         PIC X(1).
           03 IA-JOB-NUMBER          PIC X(8).
      *
       01  WS-TRANSFER-AREA.
           03 TA-PART-ID             PIC 9(8) DISPLAY.
           03 TA-TO-LOCATION         PIC X(10).
           03 TA-TRANSFER-QUANTITY   PIC 9(8) DISPLAY.
           03 TA-RETURN-CODE         PIC X(1).
           03 TA-SPACE-WARNING       PIC X(1).
      *
      *    The PICKCONF commarea - one pick-list line.
       01  WS-PICK-AREA.
           03 PA-ACTION              PIC X(1).
           03 PA-LIST-NUMBER         PIC 9(8) DISPLAY.
           03 PA-LINE-NUMBER         PIC 9(4) DISPLAY.
           03 PA-PICKED-QUANTITY     PIC 9(8) DISPLAY.
           03 PA-DEPARTMENT          PIC X(6).
           03 PA-RETURN-CODE         PIC X(1).
           03 PA-PART-ID             PIC 9(8) DISPLAY.
           03 PA-LOCATION            PIC X(10).
           03 PA-LOT-NUMBER          PIC X(10).
           03 PA-PICK-QUANTITY       PIC 9(8) DISPLAY.
           03 PA-REQUESTER-REF       PIC X(12).
           03 PA-OPEN-LINES          PIC 9(4) DISPLAY.
           03 PA-SHORT-FLAG          PIC X(1).
      *
      *    The KBTRIG commarea - one scanned kanban card, and what
      *    its scan raised.
       01  WS-KANBAN-AREA.
           03 KA-CARD-ID             PIC X(8).
           03 KA-RETURN-CODE         PIC X(1).
           03 KA-SOURCE-TYPE         PIC X(1).
           03 KA-PO-NUMBER           PIC 9(8) DISPLAY.
           03 KA-PART-ID             PIC 9(8) DISPLAY.
           03 KA-QUANTITY            PIC 9(8) DISPLAY.
           03 KA-FROM-LOCATION       PIC X(10).
      *
       LINKAGE SECTION.
      *
           03 RF-LOCATION       PIC X(10).
           03 RF-LOCATION-2     PIC X(10).
           03 RF-DEPARTMENT     PIC X(6).
           03 RF-JOB-NUMBER     PIC X(8).
           03 RF-PICK-LIST      PIC 9(8) DISPLAY.
           03 RF-PICK-LINE      PIC 9(4) DISPLAY.
      *
       01  WS-NEXT-STATE.
           03 NX-STEP           PIC 9(2) DISPLAY.
           03 NX-LOCATION       PIC X(10).
           03 NX-LOCATION-2     PIC X(10).
           03 NX-DEPARTMENT     PIC X(6).
           03 NX-JOB-NUMBER     PIC X(8).
           03 NX-PICK-LIST      PIC 9(8) DISPLAY.
           03 NX-PICK-LINE      PIC 9(4) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
      *    First entry - no state yet: just ask for the function.
           IF EIBCALEN EQUAL ZERO
              MOVE SPACES TO WS-SCREEN
              MOVE 'FUNC? R/I/T/P/C/K' TO SC-PROMPT
              MOVE SPACES TO WS-NEXT-STATE
              MOVE STEP-WANT-FUNC TO NX-STEP
              PERFORM SEND-AND-RETURN
           END-IF.
      *
      *    Carry the state forward and take the operator's input.
           IF EIBCALEN LESS THAN STATE-FULL-CALEN
              MOVE SPACES TO WS-NEXT-STATE
              MOVE DFHCOMMAREA(1:EIBCALEN) TO WS-NEXT-STATE
           ELSE
              MOVE DFHCOMMAREA TO WS-NEXT-STATE
           END-IF.
           MOVE SPACES TO WS-INPUT.
           MOVE 20 TO WS-INPUT-LEN.
           EXEC CICS RECEIVE INTO(WS-INPUT)
                 PERFORM DO-RF-RECEIPT
              WHEN STEP-WANT-DEPT
                 MOVE WS-INPUT(1:6) TO NX-DEPARTMENT
                 MOVE 'JOB? ENTER=NONE' TO SC-PROMPT
                 MOVE STEP-WANT-JOB TO NX-STEP
              WHEN STEP-WANT-JOB
                 MOVE WS-INPUT(1:8) TO NX-JOB-NUMBER
                 MOVE 'LOC? ENTER=HOME' TO SC-PROMPT
                 MOVE STEP-WANT-ISS-LOC TO NX-STEP
              WHEN STEP-WANT-ISS-LOC
                 PERFORM DO-RF-ISSUE
              WHEN STEP-WANT-COUNT-QTY
                 PERFORM DO-RF-COUNT
              WHEN STEP-WANT-PICK-LIST
                 PERFORM TAKE-PICK-LIST
              WHEN STEP-WANT-PICK-DEPT
                 MOVE WS-INPUT(1:6) TO NX-DEPARTMENT
                 MOVE ZERO TO NX-PICK-LINE
                 PERFORM SHOW-NEXT-PICK-LINE
              WHEN STEP-WANT-PICK-QTY
                 PERFORM TAKE-PICK-QUANTITY
              WHEN STEP-WANT-CARD
                 PERFORM DO-RF-KANBAN
              WHEN OTHER
                 MOVE 'FUNC? R/I/T/P/C/K' TO SC-PROMPT
                 MOVE STEP-WANT-FUNC TO NX-STEP
           END-EVALUATE.
      *
      *    with the next state.
       SEND-AND-RETURN.
      *
           IF PICK-SCREEN-WANTED
              MOVE SC-RESULT TO PS-RESULT
              MOVE SC-PROMPT TO PS-PROMPT
              EXEC CICS SEND TEXT FROM(WS-PICK-SCREEN)
                        LENGTH(140)
                        ERASE FREEKB
                        END-EXEC
           ELSE
              EXEC CICS SEND TEXT FROM(WS-SCREEN)
                        LENGTH(40)
                        ERASE FREEKB
                        END-EXEC
           END-IF.
           EXEC CICS RETURN TRANSID(EIBTRNID)
                     COMMAREA(WS-NEXT-STATE)
                     LENGTH(65)
                     END-EXEC.
           GOBACK.
      *
                 MOVE WS-INPUT(1:1) TO NX-FUNC
                 MOVE 'PART?' TO SC-PROMPT
                 MOVE STEP-WANT-PART TO NX-STEP
              WHEN 'P'
                 MOVE WS-INPUT(1:1) TO NX-FUNC
                 MOVE 'PICK LIST?' TO SC-PROMPT
                 MOVE STEP-WANT-PICK-LIST TO NX-STEP
              WHEN 'K'
                 MOVE WS-INPUT(1:1) TO NX-FUNC
                 MOVE 'CARD?' TO SC-PROMPT
                 MOVE STEP-WANT-CARD TO NX-STEP
              WHEN OTHER
                 MOVE 'FUNC? R/I/T/P/C/K' TO SC-PROMPT
                 MOVE STEP-WANT-FUNC TO NX-STEP
           END-EVALUATE.
      *
           EXIT.
      *
      *    The issue, through the ordinary ISSUGDS with the
      *    department and job the gun prompted for.
       DO-RF-ISSUE.
      *
           MOVE SPACES TO WS-ISSUE-AREA.
           MOVE ZERO TO IA-RESERVATION-SEQ.
           MOVE NX-DEPARTMENT TO IA-DEPARTMENT.
           MOVE ZERO TO IA-SERIAL-COUNT.
           MOVE NX-JOB-NUMBER TO IA-JOB-NUMBER.
           EXEC CICS LINK PROGRAM(ISSUE-PROGRAM)
                     COMMAREA(WS-ISSUE-AREA)
                     LENGTH(353)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
           MOVE NX-QUANTITY TO TA-TRANSFER-QUANTITY.
           EXEC CICS LINK PROGRAM(TRANSFER-PROGRAM)
                     COMMAREA(WS-TRANSFER-AREA)
                     LENGTH(38)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
       DO-RF-TRANSFER-EXIT.
           EXIT.
      *
      *    The kanban scan, through KBTRIG - the card says what
      *    to replenish, from where and how much.
       DO-RF-KANBAN.
      *
           MOVE SPACES TO WS-KANBAN-AREA.
           MOVE WS-INPUT(1:8) TO KA-CARD-ID.
           EXEC CICS LINK PROGRAM(KANBAN-PROGRAM)
                     COMMAREA(WS-KANBAN-AREA)
                     LENGTH(44)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
              MOVE KA-RETURN-CODE TO RETURN-CODE
              PERFORM SHOW-MOVE-RESULT
           ELSE
              MOVE 'LINK FAILED' TO SC-RESULT
           END-IF.
           PERFORM RESTART-CONVERSATION.
      *
       DO-RF-KANBAN-EXIT.
           EXIT.
      *
      *    The count - the same CYCCOUNT update CNTENTRY makes at
      *    a desk: the part must be on the sheet and not yet
      *    approved or posted.
       DO-RF-COUNT-EXIT.
           EXIT.
      *
      *    The pick list number; the department the picks are
      *    charged to is asked for once, for the whole list.
       TAKE-PICK-LIST.
      *
           PERFORM EDIT-NUMERIC-INPUT.
           IF WS-BAD-CHAR-COUNT GREATER THAN ZERO
              MOVE 'PICK LIST?' TO SC-PROMPT
              MOVE 'DIGITS ONLY' TO SC-RESULT
              MOVE STEP-WANT-PICK-LIST TO NX-STEP
           ELSE
              MOVE WS-NUMERIC-WORK TO NX-PICK-LIST
              MOVE 'DEPT?' TO SC-PROMPT
              MOVE STEP-WANT-PICK-DEPT TO NX-STEP
           END-IF.
      *
       TAKE-PICK-LIST-EXIT.
           EXIT.
      *
      *    The quantity actually picked from the line on screen,
      *    or X to leave the line open and go on to the next.
       TAKE-PICK-QUANTITY.
      *
           IF WS-INPUT(1:1) EQUAL 'X'
              ADD 1 TO NX-PICK-LINE
              PERFORM SHOW-NEXT-PICK-LINE
           ELSE
              PERFORM EDIT-NUMERIC-INPUT
              IF WS-BAD-CHAR-COUNT GREATER THAN ZERO
                 PERFORM SHOW-NEXT-PICK-LINE
                 IF PICK-SCREEN-WANTED
                    MOVE 'DIGITS ONLY' TO SC-RESULT
                 END-IF
              ELSE
                 PERFORM DO-RF-PICK
              END-IF
           END-IF.
      *
       TAKE-PICK-QUANTITY-EXIT.
           EXIT.
      *
      *    Confirm the line through PICKCONF - it issues what was
      *    picked and settles a short pick. A refused line stays
      *    open and comes back on the screen.
       DO-RF-PICK.
      *
           MOVE SPACES TO WS-PICK-AREA.
           MOVE 'C' TO PA-ACTION.
           MOVE NX-PICK-LIST TO PA-LIST-NUMBER.
           MOVE NX-PICK-LINE TO PA-LINE-NUMBER.
           MOVE WS-NUMERIC-WORK TO PA-PICKED-QUANTITY.
           MOVE NX-DEPARTMENT TO PA-DEPARTMENT.
           EXEC CICS LINK PROGRAM(PICK-PROGRAM)
                     COMMAREA(WS-PICK-AREA)
                     LENGTH(81)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
              MOVE PA-RETURN-CODE TO RETURN-CODE
              IF RC-SUCCESS
                 IF PA-SHORT-FLAG EQUAL 'Y'
                    MOVE 'SHORT - BACKORDERED' TO SC-RESULT
                 ELSE
                    MOVE 'PICKED OK' TO SC-RESULT
                 END-IF
                 ADD 1 TO NX-PICK-LINE
              ELSE
                 PERFORM SHOW-MOVE-RESULT
              END-IF
              PERFORM SHOW-NEXT-PICK-LINE
           ELSE
              MOVE 'LINK FAILED' TO SC-RESULT
              PERFORM RESTART-CONVERSATION
           END-IF.
      *
       DO-RF-PICK-EXIT.
           EXIT.
      *
      *    Ask PICKCONF for the next open line at or after the
      *    current one and put it on the pick screen. Past the
      *    last line the list is done - complete, or with the
      *    skipped lines still open - and the gun goes back to
      *    the top.
       SHOW-NEXT-PICK-LINE.
      *
           MOVE SPACES TO WS-PICK-AREA.
           MOVE 'N' TO PA-ACTION.
           MOVE NX-PICK-LIST TO PA-LIST-NUMBER.
           MOVE NX-PICK-LINE TO PA-LINE-NUMBER.
           EXEC CICS LINK PROGRAM(PICK-PROGRAM)
                     COMMAREA(WS-PICK-AREA)
                     LENGTH(81)
                     RESP(LINK-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'LINK FAILED' TO SC-RESULT
                 PERFORM RESTART-CONVERSATION
              WHEN PA-RETURN-CODE EQUAL '0'
                 AND PA-LINE-NUMBER GREATER THAN ZERO
                 SET PICK-SCREEN-WANTED TO TRUE
                 MOVE PA-LINE-NUMBER TO NX-PICK-LINE
                 MOVE PA-LINE-NUMBER TO PS-LINE-NUMBER
                 MOVE PA-LOCATION TO PS-LOCATION
                 MOVE PA-PART-ID TO PS-PART-ID
                 MOVE PA-LOT-NUMBER TO PS-LOT-NUMBER
                 MOVE PA-PICK-QUANTITY TO PS-PICK-QUANTITY
                 MOVE PA-PART-ID TO NX-PART-ID
                 MOVE PA-LOCATION TO NX-LOCATION
                 MOVE PA-PICK-QUANTITY TO NX-QUANTITY
                 MOVE 'QTY? X=SKIP' TO SC-PROMPT
                 MOVE STEP-WANT-PICK-QTY TO NX-STEP
              WHEN PA-RETURN-CODE EQUAL '0'
                 AND PA-OPEN-LINES EQUAL ZERO
                 MOVE 'LIST COMPLETE' TO SC-RESULT
                 PERFORM RESTART-CONVERSATION
              WHEN PA-RETURN-CODE EQUAL '0'
                 MOVE PA-OPEN-LINES TO WS-OPEN-LINES-EDIT
                 MOVE WS-OPEN-LINES-EDIT TO SC-RESULT(1:4)
                 MOVE ' LINES LEFT OPEN' TO SC-RESULT(5:16)
                 PERFORM RESTART-CONVERSATION
              WHEN PA-RETURN-CODE EQUAL 'N'
                 MOVE 'LIST NOT FOUND' TO SC-RESULT
                 PERFORM RESTART-CONVERSATION
              WHEN OTHER
                 MOVE 'FAILED' TO SC-RESULT
                 PERFORM RESTART-CONVERSATION
           END-EVALUATE.
      *
       SHOW-NEXT-PICK-LINE-EXIT.
           EXIT.
      *
      *    Turn the movement program's return code into gun-sized
      *    words.
       SHOW-MOVE-RESULT.
                    MOVE 'OK PICK' TO SC-RESULT
                    MOVE IA-SUGGESTED-LOCATION TO SC-RESULT(9:10)
                 END-IF
                 IF NX-FUNC EQUAL 'T'
                    AND TA-SPACE-WARNING EQUAL 'Y'
                    MOVE 'OK - OVER CAP' TO SC-RESULT
                 END-IF
      *          A kanban scan says where the refill comes from -
      *          the draft PO, or the bulk shelf to fetch it off.
                 IF NX-FUNC EQUAL 'K'
                    IF KA-SOURCE-TYPE EQUAL 'S'
                       MOVE 'OK PO' TO SC-RESULT
                       MOVE KA-PO-NUMBER TO SC-RESULT(7:8)
                    ELSE
                       MOVE 'OK FROM' TO SC-RESULT
                       MOVE KA-FROM-LOCATION TO SC-RESULT(9:10)
                    END-IF
                 END-IF
              WHEN RC-HELD-INSPECTION
                 MOVE 'HELD FOR QC' TO SC-RESULT
              WHEN RC-OVER-BUDGET
                 MOVE 'POSTING FROZEN' TO SC-RESULT
              WHEN RC-PERIOD-CLOSED
                 MOVE 'PERIOD CLOSED' TO SC-RESULT
              WHEN RC-JOB-CLOSED
                 MOVE 'JOB CLOSED' TO SC-RESULT
              WHEN RC-HAZARD-REFUSED
                 MOVE 'HAZARD - REFUSED' TO SC-RESULT
              WHEN RC-CARD-IN-REPLEN
                 MOVE 'ALREADY ON ORDER' TO SC-RESULT
              WHEN RC-DISCONTINUED
                 MOVE 'PART DISCONTINUED' TO SC-RESULT
              WHEN RC-NOTFND AND NX-FUNC EQUAL 'K'
                 MOVE 'CARD NOT FOUND' TO SC-RESULT
              WHEN RC-NOTFND
                 MOVE 'PART NOT FOUND' TO SC-RESULT
              WHEN RC-VALIDATION-ERROR
      *    Back to the top of the conversation for the next move.
       RESTART-CONVERSATION.
      *
           MOVE 'FUNC? R/I/T/P/C/K' TO SC-PROMPT.
           MOVE SPACES TO NX-FUNC.
           MOVE ZERO TO NX-PART-ID.
           MOVE ZERO TO NX-QUANTITY.
           MOVE SPACES TO NX-LOCATION.
           MOVE SPACES TO NX-LOCATION-2.
           MOVE SPACES TO NX-DEPARTMENT.
           MOVE SPACES TO NX-JOB-NUMBER.
           MOVE ZERO TO NX-PICK-LIST.
           MOVE ZERO TO NX-PICK-LINE.
           MOVE STEP-WANT-FUNC TO NX-STEP.
      *
       RESTART-CONVERSATION-EXIT.
