       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

      *****************************************************************
      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * Copyright IBM Corp. 2017 All Rights Reserved
      *
      * Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with
      * IBM Corp.
      *
      *****************************************************************
      *
      * Pick confirmation against a printed pick list, LINKed by
      * the RF gun's pick function. PICKLIST writes every line it
      * prints to the PICKLINE file under the list's number; this
      * program walks the picker through those lines and books
      * what actually came off the shelf. The commarea carries an
      * action:
      *
      *   N - next: the first line of the list still open at or
      *       after the line number given - its location, lot,
      *       part and quantity to pick - with the count of lines
      *       still open on the whole list. A list with no lines
      *       answers not found; a list with nothing open at or
      *       after the line answers line zero.
      *   C - confirm: the line is booked with the quantity picked.
      *       What was picked is issued through the ordinary
      *       ISSUGDS against the line's reservation, charged to
      *       the picker's department, so the gun gets every
      *       validation the 3270 issue gets and nothing is
      *       booked if the issue is refused. A short pick then
      *       releases the reservation's unpicked remainder (and
      *       the part's reserved mirror with it), raises a
      *       BACKORD backorder for the shortfall to the line's
      *       requester, and sheets the part on CYCCOUNT at the
      *       pick location so the shelf gets counted - unless a
      *       count of the part is already in progress.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PICKCONF.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    PICKLINE copybook - the pick-list line being walked.
           COPY PICKLINE.
      *
      *    STOCK-PART copybook - the part's reserved mirror and
      *    the book quantity a count entry freezes.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    RESERVN copybook - the reservation a short pick
      *    releases the remainder of.
           COPY RESERVN.
      *
      *    BACKORD copybook - the backorder a short pick raises.
           COPY BACKORD.
      *
      *    CYCCOUNT copybook - the count entry a short pick
      *    sheets.
           COPY CYCCOUNT.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  PICKLINE-FILE-NAME   PIC X(8) VALUE 'PICKLINE'.
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  RESV-FILE-NAME       PIC X(8) VALUE 'RESERVN'.
       77  BACKORD-FILE-NAME    PIC X(8) VALUE 'BACKORD'.
       77  COUNT-FILE-NAME      PIC X(8) VALUE 'CYCCOUNT'.
      *
       77  ISSUE-PROGRAM        PIC X(8) VALUE 'ISSUGDS'.
      *
      *    The ISSUGDS commarea through the department - long
      *    enough for the location, the reservation and the
      *    requester to be honored, and for the department to be
      *    mandatory.
       01  WS-ISSUGDS-AREA.
           03 IS-PART-ID             PIC 9(8) DISPLAY.
           03 IS-ISSUE-QUANTITY      PIC 9(8) DISPLAY.
           03 IS-STOCK-PART          PIC X(124).
           03 IS-RETURN-CODE         PIC X(1).
           03 IS-LOCATION            PIC X(10).
           03 IS-RESERVATION-SEQ     PIC 9(3) DISPLAY.
           03 IS-REQUESTER-REF       PIC X(12).
           03 IS-KIT-MODE            PIC X(1).
           03 IS-DEPARTMENT          PIC X(6).
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 READ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 RESV-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 BO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 COUNT-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 LINK-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-BROWSE-KEY     PIC X(12)         VALUE SPACES.
           03 WS-BROWSE-ACTIVE  PIC X(1)          VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
           03 WS-LIST-LINES     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-OPEN-LINES     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-FOUND-FLAG     PIC X(1)          VALUE 'N'.
              88 OPEN-LINE-FOUND   VALUE 'Y'.
           03 WS-FOUND-LINE     PIC X(112)        VALUE SPACES.
           03 WS-SHORT-QUANTITY PIC 9(8)          VALUE ZERO.
           03 WS-RELEASED-QTY   PIC 9(8)          VALUE ZERO.
           03 WS-BO-BROWSE-KEY  PIC X(11)         VALUE SPACES.
           03 WS-BO-NEXT-SEQ    PIC 9(3)          VALUE ZERO.
           03 WS-BO-ACTIVE      PIC X(1)          VALUE 'N'.
              88 BO-BROWSE-ACTIVE  VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-NEXT         VALUE 'N'.
              88 CA-ACTION-CONFIRM      VALUE 'C'.
           03 CA-LIST-NUMBER         PIC 9(8) DISPLAY.
      *
      *    Next: the line to look from, and on the way back the
      *    open line found (zero when none is left at or after
      *    it). Confirm: the line being confirmed.
           03 CA-LINE-NUMBER         PIC 9(4) DISPLAY.
      *
      *    Confirm only: what came off the shelf, and the
      *    department the issue is charged to.
           03 CA-PICKED-QUANTITY     PIC 9(8) DISPLAY.
           03 CA-DEPARTMENT          PIC X(6).
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Next: the line found. Confirm: the line confirmed.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-LOCATION            PIC X(10).
           03 CA-LOT-NUMBER          PIC X(10).
           03 CA-PICK-QUANTITY       PIC 9(8) DISPLAY.
           03 CA-REQUESTER-REF       PIC X(12).
      *
      *    Next: the lines still open on the whole list.
           03 CA-OPEN-LINES          PIC 9(4) DISPLAY.
      *
      *    Confirm: 'Y' when the line was picked short.
           03 CA-SHORT-FLAG          PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE 'N' TO CA-SHORT-FLAG.
      *
           EVALUATE TRUE
              WHEN CA-LIST-NUMBER NOT NUMERIC
                 OR CA-LINE-NUMBER NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-NEXT
                 PERFORM DO-NEXT-LINE
              WHEN CA-ACTION-CONFIRM
                 PERFORM DO-CONFIRM-LINE
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Browse the whole list once: count its lines and the
      *    open ones, and keep the first open line at or after
      *    the one asked for.
       DO-NEXT-LINE.
      *
           MOVE ZERO TO WS-LIST-LINES.
           MOVE ZERO TO WS-OPEN-LINES.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE CA-LIST-NUMBER TO PK-LIST-NUMBER.
           MOVE ZERO TO PK-LINE-NUMBER.
           MOVE PK-KEY TO WS-BROWSE-KEY.
      *
           EXEC CICS STARTBR FILE(PICKLINE-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(PICKLINE-FILE-NAME)
                           INTO(PICK-LINE-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    AND PK-LIST-NUMBER EQUAL CA-LIST-NUMBER
                    PERFORM NOTE-ONE-LINE
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(PICKLINE-FILE-NAME) END-EXEC
           END-IF.
      *
           MOVE WS-OPEN-LINES TO CA-OPEN-LINES.
           EVALUATE TRUE
              WHEN WS-LIST-LINES EQUAL ZERO
                 SET RC-NOTFND TO TRUE
              WHEN OPEN-LINE-FOUND
                 MOVE WS-FOUND-LINE TO PICK-LINE-RECORD
                 PERFORM RETURN-LINE-DETAIL
              WHEN OTHER
                 MOVE ZERO TO CA-LINE-NUMBER
           END-EVALUATE.
      *
       DO-NEXT-LINE-EXIT.
           EXIT.
      *
      *    One line of the list seen by the browse.
       NOTE-ONE-LINE.
      *
           ADD 1 TO WS-LIST-LINES.
           IF PK-LINE-OPEN
              ADD 1 TO WS-OPEN-LINES
              IF NOT OPEN-LINE-FOUND
                 AND PK-LINE-NUMBER NOT LESS THAN CA-LINE-NUMBER
                 SET OPEN-LINE-FOUND TO TRUE
                 MOVE PICK-LINE-RECORD TO WS-FOUND-LINE
              END-IF
           END-IF.
      *
       NOTE-ONE-LINE-EXIT.
           EXIT.
      *
      *    The line's detail back to the gun.
       RETURN-LINE-DETAIL.
      *
           MOVE PK-LINE-NUMBER TO CA-LINE-NUMBER.
           MOVE PK-PART-ID TO CA-PART-ID.
           MOVE PK-LOCATION TO CA-LOCATION.
           MOVE PK-LOT-NUMBER TO CA-LOT-NUMBER.
           MOVE PK-PICK-QUANTITY TO CA-PICK-QUANTITY.
           MOVE PK-REQUESTER-REF TO CA-REQUESTER-REF.
      *
       RETURN-LINE-DETAIL-EXIT.
           EXIT.
      *
      *    Book one line: it must still be open, and no more can
      *    be picked than the line asked for. What was picked is
      *    issued first - a refused issue leaves the line open -
      *    and a short pick then settles the remainder.
       DO-CONFIRM-LINE.
      *
           MOVE CA-LIST-NUMBER TO PK-LIST-NUMBER.
           MOVE CA-LINE-NUMBER TO PK-LINE-NUMBER.
           EXEC CICS READ FILE(PICKLINE-FILE-NAME)
                     INTO(PICK-LINE-RECORD)
                     RIDFLD(PK-KEY)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT PK-LINE-OPEN
                 OR CA-PICKED-QUANTITY NOT NUMERIC
                 OR CA-PICKED-QUANTITY GREATER THAN PK-PICK-QUANTITY
                 EXEC CICS UNLOCK FILE(PICKLINE-FILE-NAME) END-EXEC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 PERFORM RETURN-LINE-DETAIL
                 IF CA-PICKED-QUANTITY GREATER THAN ZERO
                    PERFORM ISSUE-PICKED-QUANTITY
                 END-IF
                 IF RC-SUCCESS
                    PERFORM BOOK-CONFIRMED-LINE
                 ELSE
                    EXEC CICS UNLOCK FILE(PICKLINE-FILE-NAME)
                              END-EXEC
                 END-IF
           END-EVALUATE.
      *
       DO-CONFIRM-LINE-EXIT.
           EXIT.
      *
      *    The issue, through the ordinary ISSUGDS against the
      *    line's reservation at the line's location. Its answer
      *    becomes ours.
       ISSUE-PICKED-QUANTITY.
      *
           MOVE SPACES TO WS-ISSUGDS-AREA.
           MOVE PK-PART-ID TO IS-PART-ID.
           MOVE CA-PICKED-QUANTITY TO IS-ISSUE-QUANTITY.
           MOVE PK-LOCATION TO IS-LOCATION.
           MOVE PK-RESERVATION-SEQ TO IS-RESERVATION-SEQ.
           MOVE PK-REQUESTER-REF TO IS-REQUESTER-REF.
           MOVE CA-DEPARTMENT TO IS-DEPARTMENT.
           EXEC CICS LINK PROGRAM(ISSUE-PROGRAM)
                     COMMAREA(WS-ISSUGDS-AREA)
                     LENGTH(173)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
              MOVE IS-RETURN-CODE TO RETURN-CODE
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       ISSUE-PICKED-QUANTITY-EXIT.
           EXIT.
      *
      *    Mark the line picked, or short with the remainder
      *    released, backordered and the shelf sheeted for a
      *    count.
       BOOK-CONFIRMED-LINE.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
      *
           MOVE CA-PICKED-QUANTITY TO PK-PICKED-QUANTITY.
           MOVE WS-DATE8 TO PK-CONFIRM-DATE.
           MOVE WS-USERID TO PK-CONFIRMED-BY.
           IF CA-PICKED-QUANTITY LESS THAN PK-PICK-QUANTITY
              SET PK-LINE-SHORT TO TRUE
           ELSE
              SET PK-LINE-PICKED TO TRUE
           END-IF.
           EXEC CICS REWRITE FILE(PICKLINE-FILE-NAME)
                     FROM(PICK-LINE-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
      *
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              IF PK-LINE-SHORT
                 MOVE 'Y' TO CA-SHORT-FLAG
                 COMPUTE WS-SHORT-QUANTITY =
                         PK-PICK-QUANTITY - CA-PICKED-QUANTITY
                 PERFORM RELEASE-RESERVATION-REMAINDER
                 PERFORM WRITE-SHORT-BACKORDER
                 PERFORM SHEET-LOCATION-FOR-COUNT
              END-IF
           END-IF.
      *
       BOOK-CONFIRMED-LINE-EXIT.
           EXIT.
      *
      *    Whatever the issue left on the reservation is not
      *    coming - release it and take it off the part's reserved
      *    mirror, never below zero, the way RESVSTK's release
      *    does.
       RELEASE-RESERVATION-REMAINDER.
      *
           MOVE ZERO TO WS-RELEASED-QTY.
           MOVE PK-PART-ID TO RSV-PART-ID.
           MOVE PK-RESERVATION-SEQ TO RSV-SEQUENCE.
           EXEC CICS READ FILE(RESV-FILE-NAME)
                     INTO(RESERVATION-RECORD)
                     RIDFLD(RSV-KEY)
                     UPDATE
                     RESP(RESV-RESP)
                     END-EXEC.
           IF RESV-RESP EQUAL DFHRESP(NORMAL)
              IF (RSV-STATUS-OPEN OR RSV-STATUS-PICKED)
                 AND RSV-QUANTITY GREATER THAN ZERO
                 MOVE RSV-QUANTITY TO WS-RELEASED-QTY
                 SET RSV-STATUS-RELEASED TO TRUE
                 EXEC CICS REWRITE FILE(RESV-FILE-NAME)
                           FROM(RESERVATION-RECORD)
                           RESP(RESV-RESP)
                           END-EXEC
              ELSE
                 EXEC CICS UNLOCK FILE(RESV-FILE-NAME) END-EXEC
              END-IF
           END-IF.
      *
           IF WS-RELEASED-QTY GREATER THAN ZERO
              AND RESV-RESP EQUAL DFHRESP(NORMAL)
              EXEC CICS READ FILE(FILE-NAME)
                        INTO(WS-STOCK-PART)
                        RIDFLD(PK-PART-ID)
                        UPDATE
                        RESP(READ-RESP)
                        END-EXEC
              IF READ-RESP EQUAL DFHRESP(NORMAL)
                 IF WS-RELEASED-QTY GREATER THAN
                    RESERVED-QUANTITY OF WS-STOCK-PART
                    MOVE ZERO TO RESERVED-QUANTITY OF WS-STOCK-PART
                 ELSE
                    SUBTRACT WS-RELEASED-QTY FROM
                        RESERVED-QUANTITY OF WS-STOCK-PART
                 END-IF
                 EXEC CICS REWRITE FILE(FILE-NAME)
                           FROM(WS-STOCK-PART)
                           RESP(READ-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       RELEASE-RESERVATION-REMAINDER-EXIT.
           EXIT.
      *
      *    Record the shortfall as a backorder to the line's
      *    requester on the next free sequence for the part, the
      *    same as ISSUGDS does for an issue rejected short - the
      *    receipt path fills it when stock arrives.
       WRITE-SHORT-BACKORDER.
      *
           MOVE ZERO TO WS-BO-NEXT-SEQ.
           MOVE PK-PART-ID TO WS-BO-BROWSE-KEY(1:8).
           MOVE '000' TO WS-BO-BROWSE-KEY(9:3).
      *
           EXEC CICS STARTBR FILE(BACKORD-FILE-NAME)
                     RIDFLD(WS-BO-BROWSE-KEY)
                     GTEQ
                     RESP(BO-RESP)
                     END-EXEC.
           IF BO-RESP EQUAL DFHRESP(NORMAL)
              SET BO-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT BO-BROWSE-ACTIVE
                 EXEC CICS READNEXT FILE(BACKORD-FILE-NAME)
                           INTO(BACKORDER-RECORD)
                           RIDFLD(WS-BO-BROWSE-KEY)
                           RESP(BO-RESP)
                           END-EXEC
                 IF BO-RESP EQUAL DFHRESP(NORMAL)
                    AND BO-PART-ID EQUAL PK-PART-ID
                    MOVE BO-SEQUENCE TO WS-BO-NEXT-SEQ
                 ELSE
                    MOVE 'N' TO WS-BO-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(BACKORD-FILE-NAME) END-EXEC
           END-IF.
           ADD 1 TO WS-BO-NEXT-SEQ.
      *
           MOVE SPACES TO BACKORDER-RECORD.
           MOVE PK-PART-ID TO BO-PART-ID.
           MOVE WS-BO-NEXT-SEQ TO BO-SEQUENCE.
           MOVE WS-SHORT-QUANTITY TO BO-SHORT-QUANTITY.
           MOVE PK-REQUESTER-REF TO BO-REQUESTER-REF.
           SET BO-STATUS-OPEN TO TRUE.
           MOVE WS-DATE8(1:4) TO BO-CREATE-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO BO-CREATE-DATE-MM.
           MOVE WS-DATE8(7:2) TO BO-CREATE-DATE-DD.
      *
           EXEC CICS WRITE FILE(BACKORD-FILE-NAME)
                     FROM(BACKORDER-RECORD)
                     RIDFLD(BO-KEY)
                     RESP(BO-RESP)
                     END-EXEC.
      *
       WRITE-SHORT-BACKORDER-EXIT.
           EXIT.
      *
      *    The shelf did not hold what the book said - sheet the
      *    part for a count at the pick location, with the book
      *    quantity frozen as it stands after the issue, the same
      *    entry CNTSHEET would write. A posted entry from a
      *    finished cycle is replaced; a count already in progress
      *    is left alone.
       SHEET-LOCATION-FOR-COUNT.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(PK-PART-ID)
                     RESP(READ-RESP)
                     END-EXEC.
           IF READ-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE SPACES TO DESCRIPTION OF WS-STOCK-PART
              MOVE ZERO TO STOCK-QUANTITY OF WS-STOCK-PART
           END-IF.
      *
           MOVE PK-PART-ID TO CC-PART-ID.
           EXEC CICS READ FILE(COUNT-FILE-NAME)
                     INTO(CYCLE-COUNT-RECORD)
                     RIDFLD(CC-PART-ID)
                     UPDATE
                     RESP(COUNT-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN COUNT-RESP EQUAL DFHRESP(NOTFND)
                 PERFORM BUILD-COUNT-ENTRY
                 EXEC CICS WRITE FILE(COUNT-FILE-NAME)
                           FROM(CYCLE-COUNT-RECORD)
                           RIDFLD(CC-PART-ID)
                           RESP(COUNT-RESP)
                           END-EXEC
              WHEN COUNT-RESP NOT EQUAL DFHRESP(NORMAL)
                 CONTINUE
              WHEN CC-STATUS-POSTED
                 PERFORM BUILD-COUNT-ENTRY
                 EXEC CICS REWRITE FILE(COUNT-FILE-NAME)
                           FROM(CYCLE-COUNT-RECORD)
                           RESP(COUNT-RESP)
                           END-EXEC
              WHEN OTHER
                 EXEC CICS UNLOCK FILE(COUNT-FILE-NAME) END-EXEC
           END-EVALUATE.
      *
       SHEET-LOCATION-FOR-COUNT-EXIT.
           EXIT.
      *
      *    A fresh sheeted entry for the part at the pick location.
       BUILD-COUNT-ENTRY.
      *
           MOVE SPACES TO CYCLE-COUNT-RECORD.
           MOVE PK-PART-ID TO CC-PART-ID.
           MOVE PK-LOCATION TO CC-WAREHOUSE-LOCATION.
           MOVE DESCRIPTION OF WS-STOCK-PART TO CC-DESCRIPTION.
           MOVE STOCK-QUANTITY OF WS-STOCK-PART TO CC-BOOK-QUANTITY.
           MOVE ZERO TO CC-COUNTED-QUANTITY.
           MOVE WS-DATE8(1:4) TO CC-SHEET-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO CC-SHEET-DATE-MM.
           MOVE WS-DATE8(7:2) TO CC-SHEET-DATE-DD.
           SET CC-STATUS-SHEETED TO TRUE.
      *
       BUILD-COUNT-ENTRY-EXIT.
           EXIT.
