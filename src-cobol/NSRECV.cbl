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
      * Non-stock receipt transaction. A non-stock PO line - a
      * one-off purchase raised from an approved REQENTRY
      * non-stock request, with no part behind it - cannot go
      * through RECVGDS, which is all about stock: there is no
      * part to add to, no lot, no location and no average cost.
      * This program takes the PO number and line, the quantity
      * received and the supplier's delivery note in the
      * commarea and records the receipt against the line:
      *
      *   - the line's received-to-date quantity and receipt date
      *     are updated, the line flagged over when the delivery
      *     exceeds what was still outstanding, and closed once
      *     fully received - and the PO with it when that was its
      *     last open line;
      *   - the receipt's cost (the line's price at its exchange
      *     rate) is charged to the requesting department's
      *     DEPTDRAW balance for the month, as an issue would be;
      *   - an NSRCPT entry is appended for the nightly GLEXTRCT
      *     to post to the 'NSTK' expense mapping;
      *   - when the line closes, the REQSTN requisition it was
      *     raised from is marked fulfilled.
      *
      * SMPLXMPL is never touched. The line must belong to a
      * released PO and still be open; anything else is refused
      * 'V' with nothing touched.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  Stamp the PO header's closed date when
      *                    the last open line is received, for the
      *                    POARCH archive.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              NSRECV.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    PURCHORD copybook - the non-stock line received against,
      *    and its header.
           COPY PURCHORD.
      *
      *    DEPTDRAW copybook - the department's running month
      *    draw the receipt's cost is charged to.
           COPY DEPTDRAW.
      *
      *    NSRCPT copybook - the receipt entry appended.
           COPY NSRCPT.
      *
      *    REQSTN copybook - the requisition the line fulfils.
           COPY REQSTN.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    PARMFILE copybook - the posting-freeze switch checked
      *    before anything moves.
           COPY PARMFILE.
      *
      *    Name of the CICS files to use
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  DRAW-FILE-NAME       PIC X(8) VALUE 'DEPTDRAW'.
       77  NSRCPT-FILE-NAME     PIC X(8) VALUE 'NSRCPT'.
       77  REQ-FILE-NAME        PIC X(8) VALUE 'REQSTN'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
      *
       01  WS-STORAGE.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 DRAW-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 NSRCPT-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 REQ-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 WS-PO-KEY         PIC X(11)         VALUE SPACES.
           03 WS-BROWSE-KEY     PIC X(11)         VALUE SPACES.
           03 WS-BROWSE-ACTIVE  PIC X(1)          VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
           03 WS-OPEN-LINE-SEEN PIC X(1)          VALUE 'N'.
              88 PO-HAS-OPEN-LINES VALUE 'Y'.
           03 WS-LINE-CLOSED    PIC X(1)          VALUE 'N'.
              88 RECEIPT-CLOSED-LINE VALUE 'Y'.
           03 WS-OUTSTANDING    PIC S9(8)  COMP-3 VALUE ZERO.
           03 WS-LINE-RATE      PIC 9(4)V9(6) COMP-3 VALUE ZERO.
           03 WS-RECEIPT-VALUE  PIC 9(11)V99 COMP-3 VALUE ZERO.
      *
      *    Set by any update in the unit of work that does not
      *    take - everything already done is then rolled back.
           03 WS-UPDATE-FLAG    PIC X(1)          VALUE 'N'.
              88 UPDATE-HAS-FAILED     VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
           03 CA-PO-LINE             PIC 9(3) DISPLAY.
           03 CA-RECEIVED-QUANTITY   PIC 9(8) DISPLAY.
           03 CA-DELIVERY-NOTE       PIC X(16).
           03 CA-RETURN-CODE         PIC X(1).
      *    Output: the cost charged to the department, and 'Y'
      *    when the receipt closed the line.
           03 CA-RECEIPT-VALUE       PIC 9(11)V99 DISPLAY.
           03 CA-LINE-CLOSED-FLAG    PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE ZERO TO CA-RECEIPT-VALUE.
           MOVE 'N' TO CA-LINE-CLOSED-FLAG.
      *
      *    Nothing posts while the nightly freeze window is on -
      *    the batch suite is reading what we would be rewriting.
           PERFORM CHECK-POSTING-FREEZE.
           IF POSTING-IS-FROZEN
              SET RC-POSTING-FROZEN TO TRUE
              MOVE RETURN-CODE TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
      *
           IF CA-RECEIVED-QUANTITY NOT NUMERIC
              OR CA-RECEIVED-QUANTITY EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              PERFORM CHECK-PO-RELEASED
           END-IF.
           IF RC-SUCCESS
              PERFORM LOCK-PO-LINE
           END-IF.
           IF RC-SUCCESS
              PERFORM APPLY-RECEIPT
           END-IF.
      *
           IF RC-SUCCESS
              MOVE WS-RECEIPT-VALUE TO CA-RECEIPT-VALUE
              MOVE WS-LINE-CLOSED TO CA-LINE-CLOSED-FLAG
           END-IF.
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Only a PO the buyer has released can be received
      *    against - a draft has not gone to the supplier yet.
       CHECK-PO-RELEASED.
      *
           MOVE CA-PO-NUMBER TO WS-PO-KEY(1:8).
           MOVE '000' TO WS-PO-KEY(9:3).
           EXEC CICS READ FILE(PO-FILE-NAME)
                     INTO(PURCHASE-ORDER-RECORD)
                     RIDFLD(WS-PO-KEY)
                     RESP(PO-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN PO-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN PO-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT PO-STATUS-RELEASED
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       CHECK-PO-RELEASED-EXIT.
           EXIT.
      *
      *    Lock the line. It must be a non-stock line still open -
      *    a stock line is received on RECVGDS.
       LOCK-PO-LINE.
      *
           MOVE CA-PO-NUMBER TO WS-PO-KEY(1:8).
           MOVE CA-PO-LINE TO WS-PO-KEY(9:3).
           EXEC CICS READ FILE(PO-FILE-NAME)
                     INTO(PURCHASE-ORDER-RECORD)
                     RIDFLD(WS-PO-KEY)
                     UPDATE
                     RESP(PO-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN PO-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN PO-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT PO-DETAIL-RECORD
                   OR NOT PO-NON-STOCK-LINE
                   OR NOT PO-LINE-OPEN
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(PO-FILE-NAME) END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       LOCK-PO-LINE-EXIT.
           EXIT.
      *
      *    Post the receipt. Every update below belongs to the one
      *    unit of work: if any of them does not take, the whole
      *    receipt is rolled back and the line stands as it was.
       APPLY-RECEIPT.
      *
           MOVE 'N' TO WS-UPDATE-FLAG.
           PERFORM POST-RECEIPT-TO-LINE.
      *
           IF NOT UPDATE-HAS-FAILED
              PERFORM FEED-DEPARTMENT-DRAW
           END-IF.
           IF NOT UPDATE-HAS-FAILED
              PERFORM WRITE-RECEIPT-ENTRY
           END-IF.
           IF NOT UPDATE-HAS-FAILED AND RECEIPT-CLOSED-LINE
              PERFORM FULFIL-REQUISITION
              PERFORM CLOSE-PO-IF-COMPLETE
           END-IF.
      *
           IF UPDATE-HAS-FAILED
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       APPLY-RECEIPT-EXIT.
           EXIT.
      *
      *    Value the receipt at the line's price and rate (a line
      *    with no rate is home currency), then bring the line up
      *    to date: over when the delivery exceeds what was still
      *    outstanding, closed once everything ordered is in.
       POST-RECEIPT-TO-LINE.
      *
           IF PO-EXCHANGE-RATE NUMERIC
              AND PO-EXCHANGE-RATE GREATER THAN ZERO
              MOVE PO-EXCHANGE-RATE TO WS-LINE-RATE
           ELSE
              MOVE 1 TO WS-LINE-RATE
           END-IF.
           COMPUTE WS-RECEIPT-VALUE ROUNDED =
                   CA-RECEIVED-QUANTITY * PO-UNIT-PRICE
                   * WS-LINE-RATE.
      *
           COMPUTE WS-OUTSTANDING =
                   PO-SUGGESTED-QUANTITY - PO-RECEIVED-QUANTITY.
           IF CA-RECEIVED-QUANTITY GREATER THAN WS-OUTSTANDING
              SET PO-RECEIPT-OVER TO TRUE
           END-IF.
           ADD CA-RECEIVED-QUANTITY TO PO-RECEIVED-QUANTITY.
           MOVE WS-DATE8 TO PO-RECEIPT-DATE.
           IF PO-RECEIVED-QUANTITY NOT LESS THAN
              PO-SUGGESTED-QUANTITY
              SET PO-LINE-CLOSED TO TRUE
              SET RECEIPT-CLOSED-LINE TO TRUE
           END-IF.
      *
           EXEC CICS REWRITE FILE(PO-FILE-NAME)
                     FROM(PURCHASE-ORDER-RECORD)
                     RESP(PO-RESP)
                     END-EXEC.
           IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       POST-RECEIPT-TO-LINE-EXIT.
           EXIT.
      *
      *    Charge the cost to the department's running month, the
      *    balance REQENTRY checked the request's budget against.
       FEED-DEPARTMENT-DRAW.
      *
           MOVE PO-NS-DEPARTMENT TO DD-DEPT-CODE.
           MOVE WS-DATE8(1:6) TO DD-PERIOD.
           EXEC CICS READ FILE(DRAW-FILE-NAME)
                     INTO(DEPARTMENT-DRAW-RECORD)
                     RIDFLD(DD-KEY)
                     UPDATE
                     RESP(DRAW-RESP)
                     END-EXEC.
           IF DRAW-RESP EQUAL DFHRESP(NORMAL)
              ADD WS-RECEIPT-VALUE TO DD-DRAW-VALUE
              EXEC CICS REWRITE FILE(DRAW-FILE-NAME)
                        FROM(DEPARTMENT-DRAW-RECORD)
                        RESP(DRAW-RESP)
                        END-EXEC
           ELSE
              IF DRAW-RESP EQUAL DFHRESP(NOTFND)
                 MOVE SPACES TO DEPARTMENT-DRAW-RECORD
                 MOVE PO-NS-DEPARTMENT TO DD-DEPT-CODE
                 MOVE WS-DATE8(1:6) TO DD-PERIOD
                 MOVE WS-RECEIPT-VALUE TO DD-DRAW-VALUE
                 EXEC CICS WRITE FILE(DRAW-FILE-NAME)
                           FROM(DEPARTMENT-DRAW-RECORD)
                           RIDFLD(DD-KEY)
                           RESP(DRAW-RESP)
                           END-EXEC
              END-IF
           END-IF.
           IF DRAW-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       FEED-DEPARTMENT-DRAW-EXIT.
           EXIT.
      *
      *    Append the receipt for the nightly GL extract.
       WRITE-RECEIPT-ENTRY.
      *
           MOVE SPACES TO NON-STOCK-RECEIPT-RECORD.
           MOVE PO-NUMBER TO NR-PO-NUMBER.
           MOVE PO-LINE-NUMBER TO NR-PO-LINE.
           MOVE PO-NS-REQUISITION TO NR-REQUISITION.
           MOVE PO-NS-DEPARTMENT TO NR-DEPARTMENT.
           MOVE PO-SUPPLIER TO NR-SUPPLIER.
           MOVE CA-RECEIVED-QUANTITY TO NR-QUANTITY.
           MOVE WS-RECEIPT-VALUE TO NR-VALUE.
           MOVE CA-DELIVERY-NOTE TO NR-DELIVERY-NOTE.
           MOVE WS-DATE8 TO NR-RECEIPT-DATE.
           MOVE WS-TIME6 TO NR-RECEIPT-TIME.
           EXEC CICS ASSIGN USERID(NR-CICS-USERID) END-EXEC.
           MOVE EIBTRMID TO NR-TERMINAL-ID.
      *
           EXEC CICS WRITE FILE(NSRCPT-FILE-NAME)
                     FROM(NON-STOCK-RECEIPT-RECORD)
                     RESP(NSRCPT-RESP)
                     END-EXEC.
           IF NSRCPT-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       WRITE-RECEIPT-ENTRY-EXIT.
           EXIT.
      *
      *    The line is in full - the request it was raised for
      *    has been met. A requisition already moved on (or
      *    missing) is left as it is.
       FULFIL-REQUISITION.
      *
           MOVE PO-NS-REQUISITION TO RQ-REQUISITION-NUMBER.
           EXEC CICS READ FILE(REQ-FILE-NAME)
                     INTO(REQUISITION-RECORD)
                     RIDFLD(RQ-REQUISITION-NUMBER)
                     UPDATE
                     RESP(REQ-RESP)
                     END-EXEC.
           IF REQ-RESP EQUAL DFHRESP(NORMAL)
              IF RQ-STATUS-APPROVED
                 SET RQ-STATUS-FULFILLED TO TRUE
                 MOVE WS-DATE8 TO RQ-FULFILLED-DATE
                 EXEC CICS REWRITE FILE(REQ-FILE-NAME)
                           FROM(REQUISITION-RECORD)
                           RESP(REQ-RESP)
                           END-EXEC
                 IF REQ-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET UPDATE-HAS-FAILED TO TRUE
                 END-IF
              ELSE
                 EXEC CICS UNLOCK FILE(REQ-FILE-NAME) END-EXEC
              END-IF
           END-IF.
      *
       FULFIL-REQUISITION-EXIT.
           EXIT.
      *
      *    If every detail line of the PO is now closed, close the
      *    header too - the way RECVGDS closes a stock PO.
       CLOSE-PO-IF-COMPLETE.
      *
           MOVE 'N' TO WS-OPEN-LINE-SEEN.
           MOVE CA-PO-NUMBER TO WS-BROWSE-KEY(1:8).
           MOVE '001' TO WS-BROWSE-KEY(9:3).
      *
           EXEC CICS STARTBR FILE(PO-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(PO-RESP)
                     END-EXEC.
           IF PO-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(PO-FILE-NAME)
                           INTO(PURCHASE-ORDER-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(PO-RESP)
                           END-EXEC
                 IF PO-RESP EQUAL DFHRESP(NORMAL)
                    AND PO-NUMBER EQUAL CA-PO-NUMBER
                    IF PO-DETAIL-RECORD AND PO-LINE-OPEN
                       SET PO-HAS-OPEN-LINES TO TRUE
                       MOVE 'N' TO WS-BROWSE-ACTIVE
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(PO-FILE-NAME) END-EXEC
           END-IF.
      *
           IF NOT PO-HAS-OPEN-LINES
              MOVE CA-PO-NUMBER TO WS-BROWSE-KEY(1:8)
              MOVE '000' TO WS-BROWSE-KEY(9:3)
              EXEC CICS READ FILE(PO-FILE-NAME)
                        INTO(PURCHASE-ORDER-RECORD)
                        RIDFLD(WS-BROWSE-KEY)
                        UPDATE
                        RESP(PO-RESP)
                        END-EXEC
              IF PO-RESP EQUAL DFHRESP(NORMAL)
                 SET PO-STATUS-CLOSED TO TRUE
                 MOVE WS-DATE8 TO PO-CLOSED-DATE
                 EXEC CICS REWRITE FILE(PO-FILE-NAME)
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(PO-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       CLOSE-PO-IF-COMPLETE-EXIT.
           EXIT.
      *
      *    Is the nightly posting freeze on? Operations sets the
      *    POSTFRZ parameter to 'Y hhmm' before the suite and
      *    clears it after - an absent or non-Y value posts as
      *    normal.
       CHECK-POSTING-FREEZE.
      *
           MOVE 'N' TO WS-FREEZE-FLAG.
           MOVE 'POSTFRZ' TO PM-PARM-KEY.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                     INTO(PARAMETER-RECORD)
                     RIDFLD(PM-PARM-KEY)
                     RESP(PARM-RESP)
                     END-EXEC.
           IF PARM-RESP EQUAL DFHRESP(NORMAL)
              AND PM-PARM-VALUE(1:1) EQUAL 'Y'
              MOVE 'Y' TO WS-FREEZE-FLAG
           END-IF.
      *
       CHECK-POSTING-FREEZE-EXIT.
           EXIT.
