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
      * Receipt reversal transaction. A receipt booked in error -
      * the wrong part keyed, the same truck booked twice, a
      * delivery that never came off the lorry - used to be put
      * right with a downward adjustment, which left the PO line
      * received, the on-order balance relieved, the re-averaged
      * cost, the lot, the price variance and the delivery note
      * all still saying the goods arrived. This program takes
      * the PART-ID and the date and task of the receipt's STKMOVE
      * entry in the commarea, finds the receipt's RCPTLOG
      * register entry, and unwinds everything it recorded in one
      * unit of work:
      *
      *   - STOCK-QUANTITY comes back down by the quantity
      *     received, and AVERAGE-COST is re-averaged back out
      *     (the cost before the receipt when nothing else is
      *     left to average);
      *   - the on-order balance the receipt relieved goes back
      *     on order;
      *   - the LOCBAL balance and the STKLOT lot the receipt
      *     landed in come back down;
      *   - the matched PO line's received-to-date quantity comes
      *     back down, and the line - and the PO, if the receipt
      *     closed it - are reopened;
      *   - a PPVFILE variance the receipt wrote is cancelled by
      *     an equal and opposite entry;
      *   - the DLVNOTE registration is removed, so the real
      *     delivery can be booked against the note again;
      *   - any backorders the receipt filled are reopened;
      *   - the serials the receipt put into stock come back off
      *     SERIALNO - deleted when the receipt registered them,
      *     put back as they were when a unit came back around.
      *
      * A reversal movement ('X') is appended to STKMOVE naming
      * the receipt entry it unwinds, and the register entry is
      * marked reversed so it can only be unwound once. Stock that
      * has already left the receipt's lot or location - issued,
      * transferred or counted away - cannot be reversed: the
      * request is refused 'U' with nothing touched, as is a
      * serial the receipt registered that has since been issued
      * or taken in again by a later receipt.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *  15 Oct 2026  DEV  A reopened PO's closed date is cleared
      *                    again.
      *  15 Oct 2026  DEV  The receipt's serials are taken back off
      *                    SERIALNO; a serial-controlled part whose
      *                    register entry predates the serial list
      *                    is refused 'V'.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              RCPTREV.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    STOCK-PART copybook
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    RCPTLOG copybook - the register entry of the receipt
      *    being reversed.
           COPY RCPTLOG.
      *
      *    STKMOVE copybook - the reversal movement appended.
           COPY STKMOVE.
      *
      *    LOCBAL copybook - the balance the receipt landed in.
           COPY LOCBAL.
      *
      *    STKLOT copybook - the lot the receipt was recorded as.
           COPY STKLOT.
      *
      *    PURCHORD copybook - the PO line the receipt matched,
      *    and its header.
           COPY PURCHORD.
      *
      *    PPV copybook - the cancelling price-variance entry.
           COPY PPV.
      *
      *    DLVNOTE copybook - the delivery-note registration.
           COPY DLVNOTE.
      *
      *    BACKORD copybook - a backorder the receipt filled.
           COPY BACKORD.
      *
      *    SERIALNO copybook - a serial the receipt registered.
           COPY SERIALNO.
      *
      *    PARTCTRL copybook - whether the part is serial
      *    controlled, for a register entry without a serial list.
           COPY PARTCTRL.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  LOG-FILE-NAME        PIC X(8) VALUE 'RCPTLOG'.
       77  MOVE-FILE-NAME       PIC X(8) VALUE 'STKMOVE'.
       77  LOC-FILE-NAME        PIC X(8) VALUE 'LOCBAL'.
       77  LOT-FILE-NAME        PIC X(8) VALUE 'STKLOT'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  PPV-FILE-NAME        PIC X(8) VALUE 'PPVFILE'.
       77  NOTE-FILE-NAME       PIC X(8) VALUE 'DLVNOTE'.
       77  BACKORD-FILE-NAME    PIC X(8) VALUE 'BACKORD'.
       77  SERIAL-FILE-NAME     PIC X(8) VALUE 'SERIALNO'.
       77  CTRL-FILE-NAME       PIC X(8) VALUE 'PARTCTRL'.
      *
      *    PARMFILE copybook - the posting-freeze switch checked
      *    before anything moves.
           COPY PARMFILE.
      *
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
      *
      *    Commarea for the PERDCHK accounting-period resolver
      *    every ledger entry is stamped through.
       01  WS-PERDCHK-AREA.
           03 PD-MOVEMENT-DATE       PIC X(8).
           03 PD-PERIOD              PIC 9(6) DISPLAY.
           03 PD-ROLLED-FLAG         PIC X(1).
           03 PD-RETURN-CODE         PIC X(1).
      *
       01  WS-STORAGE.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
           03 WS-POSTING-PERIOD PIC 9(6)          VALUE ZERO.
           03 WS-PERIOD-OK-FLAG PIC X(1)          VALUE 'Y'.
              88 POSTING-PERIOD-OPEN   VALUE 'Y'.
              88 POSTING-PERIOD-CLOSED VALUE 'N'.
           03 READ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WRITE-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 LOG-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LOC-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LOT-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 PPV-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 NOTE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 BO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 SERIAL-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 CTRL-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 WS-TASK-NUMBER    PIC 9(7)  DISPLAY VALUE ZERO.
           03 WS-PO-KEY         PIC X(11)         VALUE SPACES.
           03 WS-BO-INDEX       PIC 9(4)  COMP    VALUE ZERO.
           03 WS-SN-INDEX       PIC 9(4)  COMP    VALUE ZERO.
      *
      *    Set by any update in the unit of work that does not
      *    take - everything already done is then rolled back.
           03 WS-UPDATE-FLAG    PIC X(1)          VALUE 'N'.
              88 UPDATE-HAS-FAILED     VALUE 'Y'.
      *
      *    Re-averaging the receipt back out: the value of what
      *    stays after the receipt's units leave at the price
      *    they were averaged in at.
           03 WS-REMAINING-VALUE PIC S9(13)V99 COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
      *    The receipt's STKMOVE entry - its date (YYYYMMDD) and
      *    task - as MOVEINQ shows it.
           03 CA-RECEIPT-DATE        PIC X(8).
           03 CA-RECEIPT-TASK        PIC 9(7) DISPLAY.
           03 CA-STOCK-PART          PIC X(124).
           03 CA-RETURN-CODE         PIC X(1).
           03 CA-REVERSED-QUANTITY   PIC 9(8) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE ZERO TO CA-REVERSED-QUANTITY.
           MOVE SPACES TO WS-STOCK-PART.
           MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART.
      *
      *    Nothing posts while the nightly freeze window is on -
      *    the batch suite is reading what we would be rewriting.
           PERFORM CHECK-POSTING-FREEZE.
           IF POSTING-IS-FROZEN
              SET RC-POSTING-FROZEN TO TRUE
              MOVE WS-STOCK-PART TO CA-STOCK-PART
              MOVE RETURN-CODE TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.
      *
      *    An accounting period must be open to take the posting.
           PERFORM CHECK-POSTING-PERIOD.
           IF POSTING-PERIOD-CLOSED
              SET RC-PERIOD-CLOSED TO TRUE
              MOVE WS-STOCK-PART TO CA-STOCK-PART
              MOVE RETURN-CODE TO CA-RETURN-CODE
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.
      *
           PERFORM READ-RECEIPT-LOG.
           IF RC-SUCCESS
              PERFORM CHECK-STOCK-STILL-HERE
           END-IF.
           IF RC-SUCCESS
              PERFORM CHECK-SERIALS-STILL-HERE
           END-IF.
           IF RC-SUCCESS
              PERFORM APPLY-REVERSAL
           END-IF.
      *
           IF RC-SUCCESS
              MOVE RL-QUANTITY TO CA-REVERSED-QUANTITY
           END-IF.
           MOVE WS-STOCK-PART TO CA-STOCK-PART.
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Lock the receipt's register entry. No entry - the key
      *    is wrong, or the receipt was quarantined and never
      *    reached stock - is 'N'; an entry already reversed is
      *    'V'.
       READ-RECEIPT-LOG.
      *
      *    An entry written before the serial list was kept is
      *    shorter than the record - its count reads as spaces.
           MOVE SPACES TO RECEIPT-LOG-RECORD.
           MOVE CA-PART-ID TO RL-PART-ID.
           MOVE CA-RECEIPT-DATE TO RL-RECEIPT-DATE.
           MOVE CA-RECEIPT-TASK TO RL-RECEIPT-TASK.
           EXEC CICS READ FILE(LOG-FILE-NAME)
                     INTO(RECEIPT-LOG-RECORD)
                     RIDFLD(RL-KEY)
                     UPDATE
                     RESP(LOG-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN LOG-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN LOG-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN RL-STATUS-REVERSED
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       READ-RECEIPT-LOG-EXIT.
           EXIT.
      *
      *    Lock the part, the lot and the location balance, and
      *    make sure every unit the receipt brought in is still in
      *    each of them. A lot drawn down, a location emptied or
      *    a part total below the receipt means the goods have
      *    moved on and the receipt can no longer be unwound.
       CHECK-STOCK-STILL-HERE.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(CA-PART-ID)
                     UPDATE
                     RESP(READ-RESP)
                     END-EXEC.
      *
           MOVE CA-PART-ID TO LT-PART-ID.
           MOVE RL-LOT-EXPIRY-DATE TO LT-EXPIRY-DATE.
           MOVE RL-LOT-SEQUENCE TO LT-SEQUENCE.
           EXEC CICS READ FILE(LOT-FILE-NAME)
                     INTO(STOCK-LOT-RECORD)
                     RIDFLD(LT-KEY)
                     UPDATE
                     RESP(LOT-RESP)
                     END-EXEC.
      *
           MOVE CA-PART-ID TO LB-PART-ID.
           MOVE RL-LOCATION TO LB-LOCATION.
           EXEC CICS READ FILE(LOC-FILE-NAME)
                     INTO(LOCATION-BALANCE-RECORD)
                     RIDFLD(LB-KEY)
                     UPDATE
                     RESP(LOC-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN READ-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
                 MOVE SPACES TO WS-STOCK-PART
                 MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
              WHEN READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN STOCK-QUANTITY OF WS-STOCK-PART LESS THAN
                   RL-QUANTITY
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN LOT-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN LT-QUANTITY-REMAINING LESS THAN RL-QUANTITY
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN LOC-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN LB-QUANTITY LESS THAN RL-QUANTITY
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       CHECK-STOCK-STILL-HERE-EXIT.
           EXIT.
      *
      *    Every serial the receipt registered must still be the
      *    receipt's own unit in stock - 'S' under the receipt's
      *    lot and date. A posted receipt is never quarantined, so
      *    its units went on as 'S'; a unit since issued, held by
      *    a later quarantined receipt or taken in again by any
      *    later receipt has moved on. An entry from before the
      *    serial list was kept cannot say which units to take
      *    back, so a serial-controlled part's is refused 'V'.
       CHECK-SERIALS-STILL-HERE.
      *
           IF RL-SERIAL-COUNT NUMERIC
              PERFORM VARYING WS-SN-INDEX FROM 1 BY 1
                        UNTIL WS-SN-INDEX GREATER THAN
                              RL-SERIAL-COUNT
                           OR NOT RC-SUCCESS
                 PERFORM CHECK-ONE-SERIAL
              END-PERFORM
           ELSE
              MOVE CA-PART-ID TO PC-PART-ID
              EXEC CICS READ FILE(CTRL-FILE-NAME)
                        INTO(PART-CONTROL-RECORD)
                        RIDFLD(PC-PART-ID)
                        RESP(CTRL-RESP)
                        END-EXEC
              IF CTRL-RESP EQUAL DFHRESP(NORMAL)
                 AND PC-SERIAL-CONTROLLED
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
       CHECK-SERIALS-STILL-HERE-EXIT.
           EXIT.
      *
       CHECK-ONE-SERIAL.
      *
           MOVE CA-PART-ID TO SN-PART-ID.
           MOVE RL-SERIAL-NUMBER(WS-SN-INDEX) TO SN-SERIAL-NUMBER.
           EXEC CICS READ FILE(SERIAL-FILE-NAME)
                     INTO(SERIAL-NUMBER-RECORD)
                     RIDFLD(SN-KEY)
                     RESP(SERIAL-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN SERIAL-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT SN-STATUS-IN-STOCK
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN SN-LOT-NUMBER NOT EQUAL RL-LOT-NUMBER
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN SN-RECEIPT-DATE NOT EQUAL RL-RECEIPT-DATE
                 SET RC-STOCK-MOVED-ON TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       CHECK-ONE-SERIAL-EXIT.
           EXIT.
      *
      *    Unwind the receipt. Every update below belongs to the
      *    one unit of work: if any of them does not take, the
      *    whole reversal is rolled back and the receipt stands.
       APPLY-REVERSAL.
      *
           MOVE 'N' TO WS-UPDATE-FLAG.
           PERFORM REVERSE-PART-RECORD.
      *
           IF NOT UPDATE-HAS-FAILED
              PERFORM WRITE-MOVEMENT-RECORD
              PERFORM REVERSE-LOT-AND-BALANCE
           END-IF.
           IF NOT UPDATE-HAS-FAILED
              AND RL-PO-NUMBER GREATER THAN ZERO
              PERFORM REOPEN-PO-LINE
           END-IF.
           IF NOT UPDATE-HAS-FAILED
              AND RL-VARIANCE-VALUE NOT EQUAL ZERO
              PERFORM CANCEL-PRICE-VARIANCE
           END-IF.
           IF NOT UPDATE-HAS-FAILED
              AND RL-DELIVERY-NOTE NOT EQUAL SPACES
              PERFORM REMOVE-DELIVERY-NOTE
           END-IF.
           IF NOT UPDATE-HAS-FAILED
              PERFORM VARYING WS-BO-INDEX FROM 1 BY 1
                        UNTIL WS-BO-INDEX GREATER THAN
                              RL-BACKORDER-COUNT
                 PERFORM REOPEN-BACKORDER
              END-PERFORM
           END-IF.
           IF NOT UPDATE-HAS-FAILED
              AND RL-SERIAL-COUNT NUMERIC
              PERFORM REVERSE-SERIAL-NUMBERS
           END-IF.
           IF NOT UPDATE-HAS-FAILED
              PERFORM MARK-LOG-REVERSED
           END-IF.
      *
           IF UPDATE-HAS-FAILED
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
              MOVE SPACES TO WS-STOCK-PART
              MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
           END-IF.
      *
       APPLY-REVERSAL-EXIT.
           EXIT.
      *
      *    Take the receipt's units back out of stock, re-average
      *    them back out of AVERAGE-COST, and put back on order
      *    what the receipt relieved. When nothing is left to
      *    average - or the arithmetic would go negative because
      *    the cost has moved since - the cost before the receipt
      *    is restored as it was.
       REVERSE-PART-RECORD.
      *
           MOVE STOCK-QUANTITY OF WS-STOCK-PART TO MV-OLD-QUANTITY.
           COMPUTE WS-REMAINING-VALUE =
                   (STOCK-QUANTITY OF WS-STOCK-PART *
                    AVERAGE-COST OF WS-STOCK-PART) -
                   (RL-QUANTITY * RL-RECEIPT-PRICE).
           SUBTRACT RL-QUANTITY FROM STOCK-QUANTITY OF WS-STOCK-PART.
           IF STOCK-QUANTITY OF WS-STOCK-PART GREATER THAN ZERO
              AND WS-REMAINING-VALUE NOT LESS THAN ZERO
              COMPUTE AVERAGE-COST OF WS-STOCK-PART ROUNDED =
                      WS-REMAINING-VALUE /
                      STOCK-QUANTITY OF WS-STOCK-PART
           ELSE
              MOVE RL-PRIOR-AVERAGE-COST
                   TO AVERAGE-COST OF WS-STOCK-PART
           END-IF.
           ADD RL-ON-ORDER-RELIEVED
               TO ON-ORDER-QUANTITY OF WS-STOCK-PART.
      *
           EXEC CICS REWRITE FILE(FILE-NAME)
                     FROM(WS-STOCK-PART)
                     RESP(WRITE-RESP)
                     END-EXEC.
           IF WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       REVERSE-PART-RECORD-EXIT.
           EXIT.
      *
      *    Bring the lot and the location balance back down by
      *    the receipt's quantity - both are still locked from
      *    CHECK-STOCK-STILL-HERE.
       REVERSE-LOT-AND-BALANCE.
      *
           SUBTRACT RL-QUANTITY FROM LT-QUANTITY-REMAINING.
           EXEC CICS REWRITE FILE(LOT-FILE-NAME)
                     FROM(STOCK-LOT-RECORD)
                     RESP(LOT-RESP)
                     END-EXEC.
           SUBTRACT RL-QUANTITY FROM LB-QUANTITY.
           EXEC CICS REWRITE FILE(LOC-FILE-NAME)
                     FROM(LOCATION-BALANCE-RECORD)
                     RESP(LOC-RESP)
                     END-EXEC.
           IF LOT-RESP NOT EQUAL DFHRESP(NORMAL)
              OR LOC-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       REVERSE-LOT-AND-BALANCE-EXIT.
           EXIT.
      *
      *    Take the receipt back off the matched PO line. The line
      *    reopens if this receipt closed it or it is now short of
      *    what was ordered, and a PO this receipt closed goes
      *    back to released.
       REOPEN-PO-LINE.
      *
           MOVE RL-PO-NUMBER TO WS-PO-KEY(1:8).
           MOVE RL-PO-LINE TO WS-PO-KEY(9:3).
           EXEC CICS READ FILE(PO-FILE-NAME)
                     INTO(PURCHASE-ORDER-RECORD)
                     RIDFLD(WS-PO-KEY)
                     UPDATE
                     RESP(PO-RESP)
                     END-EXEC.
           IF PO-RESP EQUAL DFHRESP(NORMAL)
              IF PO-RECEIVED-QUANTITY GREATER THAN RL-QUANTITY
                 SUBTRACT RL-QUANTITY FROM PO-RECEIVED-QUANTITY
              ELSE
                 MOVE ZERO TO PO-RECEIVED-QUANTITY
              END-IF
              IF RL-CLOSED-THE-LINE
                 OR PO-RECEIVED-QUANTITY LESS THAN
                    PO-SUGGESTED-QUANTITY
                 SET PO-LINE-OPEN TO TRUE
              END-IF
              EXEC CICS REWRITE FILE(PO-FILE-NAME)
                        FROM(PURCHASE-ORDER-RECORD)
                        RESP(PO-RESP)
                        END-EXEC
           END-IF.
           IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
           IF NOT UPDATE-HAS-FAILED
              AND RL-CLOSED-THE-PO
              MOVE '000' TO WS-PO-KEY(9:3)
              EXEC CICS READ FILE(PO-FILE-NAME)
                        INTO(PURCHASE-ORDER-RECORD)
                        RIDFLD(WS-PO-KEY)
                        UPDATE
                        RESP(PO-RESP)
                        END-EXEC
              IF PO-RESP EQUAL DFHRESP(NORMAL)
                 AND PO-STATUS-CLOSED
                 SET PO-STATUS-RELEASED TO TRUE
                 MOVE SPACES TO PO-CLOSED-DATE
                 EXEC CICS REWRITE FILE(PO-FILE-NAME)
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(PO-RESP)
                           END-EXEC
                 IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET UPDATE-HAS-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       REOPEN-PO-LINE-EXIT.
           EXIT.
      *
      *    PPVFILE is an ESDS and the receipt's variance entry
      *    stays where it is; an equal and opposite entry dated
      *    today cancels it in PPVRPT and the GL extract.
       CANCEL-PRICE-VARIANCE.
      *
           MOVE SPACES TO PRICE-VARIANCE-RECORD.
           MOVE CA-PART-ID TO PV-PART-ID.
           MOVE RL-SUPPLIER-ID TO PV-SUPPLIER.
           MOVE RL-PO-NUMBER TO PV-PO-NUMBER.
           MOVE RL-PO-LINE TO PV-PO-LINE.
           MOVE RL-QUANTITY TO PV-QUANTITY.
           MOVE RL-PO-PRICE TO PV-PO-PRICE.
           MOVE RL-RECEIPT-PRICE TO PV-STANDARD-PRICE.
           COMPUTE PV-VARIANCE-VALUE = ZERO - RL-VARIANCE-VALUE.
           MOVE CATEGORY-CODE OF WS-STOCK-PART TO PV-CATEGORY.
           MOVE WS-DATE8 TO PV-RECEIPT-DATE.
           EXEC CICS WRITE FILE(PPV-FILE-NAME)
                     FROM(PRICE-VARIANCE-RECORD)
                     RESP(PPV-RESP)
                     END-EXEC.
           IF PPV-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       CANCEL-PRICE-VARIANCE-EXIT.
           EXIT.
      *
      *    Remove the receipt's delivery-note registration, so the
      *    real delivery can be booked against the note. A note
      *    already gone is nothing to undo.
       REMOVE-DELIVERY-NOTE.
      *
           MOVE RL-SUPPLIER-ID TO DN-SUPPLIER-ID.
           MOVE RL-DELIVERY-NOTE TO DN-NOTE-NUMBER.
           MOVE CA-PART-ID TO DN-PART-ID.
           EXEC CICS DELETE FILE(NOTE-FILE-NAME)
                     RIDFLD(DN-KEY)
                     RESP(NOTE-RESP)
                     END-EXEC.
           IF NOTE-RESP NOT EQUAL DFHRESP(NORMAL)
              AND NOTE-RESP NOT EQUAL DFHRESP(NOTFND)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       REMOVE-DELIVERY-NOTE-EXIT.
           EXIT.
      *
      *    Reopen one backorder the receipt filled - the demand
      *    is waiting again, for the next receipt to fill. One
      *    since purged, or reopened already, is left alone.
       REOPEN-BACKORDER.
      *
           MOVE CA-PART-ID TO BO-PART-ID.
           MOVE RL-BACKORDER-SEQUENCE(WS-BO-INDEX) TO BO-SEQUENCE.
           EXEC CICS READ FILE(BACKORD-FILE-NAME)
                     INTO(BACKORDER-RECORD)
                     RIDFLD(BO-KEY)
                     UPDATE
                     RESP(BO-RESP)
                     END-EXEC.
           IF BO-RESP EQUAL DFHRESP(NORMAL)
              AND BO-STATUS-FILLED
              SET BO-STATUS-OPEN TO TRUE
              MOVE SPACES TO BO-FILL-DATE
              EXEC CICS REWRITE FILE(BACKORD-FILE-NAME)
                        FROM(BACKORDER-RECORD)
                        RESP(BO-RESP)
                        END-EXEC
              IF BO-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET UPDATE-HAS-FAILED TO TRUE
              END-IF
           END-IF.
      *
       REOPEN-BACKORDER-EXIT.
           EXIT.
      *
      *    Take the receipt's serials back off SERIALNO. A serial
      *    the receipt registered is deleted; a unit that came
      *    back around is put back as the register entry noted it
      *    before the receipt. Each is locked and checked again
      *    first - one that has moved on since the check up front,
      *    or any update that does not take, fails the reversal.
       REVERSE-SERIAL-NUMBERS.
      *
           PERFORM VARYING WS-SN-INDEX FROM 1 BY 1
                     UNTIL WS-SN-INDEX GREATER THAN RL-SERIAL-COUNT
                        OR UPDATE-HAS-FAILED
              PERFORM REVERSE-ONE-SERIAL
           END-PERFORM.
      *
       REVERSE-SERIAL-NUMBERS-EXIT.
           EXIT.
      *
       REVERSE-ONE-SERIAL.
      *
           MOVE CA-PART-ID TO SN-PART-ID.
           MOVE RL-SERIAL-NUMBER(WS-SN-INDEX) TO SN-SERIAL-NUMBER.
           EXEC CICS READ FILE(SERIAL-FILE-NAME)
                     INTO(SERIAL-NUMBER-RECORD)
                     RIDFLD(SN-KEY)
                     UPDATE
                     RESP(SERIAL-RESP)
                     END-EXEC.
      *
           IF SERIAL-RESP EQUAL DFHRESP(NORMAL)
              AND SN-STATUS-IN-STOCK
              AND SN-LOT-NUMBER EQUAL RL-LOT-NUMBER
              AND SN-RECEIPT-DATE EQUAL RL-RECEIPT-DATE
              IF RL-SN-WRITTEN-NEW(WS-SN-INDEX)
                 EXEC CICS DELETE FILE(SERIAL-FILE-NAME)
                           RESP(SERIAL-RESP)
                           END-EXEC
              ELSE
                 PERFORM RESTORE-PRIOR-SERIAL-STATE
                 EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                           FROM(SERIAL-NUMBER-RECORD)
                           RESP(SERIAL-RESP)
                           END-EXEC
              END-IF
              IF SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET UPDATE-HAS-FAILED TO TRUE
              END-IF
           ELSE
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       REVERSE-ONE-SERIAL-EXIT.
           EXIT.
      *
      *    What the unit said before the receipt rewrote it, from
      *    the register entry.
       RESTORE-PRIOR-SERIAL-STATE.
      *
           MOVE RL-SN-PRIOR-STATUS(WS-SN-INDEX) TO SN-STATUS.
           MOVE RL-SN-PRIOR-LOT(WS-SN-INDEX) TO SN-LOT-NUMBER.
           MOVE RL-SN-PRIOR-RECEIPT-DATE(WS-SN-INDEX)
                TO SN-RECEIPT-DATE.
           MOVE RL-SN-PRIOR-RECEIPT-USERID(WS-SN-INDEX)
                TO SN-RECEIPT-USERID.
           MOVE RL-SN-PRIOR-SUPPLIER-ID(WS-SN-INDEX)
                TO SN-SUPPLIER-ID.
           MOVE RL-SN-PRIOR-RECEIPT-PO(WS-SN-INDEX)
                TO SN-RECEIPT-PO.
           MOVE RL-SN-PRIOR-WARRANTY-MONTHS(WS-SN-INDEX)
                TO SN-WARRANTY-MONTHS.
           MOVE RL-SN-PRIOR-WARRANTY-BASIS(WS-SN-INDEX)
                TO SN-WARRANTY-BASIS.
           MOVE RL-SN-PRIOR-WARRANTY-EXPIRY(WS-SN-INDEX)
                TO SN-WARRANTY-EXPIRY.
      *
       RESTORE-PRIOR-SERIAL-STATE-EXIT.
           EXIT.
      *
      *    Mark the register entry reversed, with who and when, so
      *    the same receipt cannot be unwound twice.
       MARK-LOG-REVERSED.
      *
           SET RL-STATUS-REVERSED TO TRUE.
           MOVE WS-DATE8 TO RL-REVERSED-DATE.
           MOVE MV-CICS-USERID TO RL-REVERSED-BY.
           EXEC CICS REWRITE FILE(LOG-FILE-NAME)
                     FROM(RECEIPT-LOG-RECORD)
                     RESP(LOG-RESP)
                     END-EXEC.
           IF LOG-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
       MARK-LOG-REVERSED-EXIT.
           EXIT.
      *
      *    Append the reversal to the STKMOVE ledger at the
      *    location the receipt landed, naming the receipt entry
      *    it unwinds.
       WRITE-MOVEMENT-RECORD.
      *
           MOVE CA-PART-ID TO MV-PART-ID.
           SET MV-TYPE-RCPT-REVERSAL TO TRUE.
           MOVE STOCK-QUANTITY OF WS-STOCK-PART TO MV-NEW-QUANTITY.
           MOVE RL-LOCATION TO MV-LOCATION.
           MOVE RL-RECEIPT-DATE TO MV-REVERSES-DATE.
           MOVE RL-RECEIPT-TASK TO MV-REVERSES-TASK.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
           MOVE WS-DATE8(1:4) TO MV-MOVEMENT-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO MV-MOVEMENT-DATE-MM.
           MOVE WS-DATE8(7:2) TO MV-MOVEMENT-DATE-DD.
           MOVE WS-TIME6 TO MV-MOVEMENT-TIME.
           MOVE EIBTASKN TO WS-TASK-NUMBER.
           MOVE WS-TASK-NUMBER TO MV-MOVEMENT-TASK.
           EXEC CICS ASSIGN USERID(MV-CICS-USERID) END-EXEC.
           MOVE EIBTRMID TO MV-TERMINAL-ID.
      *
           PERFORM RESOLVE-POSTING-PERIOD.
      *
           EXEC CICS WRITE FILE(MOVE-FILE-NAME)
                     FROM(STKMOVE)
                     RESP(WRITE-RESP)
                     END-EXEC.
           IF WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET UPDATE-HAS-FAILED TO TRUE
           END-IF.
      *
      *    Mirror the appended entry to the STKMOVEQ event queue -
      *    downstream systems hear about the movement now, not
      *    from tomorrow's extract.
           EXEC CICS LINK PROGRAM(MOVPUB-PROGRAM)
                     COMMAREA(STKMOVE)
                     LENGTH(94)
                     RESP(MOVPUB-RESP)
                     END-EXEC.
      *
      *    Index the entry by part on STKMVIX, so one part's
      *    history reads directly instead of by a ledger scan.
           EXEC CICS LINK PROGRAM(MOVINDX-PROGRAM)
                     COMMAREA(STKMOVE)
                     LENGTH(LENGTH OF STKMOVE)
                     RESP(MOVINDX-RESP)
                     END-EXEC.
      *
       WRITE-MOVEMENT-RECORD-EXIT.
           EXIT.
      *
      *    Stamp the accounting period CHECK-POSTING-PERIOD
      *    resolved up front - one PERDCHK answer covers every
      *    entry this task writes.
       RESOLVE-POSTING-PERIOD.
      *
           MOVE WS-POSTING-PERIOD TO MV-PERIOD.
      *
       RESOLVE-POSTING-PERIOD-EXIT.
           EXIT.
      *
      *    One PERDCHK question up front: which period does
      *    today's posting land in? A 'V' reply - the date's
      *    period is closed and no current period is open -
      *    refuses the movement before anything changes; no
      *    calendar answer falls back to the date's own month,
      *    the pre-calendar behavior.
       CHECK-POSTING-PERIOD.
      *
           SET POSTING-PERIOD-OPEN TO TRUE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(PD-MOVEMENT-DATE)
                     END-EXEC.
           MOVE ZERO TO PD-PERIOD.
           MOVE SPACE TO PD-ROLLED-FLAG.
           MOVE SPACE TO PD-RETURN-CODE.
           EXEC CICS LINK PROGRAM(PERDCHK-PROGRAM)
                     COMMAREA(WS-PERDCHK-AREA)
                     LENGTH(16)
                     RESP(PERDCHK-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN PERDCHK-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE PD-MOVEMENT-DATE(1:6) TO WS-POSTING-PERIOD
              WHEN PD-RETURN-CODE EQUAL '0'
                 MOVE PD-PERIOD TO WS-POSTING-PERIOD
              WHEN PD-RETURN-CODE EQUAL 'V'
                 SET POSTING-PERIOD-CLOSED TO TRUE
              WHEN OTHER
                 MOVE PD-MOVEMENT-DATE(1:6) TO WS-POSTING-PERIOD
           END-EVALUATE.
      *
       CHECK-POSTING-PERIOD-EXIT.
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
