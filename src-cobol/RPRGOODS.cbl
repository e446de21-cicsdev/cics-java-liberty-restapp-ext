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
      * Repair-and-return transaction for repairable spares. A
      * pump or drive going out for repair used to leave either as
      * an RTVGOODS return (raising a credit memo nobody would
      * ever pay) or as an ISSUGDS issue (writing the unit off),
      * and neither said the unit was at the repairer. The
      * commarea action picks the step:
      *
      *   'S' sends a unit out. The repairer must be on SUPPMAST
      *       and not blocked, and an expected return date no
      *       earlier than today is required. A serial-controlled
      *       part (PARTCTRL) names the serial going out - one
      *       unit, in stock on SERIALNO - and the serial moves to
      *       'at repair'. The quantity comes off STOCK-QUANTITY,
      *       the lot it left from (the caller's lot, else the
      *       serial's own lot, else the first-expiring lot able
      *       to cover it) and that lot's location balance. A
      *       REPAIRS order records the repairer, the repair PO,
      *       the expected date and the lot and serial the unit
      *       left as; the sequence it was filed under comes back
      *       in the commarea.
      *   'R' receives it back. The order's quantity goes back
      *       onto STOCK-QUANTITY, the same lot (rebuilt under its
      *       old key if the lot record has gone) and the same
      *       location, the serial returns to 'in stock', and the
      *       repairer's charge is capitalized into AVERAGE-COST
      *       with a LANDCOST entry under charge type REPR so the
      *       GL extract posts it like any landed charge.
      *   'I' returns the order.
      *
      * Both movements are ledgered on STKMOVE (repair out 'O',
      * repair in 'B') and published through MOVPUB. The RPROVDUE
      * batch run lists the orders still out past their date.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              RPRGOODS.
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
      *    RPRORD copybook - the repair order being worked.
           COPY RPRORD.
      *
      *    SUPPMAST copybook - the repairer must exist.
           COPY SUPPMAST.
      *
      *    PARTCTRL copybook - whether the part is serial-
      *    controlled.
           COPY PARTCTRL.
      *
      *    SERIALNO copybook - the unit going out and coming back.
           COPY SERIALNO.
      *
      *    STKLOT copybook - the lot the unit leaves and rejoins.
           COPY STKLOT.
      *
      *    LOCBAL copybook - the part/location balance moved with
      *    the unit.
           COPY LOCBAL.
      *
      *    STKMOVE copybook - one movement-ledger entry appended
      *    per send and per return.
           COPY STKMOVE.
      *
      *    LANDCOST copybook - the repair charge capitalized on
      *    return.
           COPY LANDCOST.
      *
      *    PARMFILE copybook - the posting-freeze switch checked
      *    before anything moves.
           COPY PARMFILE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files and programs to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  REPAIR-FILE-NAME     PIC X(8) VALUE 'REPAIRS'.
       77  SUPP-FILE-NAME       PIC X(8) VALUE 'SUPPMAST'.
       77  CTRL-FILE-NAME       PIC X(8) VALUE 'PARTCTRL'.
       77  SERIAL-FILE-NAME     PIC X(8) VALUE 'SERIALNO'.
       77  LOT-FILE-NAME        PIC X(8) VALUE 'STKLOT'.
       77  LOC-FILE-NAME        PIC X(8) VALUE 'LOCBAL'.
       77  MOVE-FILE-NAME       PIC X(8) VALUE 'STKMOVE'.
       77  LANDED-FILE-NAME     PIC X(8) VALUE 'LANDCOST'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
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
           03 READ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WRITE-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 REPAIR-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 SUPP-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 CTRL-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 SERIAL-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 LOT-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LOC-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LANDED-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
           03 WS-POSTING-PERIOD PIC 9(6)          VALUE ZERO.
           03 WS-PERIOD-OK-FLAG PIC X(1)          VALUE 'Y'.
              88 POSTING-PERIOD-OPEN   VALUE 'Y'.
              88 POSTING-PERIOD-CLOSED VALUE 'N'.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 WS-TASK-NUMBER    PIC 9(7)  DISPLAY VALUE ZERO.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-SERIAL-FLAG    PIC X(1)          VALUE 'N'.
              88 PART-IS-SERIALIZED VALUE 'Y'.
           03 WS-SEND-QUANTITY  PIC 9(8)  DISPLAY VALUE ZERO.
           03 WS-REPAIR-SEQUENCE PIC 9(3)         VALUE ZERO.
      *    The lot the send draws from - the wanted lot number
      *    (caller's, else the serial's), the first lot carrying
      *    it with enough left, and the first-expiring lot with
      *    enough left to fall back on.
           03 WS-WANTED-LOT     PIC X(10)         VALUE SPACES.
           03 WS-LOT-BROWSE-KEY PIC X(19)         VALUE SPACES.
           03 WS-LOT-ACTIVE     PIC X(1)          VALUE 'N'.
              88 LOT-BROWSE-ACTIVE VALUE 'Y'.
           03 WS-MATCH-LOT-KEY  PIC X(19)         VALUE SPACES.
           03 WS-MATCH-LOT-NUMBER PIC X(10)       VALUE SPACES.
           03 WS-MATCH-LOT-LOC  PIC X(10)         VALUE SPACES.
           03 WS-FIRST-LOT-KEY  PIC X(19)         VALUE SPACES.
           03 WS-FIRST-LOT-NUMBER PIC X(10)       VALUE SPACES.
           03 WS-FIRST-LOT-LOC  PIC X(10)         VALUE SPACES.
           03 WS-OLD-AVERAGE    PIC 99999V99      VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-SEND         VALUE 'S'.
              88 CA-ACTION-RECEIVE      VALUE 'R'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
      *
      *    Output on send (the sequence the order was filed
      *    under); input on receive and inquire.
           03 CA-REPAIR-SEQUENCE     PIC 9(3) DISPLAY.
      *
      *    Send fields. A serial-controlled part names its serial
      *    and always sends one unit; the lot is optional.
           03 CA-SERIAL-NUMBER       PIC X(15).
           03 CA-LOT-NUMBER          PIC X(10).
           03 CA-QUANTITY            PIC 9(8) DISPLAY.
           03 CA-REPAIRER-ID         PIC 9(8) DISPLAY.
           03 CA-REPAIR-PO-NUMBER    PIC 9(8) DISPLAY.
           03 CA-EXPECTED-DATE       PIC X(8).
      *
      *    Receive field - the repairer's charge for the work.
           03 CA-REPAIR-CHARGE       PIC 9(7)V99 DISPLAY.
      *
           03 CA-STOCK-PART          PIC X(124).
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    The order as it stands after the action.
           03 CA-REPAIR-DATA         PIC X(147).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACES TO WS-STOCK-PART.
           MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
      *
      *    Sends and receives move stock - nothing moves while the
      *    nightly freeze window is on or no period is open.
           IF CA-ACTION-SEND OR CA-ACTION-RECEIVE
              PERFORM CHECK-POSTING-FREEZE
              IF POSTING-IS-FROZEN
                 SET RC-POSTING-FROZEN TO TRUE
              ELSE
                 PERFORM CHECK-POSTING-PERIOD
                 IF POSTING-PERIOD-CLOSED
                    SET RC-PERIOD-CLOSED TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              EVALUATE TRUE
                 WHEN CA-ACTION-SEND
                    PERFORM DO-SEND-FOR-REPAIR
                 WHEN CA-ACTION-RECEIVE
                    PERFORM DO-RECEIVE-FROM-REPAIR
                 WHEN CA-ACTION-INQUIRE
                    PERFORM DO-INQUIRE-REPAIR
                 WHEN OTHER
                    SET RC-VALIDATION-ERROR TO TRUE
              END-EVALUATE
           END-IF.
      *
           MOVE WS-STOCK-PART TO CA-STOCK-PART.
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Send a unit out: validate the request and the unit, take
      *    it off the part, its lot and its location, file the
      *    repair order and ledger the movement.
       DO-SEND-FOR-REPAIR.
      *
           PERFORM VALIDATE-SEND-REQUEST.
           IF RC-SUCCESS
              PERFORM CHECK-SERIAL-CONTROL
              PERFORM VALIDATE-SEND-SERIAL
           END-IF.
           IF RC-SUCCESS
              PERFORM FIND-SEND-LOT
           END-IF.
           IF RC-SUCCESS
              PERFORM TAKE-UNIT-OFF-STOCK
           END-IF.
           IF RC-SUCCESS
              SET MV-TYPE-REPAIR-OUT TO TRUE
              PERFORM WRITE-MOVEMENT-RECORD
              PERFORM DRAW-DOWN-SEND-LOT
              PERFORM REDUCE-LOCATION-BALANCE
              IF PART-IS-SERIALIZED
                 PERFORM MARK-SERIAL-AT-REPAIR
              END-IF
              PERFORM FILE-REPAIR-ORDER
           END-IF.
      *
       DO-SEND-FOR-REPAIR-EXIT.
           EXIT.
      *
      *    A send needs a quantity, an expected return date no
      *    earlier than today, and a repairer on SUPPMAST that is
      *    not blocked.
       VALIDATE-SEND-REQUEST.
      *
           EVALUATE TRUE
              WHEN CA-EXPECTED-DATE NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-EXPECTED-DATE LESS THAN WS-DATE8
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 MOVE CA-REPAIRER-ID TO SM-SUPPLIER-ID
                 EXEC CICS READ FILE(SUPP-FILE-NAME)
                           INTO(SUPPMAST)
                           RIDFLD(SM-SUPPLIER-ID)
                           RESP(SUPP-RESP)
                           END-EXEC
                 IF SUPP-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-VALIDATION-ERROR TO TRUE
                 ELSE
                    IF SM-STATUS-BLOCKED
                       SET RC-SUPPLIER-BLOCKED TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       VALIDATE-SEND-REQUEST-EXIT.
           EXIT.
      *
      *    Is the part serial-controlled? A part with no PARTCTRL
      *    entry isn't - the control is opt-in per part.
       CHECK-SERIAL-CONTROL.
      *
           MOVE 'N' TO WS-SERIAL-FLAG.
           MOVE CA-PART-ID TO PC-PART-ID.
           EXEC CICS READ FILE(CTRL-FILE-NAME)
                     INTO(PART-CONTROL-RECORD)
                     RIDFLD(PC-PART-ID)
                     RESP(CTRL-RESP)
                     END-EXEC.
           IF CTRL-RESP EQUAL DFHRESP(NORMAL)
              AND PC-SERIAL-CONTROLLED
              MOVE 'Y' TO WS-SERIAL-FLAG
           END-IF.
      *
       CHECK-SERIAL-CONTROL-EXIT.
           EXIT.
      *
      *    A serial-controlled part sends exactly one unit, named
      *    by a serial that is in stock now; its lot is the lot to
      *    look for unless the caller named one. Any other part
      *    sends the caller's quantity and ignores the serial.
       VALIDATE-SEND-SERIAL.
      *
           MOVE CA-LOT-NUMBER TO WS-WANTED-LOT.
           IF PART-IS-SERIALIZED
              MOVE 1 TO WS-SEND-QUANTITY
              MOVE CA-PART-ID TO SN-PART-ID
              MOVE CA-SERIAL-NUMBER TO SN-SERIAL-NUMBER
              EXEC CICS READ FILE(SERIAL-FILE-NAME)
                        INTO(SERIAL-NUMBER-RECORD)
                        RIDFLD(SN-KEY)
                        RESP(SERIAL-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN CA-SERIAL-NUMBER EQUAL SPACES
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN NOT SN-STATUS-IN-STOCK
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN WS-WANTED-LOT EQUAL SPACES
                    MOVE SN-LOT-NUMBER TO WS-WANTED-LOT
              END-EVALUATE
           ELSE
              MOVE CA-QUANTITY TO WS-SEND-QUANTITY
              MOVE SPACES TO CA-SERIAL-NUMBER
              IF WS-SEND-QUANTITY EQUAL ZERO
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
       VALIDATE-SEND-SERIAL-EXIT.
           EXIT.
      *
      *    Browse the part's lots (first-expiring first) for the
      *    one the unit leaves from: the first carrying the wanted
      *    lot number with enough left, else - when the lot was
      *    only the serial's, not the caller's - the first-expiring
      *    lot with enough left. A lot the caller named that can't
      *    cover the send is refused; a part with no lots at all
      *    sends from its home location with no lot attached.
       FIND-SEND-LOT.
      *
           MOVE SPACES TO WS-MATCH-LOT-KEY.
           MOVE SPACES TO WS-FIRST-LOT-KEY.
           MOVE SPACES TO WS-LOT-BROWSE-KEY.
           MOVE CA-PART-ID TO WS-LOT-BROWSE-KEY(1:8).
      *
           EXEC CICS STARTBR FILE(LOT-FILE-NAME)
                     RIDFLD(WS-LOT-BROWSE-KEY)
                     GTEQ
                     RESP(LOT-RESP)
                     END-EXEC.
           IF LOT-RESP EQUAL DFHRESP(NORMAL)
              SET LOT-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT LOT-BROWSE-ACTIVE
                 OR WS-MATCH-LOT-KEY NOT EQUAL SPACES
                 EXEC CICS READNEXT FILE(LOT-FILE-NAME)
                           INTO(STOCK-LOT-RECORD)
                           RIDFLD(WS-LOT-BROWSE-KEY)
                           RESP(LOT-RESP)
                           END-EXEC
                 IF LOT-RESP EQUAL DFHRESP(NORMAL)
                    AND LT-PART-ID EQUAL CA-PART-ID
                    IF LT-QUANTITY-REMAINING NOT LESS THAN
                       WS-SEND-QUANTITY
                       PERFORM CONSIDER-SEND-LOT
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-LOT-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(LOT-FILE-NAME) END-EXEC
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-MATCH-LOT-KEY NOT EQUAL SPACES
                 MOVE WS-MATCH-LOT-KEY TO RO-LOT-KEY
                 MOVE WS-MATCH-LOT-NUMBER TO RO-LOT-NUMBER
                 MOVE WS-MATCH-LOT-LOC TO RO-LOCATION
              WHEN CA-LOT-NUMBER NOT EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN WS-FIRST-LOT-KEY NOT EQUAL SPACES
                 MOVE WS-FIRST-LOT-KEY TO RO-LOT-KEY
                 MOVE WS-FIRST-LOT-NUMBER TO RO-LOT-NUMBER
                 MOVE WS-FIRST-LOT-LOC TO RO-LOCATION
              WHEN OTHER
                 MOVE SPACES TO RO-LOT-EXPIRY-DATE
                 MOVE ZERO TO RO-LOT-SEQUENCE
                 MOVE WS-WANTED-LOT TO RO-LOT-NUMBER
                 MOVE SPACES TO RO-LOCATION
           END-EVALUATE.
      *
       FIND-SEND-LOT-EXIT.
           EXIT.
      *
      *    Remember this lot if it carries the wanted number, or
      *    as the fallback if it is the first able to cover the
      *    send.
       CONSIDER-SEND-LOT.
      *
           IF WS-WANTED-LOT NOT EQUAL SPACES
              AND LT-LOT-NUMBER EQUAL WS-WANTED-LOT
              MOVE LT-KEY TO WS-MATCH-LOT-KEY
              MOVE LT-LOT-NUMBER TO WS-MATCH-LOT-NUMBER
              MOVE LT-LOCATION TO WS-MATCH-LOT-LOC
           END-IF.
           IF WS-FIRST-LOT-KEY EQUAL SPACES
              MOVE LT-KEY TO WS-FIRST-LOT-KEY
              MOVE LT-LOT-NUMBER TO WS-FIRST-LOT-NUMBER
              MOVE LT-LOCATION TO WS-FIRST-LOT-LOC
           END-IF.
      *
       CONSIDER-SEND-LOT-EXIT.
           EXIT.
      *
      *    Lock the part and take the unit off STOCK-QUANTITY. A
      *    lot with no location recorded leaves from the part's
      *    home location.
       TAKE-UNIT-OFF-STOCK.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(CA-PART-ID)
                     UPDATE
                     RESP(READ-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN READ-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
                 MOVE SPACES TO WS-STOCK-PART
                 MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
              WHEN READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN WS-SEND-QUANTITY GREATER THAN
                   STOCK-QUANTITY OF WS-STOCK-PART
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
              WHEN OTHER
                 IF RO-LOCATION EQUAL SPACES
                    MOVE WAREHOUSE-LOCATION OF WS-STOCK-PART
                         TO RO-LOCATION
                 END-IF
                 MOVE STOCK-QUANTITY OF WS-STOCK-PART
                      TO MV-OLD-QUANTITY
                 SUBTRACT WS-SEND-QUANTITY
                     FROM STOCK-QUANTITY OF WS-STOCK-PART
                 EXEC CICS REWRITE FILE(FILE-NAME)
                           FROM(WS-STOCK-PART)
                           RESP(WRITE-RESP)
                           END-EXEC
                 IF WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
           END-EVALUATE.
      *
       TAKE-UNIT-OFF-STOCK-EXIT.
           EXIT.
      *
      *    Reduce the lot the unit left from - it was found with
      *    enough left, but is clamped at zero like any lot.
       DRAW-DOWN-SEND-LOT.
      *
           IF RO-LOT-SEQUENCE GREATER THAN ZERO
              MOVE CA-PART-ID TO LT-PART-ID
              MOVE RO-LOT-EXPIRY-DATE TO LT-EXPIRY-DATE
              MOVE RO-LOT-SEQUENCE TO LT-SEQUENCE
              EXEC CICS READ FILE(LOT-FILE-NAME)
                        INTO(STOCK-LOT-RECORD)
                        RIDFLD(LT-KEY)
                        UPDATE
                        RESP(LOT-RESP)
                        END-EXEC
              IF LOT-RESP EQUAL DFHRESP(NORMAL)
                 IF WS-SEND-QUANTITY GREATER THAN
                    LT-QUANTITY-REMAINING
                    MOVE ZERO TO LT-QUANTITY-REMAINING
                 ELSE
                    SUBTRACT WS-SEND-QUANTITY
                        FROM LT-QUANTITY-REMAINING
                 END-IF
                 EXEC CICS REWRITE FILE(LOT-FILE-NAME)
                           FROM(STOCK-LOT-RECORD)
                           RESP(LOT-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       DRAW-DOWN-SEND-LOT-EXIT.
           EXIT.
      *
      *    Take the unit off its location balance, clamped at zero
      *    the same way ISSUGDS clamps it.
       REDUCE-LOCATION-BALANCE.
      *
           MOVE CA-PART-ID TO LB-PART-ID.
           MOVE RO-LOCATION TO LB-LOCATION.
           EXEC CICS READ FILE(LOC-FILE-NAME)
                     INTO(LOCATION-BALANCE-RECORD)
                     RIDFLD(LB-KEY)
                     UPDATE
                     RESP(LOC-RESP)
                     END-EXEC.
           IF LOC-RESP EQUAL DFHRESP(NORMAL)
              IF WS-SEND-QUANTITY GREATER THAN LB-QUANTITY
                 MOVE ZERO TO LB-QUANTITY
              ELSE
                 SUBTRACT WS-SEND-QUANTITY FROM LB-QUANTITY
              END-IF
              EXEC CICS REWRITE FILE(LOC-FILE-NAME)
                        FROM(LOCATION-BALANCE-RECORD)
                        RESP(LOC-RESP)
                        END-EXEC
           END-IF.
      *
       REDUCE-LOCATION-BALANCE-EXIT.
           EXIT.
      *
      *    The serial is at the repairer now - not in stock, not
      *    issued.
       MARK-SERIAL-AT-REPAIR.
      *
           MOVE CA-PART-ID TO SN-PART-ID.
           MOVE CA-SERIAL-NUMBER TO SN-SERIAL-NUMBER.
           EXEC CICS READ FILE(SERIAL-FILE-NAME)
                     INTO(SERIAL-NUMBER-RECORD)
                     RIDFLD(SN-KEY)
                     UPDATE
                     RESP(SERIAL-RESP)
                     END-EXEC.
           IF SERIAL-RESP EQUAL DFHRESP(NORMAL)
              SET SN-STATUS-AT-REPAIR TO TRUE
              EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                        FROM(SERIAL-NUMBER-RECORD)
                        RESP(SERIAL-RESP)
                        END-EXEC
           END-IF.
      *
       MARK-SERIAL-AT-REPAIR-EXIT.
           EXIT.
      *
      *    File the repair order. Find a free sequence under the
      *    part - try 001 upward until the WRITE stops hitting a
      *    duplicate, the same way RECVGDS files a hold.
       FILE-REPAIR-ORDER.
      *
           MOVE CA-PART-ID TO RO-PART-ID.
           SET RO-STATUS-OUT TO TRUE.
           MOVE CA-SERIAL-NUMBER TO RO-SERIAL-NUMBER.
           MOVE WS-SEND-QUANTITY TO RO-QUANTITY.
           MOVE CA-REPAIRER-ID TO RO-REPAIRER-ID.
           MOVE CA-REPAIR-PO-NUMBER TO RO-REPAIR-PO-NUMBER.
           MOVE WS-DATE8 TO RO-SENT-DATE.
           MOVE WS-USERID TO RO-SENT-USERID.
           MOVE CA-EXPECTED-DATE TO RO-EXPECTED-DATE.
           MOVE SPACES TO RO-RETURNED-DATE.
           MOVE SPACES TO RO-RETURNED-USERID.
           MOVE ZERO TO RO-REPAIR-CHARGE.
      *
           MOVE ZERO TO WS-REPAIR-SEQUENCE.
           MOVE DFHRESP(DUPREC) TO REPAIR-RESP.
           PERFORM UNTIL REPAIR-RESP NOT EQUAL DFHRESP(DUPREC)
              OR WS-REPAIR-SEQUENCE EQUAL 999
              ADD 1 TO WS-REPAIR-SEQUENCE
              MOVE WS-REPAIR-SEQUENCE TO RO-SEQUENCE
              EXEC CICS WRITE FILE(REPAIR-FILE-NAME)
                        FROM(REPAIR-ORDER-RECORD)
                        RIDFLD(RO-KEY)
                        RESP(REPAIR-RESP)
                        END-EXEC
           END-PERFORM.
      *
           IF REPAIR-RESP EQUAL DFHRESP(NORMAL)
              MOVE RO-SEQUENCE TO CA-REPAIR-SEQUENCE
              MOVE REPAIR-ORDER-RECORD TO CA-REPAIR-DATA
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       FILE-REPAIR-ORDER-EXIT.
           EXIT.
      *
      *    Receive a unit back: the order must still be out. Put
      *    it back on the part with its repair charge, then on its
      *    lot, location and serial, and close the order.
       DO-RECEIVE-FROM-REPAIR.
      *
           MOVE CA-PART-ID TO RO-PART-ID.
           MOVE CA-REPAIR-SEQUENCE TO RO-SEQUENCE.
           EXEC CICS READ FILE(REPAIR-FILE-NAME)
                     INTO(REPAIR-ORDER-RECORD)
                     RIDFLD(RO-KEY)
                     UPDATE
                     RESP(REPAIR-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN REPAIR-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN REPAIR-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT RO-STATUS-OUT
                 SET RC-VALIDATION-ERROR TO TRUE
                 MOVE REPAIR-ORDER-RECORD TO CA-REPAIR-DATA
                 EXEC CICS UNLOCK FILE(REPAIR-FILE-NAME) END-EXEC
              WHEN OTHER
                 PERFORM PUT-UNIT-BACK-ON-STOCK
           END-EVALUATE.
      *
           IF RC-SUCCESS
              SET MV-TYPE-REPAIR-IN TO TRUE
              PERFORM WRITE-MOVEMENT-RECORD
              IF CA-REPAIR-CHARGE GREATER THAN ZERO
                 PERFORM WRITE-REPAIR-CHARGE-ENTRY
              END-IF
              PERFORM RESTORE-RETURN-LOT
              PERFORM RESTORE-LOCATION-BALANCE
              IF RO-SERIAL-NUMBER NOT EQUAL SPACES
                 PERFORM MARK-SERIAL-IN-STOCK
              END-IF
              PERFORM CLOSE-REPAIR-ORDER
           END-IF.
      *
       DO-RECEIVE-FROM-REPAIR-EXIT.
           EXIT.
      *
      *    Lock the part, add the unit back, and capitalize the
      *    repairer's charge across everything on hand - the same
      *    re-averaging LANDCST applies to a late freight charge.
      *    A part with no average yet starts from its UNIT-PRICE.
       PUT-UNIT-BACK-ON-STOCK.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(CA-PART-ID)
                     UPDATE
                     RESP(READ-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN READ-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
                 MOVE SPACES TO WS-STOCK-PART
                 MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
                 EXEC CICS UNLOCK FILE(REPAIR-FILE-NAME) END-EXEC
              WHEN READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(REPAIR-FILE-NAME) END-EXEC
              WHEN OTHER
                 MOVE STOCK-QUANTITY OF WS-STOCK-PART
                      TO MV-OLD-QUANTITY
                 MOVE AVERAGE-COST OF WS-STOCK-PART TO WS-OLD-AVERAGE
                 ADD RO-QUANTITY TO STOCK-QUANTITY OF WS-STOCK-PART
                 IF CA-REPAIR-CHARGE GREATER THAN ZERO
                    IF AVERAGE-COST OF WS-STOCK-PART
                       NOT GREATER THAN ZERO
                       MOVE UNIT-PRICE OF WS-STOCK-PART
                            TO AVERAGE-COST OF WS-STOCK-PART
                    END-IF
                    COMPUTE AVERAGE-COST OF WS-STOCK-PART ROUNDED =
                            ((STOCK-QUANTITY OF WS-STOCK-PART *
                              AVERAGE-COST OF WS-STOCK-PART) +
                             CA-REPAIR-CHARGE) /
                            STOCK-QUANTITY OF WS-STOCK-PART
                 END-IF
                 EXEC CICS REWRITE FILE(FILE-NAME)
                           FROM(WS-STOCK-PART)
                           RESP(WRITE-RESP)
                           END-EXEC
                 IF WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                    EXEC CICS UNLOCK FILE(REPAIR-FILE-NAME) END-EXEC
                 END-IF
           END-EVALUATE.
      *
       PUT-UNIT-BACK-ON-STOCK-EXIT.
           EXIT.
      *
      *    Record the capitalized repair charge on the LANDCOST
      *    ledger under charge type REPR, against the repairer and
      *    the repair PO - the whole charge lands on stock on hand.
       WRITE-REPAIR-CHARGE-ENTRY.
      *
           MOVE SPACES TO LANDED-COST-RECORD.
           MOVE CA-PART-ID TO LC-PART-ID.
           SET LC-CHARGE-REPAIR TO TRUE.
           MOVE RO-REPAIRER-ID TO LC-SUPPLIER-ID.
           MOVE RO-REPAIR-PO-NUMBER TO LC-PO-NUMBER.
           MOVE RO-SERIAL-NUMBER TO LC-CHARGE-REF.
           SET LC-SPREAD-BY-QUANTITY TO TRUE.
           MOVE RO-QUANTITY TO LC-RECEIVED-QUANTITY.
           MOVE CA-REPAIR-CHARGE TO LC-ALLOCATED-VALUE.
           MOVE CA-REPAIR-CHARGE TO LC-CAPITALIZED-VALUE.
           MOVE WS-OLD-AVERAGE TO LC-OLD-AVERAGE-COST.
           MOVE AVERAGE-COST OF WS-STOCK-PART TO LC-NEW-AVERAGE-COST.
           MOVE CATEGORY-CODE OF WS-STOCK-PART TO LC-CATEGORY.
           MOVE WS-DATE8 TO LC-POST-DATE.
           MOVE WS-TIME6 TO LC-POST-TIME.
           MOVE WS-USERID TO LC-CICS-USERID.
           MOVE WS-POSTING-PERIOD TO LC-PERIOD.
      *
           EXEC CICS WRITE FILE(LANDED-FILE-NAME)
                     FROM(LANDED-COST-RECORD)
                     RESP(LANDED-RESP)
                     END-EXEC.
      *
       WRITE-REPAIR-CHARGE-ENTRY-EXIT.
           EXIT.
      *
      *    Put the unit back on the lot it left - rebuilt under its
      *    old key, with its old lot number, if the lot record has
      *    gone in the meantime.
       RESTORE-RETURN-LOT.
      *
           IF RO-LOT-SEQUENCE GREATER THAN ZERO
              MOVE CA-PART-ID TO LT-PART-ID
              MOVE RO-LOT-EXPIRY-DATE TO LT-EXPIRY-DATE
              MOVE RO-LOT-SEQUENCE TO LT-SEQUENCE
              EXEC CICS READ FILE(LOT-FILE-NAME)
                        INTO(STOCK-LOT-RECORD)
                        RIDFLD(LT-KEY)
                        UPDATE
                        RESP(LOT-RESP)
                        END-EXEC
              IF LOT-RESP EQUAL DFHRESP(NORMAL)
                 ADD RO-QUANTITY TO LT-QUANTITY-REMAINING
                 EXEC CICS REWRITE FILE(LOT-FILE-NAME)
                           FROM(STOCK-LOT-RECORD)
                           RESP(LOT-RESP)
                           END-EXEC
              ELSE
                 IF LOT-RESP EQUAL DFHRESP(NOTFND)
                    MOVE SPACES TO STOCK-LOT-RECORD
                    MOVE CA-PART-ID TO LT-PART-ID
                    MOVE RO-LOT-EXPIRY-DATE TO LT-EXPIRY-DATE
                    MOVE RO-LOT-SEQUENCE TO LT-SEQUENCE
                    MOVE RO-LOT-NUMBER TO LT-LOT-NUMBER
                    MOVE WS-DATE8 TO LT-RECEIVED-DATE
                    MOVE RO-QUANTITY TO LT-QUANTITY-REMAINING
                    MOVE RO-LOCATION TO LT-LOCATION
                    EXEC CICS WRITE FILE(LOT-FILE-NAME)
                              FROM(STOCK-LOT-RECORD)
                              RIDFLD(LT-KEY)
                              RESP(LOT-RESP)
                              END-EXEC
                 END-IF
              END-IF
           END-IF.
      *
       RESTORE-RETURN-LOT-EXIT.
           EXIT.
      *
      *    Put the unit back on the location it left from,
      *    creating the balance if it has gone.
       RESTORE-LOCATION-BALANCE.
      *
           MOVE CA-PART-ID TO LB-PART-ID.
           MOVE RO-LOCATION TO LB-LOCATION.
           EXEC CICS READ FILE(LOC-FILE-NAME)
                     INTO(LOCATION-BALANCE-RECORD)
                     RIDFLD(LB-KEY)
                     UPDATE
                     RESP(LOC-RESP)
                     END-EXEC.
           IF LOC-RESP EQUAL DFHRESP(NORMAL)
              ADD RO-QUANTITY TO LB-QUANTITY
              EXEC CICS REWRITE FILE(LOC-FILE-NAME)
                        FROM(LOCATION-BALANCE-RECORD)
                        RESP(LOC-RESP)
                        END-EXEC
           ELSE
              IF LOC-RESP EQUAL DFHRESP(NOTFND)
                 MOVE SPACES TO LOCATION-BALANCE-RECORD
                 MOVE CA-PART-ID TO LB-PART-ID
                 MOVE RO-LOCATION TO LB-LOCATION
                 MOVE RO-QUANTITY TO LB-QUANTITY
                 EXEC CICS WRITE FILE(LOC-FILE-NAME)
                           FROM(LOCATION-BALANCE-RECORD)
                           RIDFLD(LB-KEY)
                           RESP(LOC-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       RESTORE-LOCATION-BALANCE-EXIT.
           EXIT.
      *
      *    The serial is home - back in stock under the same
      *    serial and lot it left with.
       MARK-SERIAL-IN-STOCK.
      *
           MOVE CA-PART-ID TO SN-PART-ID.
           MOVE RO-SERIAL-NUMBER TO SN-SERIAL-NUMBER.
           EXEC CICS READ FILE(SERIAL-FILE-NAME)
                     INTO(SERIAL-NUMBER-RECORD)
                     RIDFLD(SN-KEY)
                     UPDATE
                     RESP(SERIAL-RESP)
                     END-EXEC.
           IF SERIAL-RESP EQUAL DFHRESP(NORMAL)
              SET SN-STATUS-IN-STOCK TO TRUE
              EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                        FROM(SERIAL-NUMBER-RECORD)
                        RESP(SERIAL-RESP)
                        END-EXEC
           END-IF.
      *
       MARK-SERIAL-IN-STOCK-EXIT.
           EXIT.
      *
      *    Close the order with who received it, when, and what
      *    the repair cost.
       CLOSE-REPAIR-ORDER.
      *
           SET RO-STATUS-RETURNED TO TRUE.
           MOVE WS-DATE8 TO RO-RETURNED-DATE.
           MOVE WS-USERID TO RO-RETURNED-USERID.
           MOVE CA-REPAIR-CHARGE TO RO-REPAIR-CHARGE.
           EXEC CICS REWRITE FILE(REPAIR-FILE-NAME)
                     FROM(REPAIR-ORDER-RECORD)
                     RESP(REPAIR-RESP)
                     END-EXEC.
           IF REPAIR-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           END-IF.
           MOVE REPAIR-ORDER-RECORD TO CA-REPAIR-DATA.
      *
       CLOSE-REPAIR-ORDER-EXIT.
           EXIT.
      *
       DO-INQUIRE-REPAIR.
      *
           MOVE CA-PART-ID TO RO-PART-ID.
           MOVE CA-REPAIR-SEQUENCE TO RO-SEQUENCE.
           EXEC CICS READ FILE(REPAIR-FILE-NAME)
                     INTO(REPAIR-ORDER-RECORD)
                     RIDFLD(RO-KEY)
                     RESP(REPAIR-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN REPAIR-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN REPAIR-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE REPAIR-ORDER-RECORD TO CA-REPAIR-DATA
           END-EVALUATE.
      *
       DO-INQUIRE-REPAIR-EXIT.
           EXIT.
      *
      *    Append the movement to the STKMOVE ledger at the
      *    location the unit left from or came back to. The caller
      *    has set the movement type and the old quantity.
       WRITE-MOVEMENT-RECORD.
      *
           MOVE CA-PART-ID TO MV-PART-ID.
           MOVE STOCK-QUANTITY OF WS-STOCK-PART TO MV-NEW-QUANTITY.
           MOVE SPACES TO MV-REASON-CODE.
           MOVE RO-LOCATION TO MV-LOCATION.
           MOVE SPACES TO MV-DEPARTMENT.
           MOVE SPACES TO MV-REQUISITION.
           MOVE WS-DATE8(1:4) TO MV-MOVEMENT-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO MV-MOVEMENT-DATE-MM.
           MOVE WS-DATE8(7:2) TO MV-MOVEMENT-DATE-DD.
           MOVE WS-TIME6 TO MV-MOVEMENT-TIME.
           MOVE EIBTASKN TO WS-TASK-NUMBER.
           MOVE WS-TASK-NUMBER TO MV-MOVEMENT-TASK.
           MOVE WS-USERID TO MV-CICS-USERID.
           MOVE EIBTRMID TO MV-TERMINAL-ID.
      *
           PERFORM RESOLVE-POSTING-PERIOD.
      *
           EXEC CICS WRITE FILE(MOVE-FILE-NAME)
                     FROM(STKMOVE)
                     END-EXEC.
      *
      *    Mirror the appended entry to the STKMOVEQ event queue.
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
      *    calendar answer falls back to the date's own month.
       CHECK-POSTING-PERIOD.
      *
           SET POSTING-PERIOD-OPEN TO TRUE.
           MOVE WS-DATE8 TO PD-MOVEMENT-DATE.
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
