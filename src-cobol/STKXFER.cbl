      * as transfer movements (the old/new quantities are the
      * location balances either side of the move), so a location
      * count can be reconstructed the same way a part count can.
      * A hazardous part (PARTCTRL hazard class) is refused with 'Z'
      * when the to-location's permitted list does not carry its
      * class. A caller long enough to take it is told when the
      * to-location has too little room left for the quantity
      * (SPACECHK) - the transfer still goes through.
      *
      * A transfer to an outlying store goes on a van and takes a
      * day or two, so a caller long enough to send a transfer
      * mode can split it in two:
      *
      *   'S' ships - the stock leaves the from-location into the
      *       in-transit state on a new XFERTRN record, under a
      *       transfer number from the XFRNOCTL control record
      *       that comes back in the commarea;
      *   'R' receives - the destination quotes the transfer
      *       number and the quantity that actually arrived; the
      *       shipped quantity lands at the to-location and any
      *       shortfall is written off there through ADJSTCK under
      *       the transit-loss reason (compiled TRNL, PARMFILE key
      *       XFERLOSS overrides it).
      *
      * A blank mode - every caller written before the split -
      * moves the stock in one step as before. Both halves of a
      * shipped transfer carry its number in MV-REQUISITION.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *                    closed month; the period is resolved
      *                    once per task and reused on every
      *                    ledger entry.
      *  15 Oct 2026  DEV  A hazardous part is refused with 'Z'
      *                    when the to-location does not permit
      *                    its hazard class - the same rule the
      *                    receiving putaway applies.
      *  15 Oct 2026  DEV  A trailing space-warning flag says when
      *                    the to-location would overflow its
      *                    LOCMAST capacity, by the same SPACECHK
      *                    check the receiving putaway uses.
      *  15 Oct 2026  DEV  Two-step in-transit transfers between
      *                    sites: a trailing transfer mode ships
      *                    stock into transit under an XFERTRN
      *                    transfer number, and receives it at the
      *                    destination, writing any shortfall off
      *                    through ADJSTCK as a transit loss.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *  15 Oct 2026  DEV  Stock landing at a line-side location
      *                    completes the open KBXFER kanban
      *                    transfer proposal there and sends its
      *                    KANBAN card back to full.
      *
      *****************************************************************

           COPY RTNCODE.
      *
      *    LOCMAST copybook - both locations must be active on the
      *    location master, and the to-location must permit a
      *    hazardous part's class.
           COPY LOCMAST.
      *
      *    PARTCTRL copybook - the part's hazard class.
           COPY PARTCTRL.
      *
      *    Shared hazard-compatibility work fields - see
      *    HAZCOMPW/HAZCOMPP.
           COPY HAZCOMPW.
      *
      *    XFERTRN copybook - the in-transit transfer a shipment
      *    opens and a receipt completes.
           COPY XFERTRN.
      *
      *    XFERCTL copybook - the one-record number control.
           COPY XFERCTL.
      *
      *    KBXFER and KANBAN copybooks - the kanban transfer
      *    proposal a landing completes, and its card.
           COPY KBXFER.
           COPY KANBAN.
      *
      *    Name of the CICS files to use
       77  LOC-FILE-NAME        PIC X(8) VALUE 'LOCBAL'.
       77  MOVE-FILE-NAME       PIC X(8) VALUE 'STKMOVE'.
       77  LOCMAST-FILE-NAME    PIC X(8) VALUE 'LOCMAST'.
       77  CTRL-FILE-NAME       PIC X(8) VALUE 'PARTCTRL'.
       77  XFER-FILE-NAME       PIC X(8) VALUE 'XFERTRN'.
       77  XCTL-FILE-NAME       PIC X(8) VALUE 'XFRNOCTL'.
       77  KBXFER-FILE-NAME     PIC X(8) VALUE 'KBXFER'.
       77  KANBAN-FILE-NAME     PIC X(8) VALUE 'KANBAN'.
      *
      *
      *    PARMFILE copybook - the posting-freeze switch checked
      *
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  SPACECHK-PROGRAM     PIC X(8) VALUE 'SPACECHK'.
       77  ADJUST-PROGRAM       PIC X(8) VALUE 'ADJSTCK'.
      *
      *    Smallest EIBCALEN a caller must supply before the
      *    space-warning flag after the return code is filled in.
       77  SPACE-MIN-CALEN      PIC 9(4) VALUE 38.
      *
      *    Smallest EIBCALEN a caller must supply before the
      *    transfer mode and its fields are honored.
       77  MODE-MIN-CALEN       PIC 9(4) VALUE 63.
      *
      *    The RSNCODE reason a transit loss is written off under.
      *    PARMFILE key XFERLOSS overrides it at receipt.
       01  LOSS-REASON-CODE     PIC X(4) VALUE 'TRNL'.
      *
      *    Commarea for the PERDCHK accounting-period resolver
      *    every ledger entry is stamped through.
           03 PD-PERIOD              PIC 9(6) DISPLAY.
           03 PD-ROLLED-FLAG         PIC X(1).
           03 PD-RETURN-CODE         PIC X(1).
      *
      *    Commarea for the SPACECHK capacity check the
      *    to-location is put to.
       01  WS-SPACECHK-AREA.
           03 SK-PART-ID             PIC 9(8) DISPLAY.
           03 SK-QUANTITY            PIC 9(8) DISPLAY.
           03 SK-INCOMING-SPACE      PIC 9(9)V99 DISPLAY.
           03 SK-LOCATION-COUNT      PIC 9(2) DISPLAY.
           03 SK-LOCATION-ENTRY      OCCURS 10 TIMES.
              05 SK-LOCATION         PIC X(10).
              05 SK-CAPACITY         PIC 9(7) DISPLAY.
              05 SK-OCCUPIED         PIC 9(9)V99 DISPLAY.
              05 SK-ROOM-FLAG        PIC X(1).
           03 SK-RETURN-CODE         PIC X(1).
      *
      *    The ADJSTCK commarea, as far as the location - without
      *    the pre-approved flag, so a big loss is staged for a
      *    second userid like any other write-off.
       01  WS-ADJUST-AREA.
           03 AA-PART-ID             PIC 9(8) DISPLAY.
           03 AA-ADJUST-SIGN         PIC X(1).
           03 AA-ADJUST-QUANTITY     PIC 9(8) DISPLAY.
           03 AA-REASON-CODE         PIC X(4).
           03 AA-STOCK-PART          PIC X(124).
           03 AA-RETURN-CODE         PIC X(1).
           03 AA-LOCATION            PIC X(10).
      *
       01  WS-STORAGE.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
              88 POSTING-PERIOD-CLOSED VALUE 'N'.
           03 LOC-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LOCMAST-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 CTRL-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 SPACECHK-RESP     PIC 9(8)  COMP    VALUE ZERO.
           03 WS-SPACE-WARNING  PIC X(1)          VALUE 'N'.
              88 SPACE-WOULD-OVERFLOW VALUE 'Y'.
           03 WS-CHECK-LOCATION PIC X(10)         VALUE SPACES.
           03 WS-LOC-OK-FLAG    PIC X(1)          VALUE 'Y'.
              88 MOVE-LOCATION-OK  VALUE 'Y'.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 WS-TASK-NUMBER    PIC 9(7)  DISPLAY VALUE ZERO.
      *
      *    In-transit state: the mode this call runs in, the
      *    transfer number both halves carry, and the shortfall a
      *    receipt writes off.
           03 XFER-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 CTL-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LINK-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-TRANSFER-MODE  PIC X(1)          VALUE SPACE.
              88 INSTANT-MODE      VALUE ' '.
              88 SHIP-MODE         VALUE 'S'.
              88 RECEIVE-MODE      VALUE 'R'.
           03 WS-TRANSFER-NUMBER PIC 9(8)         VALUE ZERO.
           03 WS-LOSS-QUANTITY  PIC 9(8)          VALUE ZERO.
      *
      *    Kanban completion: the proposal browse and the one it
      *    found open.
           03 KBXFER-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 KANBAN-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 WS-KX-BROWSE-KEY  PIC X(26)         VALUE SPACES.
           03 WS-KX-FOUND-KEY   PIC X(26)         VALUE SPACES.
           03 WS-KX-BROWSE-FLAG PIC X(1)          VALUE 'N'.
              88 KX-BROWSE-ACTIVE  VALUE 'Y'.
           03 WS-KX-FOUND-FLAG  PIC X(1)          VALUE 'N'.
              88 KX-PROPOSAL-FOUND VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
           03 CA-TO-LOCATION         PIC X(10).
           03 CA-TRANSFER-QUANTITY   PIC 9(8) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    'Y' when the to-location has too little room left for
      *    the quantity - the transfer still posts; 'N' otherwise.
      *    Output only, filled in for a caller whose EIBCALEN
      *    covers it (SPACE-MIN-CALEN).
           03 CA-SPACE-WARNING       PIC X(1).
      *
      *    ' ' moves in one step; 'S' ships into transit, 'R'
      *    receives a shipped transfer. Only honored for a caller
      *    whose EIBCALEN covers it (MODE-MIN-CALEN).
           03 CA-TRANSFER-MODE       PIC X(1).
      *    Output on a shipment; on a receipt, the transfer being
      *    received - the part, locations and shipped quantity
      *    then come back from it in the fields above.
           03 CA-TRANSFER-NUMBER     PIC 9(8) DISPLAY.
      *    Input on a receipt - what actually came off the van,
      *    never more than was shipped.
           03 CA-RECEIVED-QUANTITY   PIC 9(8) DISPLAY.
      *    Output on a receipt - the shortfall written off.
           03 CA-LOSS-QUANTITY       PIC 9(8) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
              GOBACK
           END-IF.
      *
           IF EIBCALEN NOT LESS THAN MODE-MIN-CALEN
              MOVE CA-TRANSFER-MODE TO WS-TRANSFER-MODE
           END-IF.
      *
           IF RECEIVE-MODE
              PERFORM RECEIVE-TRANSFER
           ELSE
           IF CA-TRANSFER-QUANTITY EQUAL ZERO
              OR CA-FROM-LOCATION EQUAL SPACES
              OR CA-TO-LOCATION EQUAL SPACES
              OR CA-FROM-LOCATION EQUAL CA-TO-LOCATION
              OR NOT (INSTANT-MODE OR SHIP-MODE)
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
      *       Both shelves must be real before anything moves.
                 MOVE CA-TO-LOCATION TO WS-CHECK-LOCATION
                 PERFORM VALIDATE-ONE-LOCATION
              END-IF
      *       The to-location's record is still in the area - a
      *       hazardous part must be permitted there.
              SET HZ-LOCATION-ACCEPTS TO TRUE
              IF MOVE-LOCATION-OK
                 PERFORM CHECK-TO-LOCATION-HAZARD
              END-IF
              EVALUATE TRUE
                 WHEN MOVE-LOCATION-BAD
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN HZ-LOCATION-REFUSES
                    SET RC-HAZARD-REFUSED TO TRUE
                 WHEN OTHER
                    PERFORM CHECK-TO-LOCATION-SPACE
                    IF SHIP-MODE
                       PERFORM TAKE-NEXT-TRANSFER-NUMBER
                    END-IF
                    IF RC-SUCCESS
                       PERFORM TRANSFER-OUT-OF-FROM
                    END-IF
              END-EVALUATE
           END-IF
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
           IF EIBCALEN NOT LESS THAN SPACE-MIN-CALEN
              MOVE WS-SPACE-WARNING TO CA-SPACE-WARNING
           END-IF.
           IF EIBCALEN NOT LESS THAN MODE-MIN-CALEN
              MOVE WS-TRANSFER-NUMBER TO CA-TRANSFER-NUMBER
              MOVE WS-LOSS-QUANTITY TO CA-LOSS-QUANTITY
           END-IF.
      *
           EXEC CICS RETURN END-EXEC.
      *
       VALIDATE-ONE-LOCATION-EXIT.
           EXIT.
      *
      *    Look up the part's hazard class and hold it against the
      *    to-location just read. A part with no PARTCTRL entry is
      *    not hazardous.
       CHECK-TO-LOCATION-HAZARD.
      *
           MOVE SPACES TO WS-HZ-PART-CLASS.
           MOVE CA-PART-ID TO PC-PART-ID.
           EXEC CICS READ FILE(CTRL-FILE-NAME)
                     INTO(PART-CONTROL-RECORD)
                     RIDFLD(PC-PART-ID)
                     RESP(CTRL-RESP)
                     END-EXEC.
           IF CTRL-RESP EQUAL DFHRESP(NORMAL)
              MOVE PC-HAZARD-CLASS TO WS-HZ-PART-CLASS
           END-IF.
           PERFORM CHECK-HAZARD-COMPATIBLE.
      *
       CHECK-TO-LOCATION-HAZARD-EXIT.
           EXIT.
      *
      *    Will the quantity fit at the to-location? Asked before
      *    the move, so the space already there is the space
      *    before it lands. No answer raises no warning.
       CHECK-TO-LOCATION-SPACE.
      *
           MOVE 'N' TO WS-SPACE-WARNING.
           MOVE CA-PART-ID TO SK-PART-ID.
           MOVE CA-TRANSFER-QUANTITY TO SK-QUANTITY.
           MOVE 1 TO SK-LOCATION-COUNT.
           MOVE CA-TO-LOCATION TO SK-LOCATION(1).
           MOVE 'Y' TO SK-ROOM-FLAG(1).
           MOVE SPACE TO SK-RETURN-CODE.
           EXEC CICS LINK PROGRAM(SPACECHK-PROGRAM)
                     COMMAREA(WS-SPACECHK-AREA)
                     LENGTH(320)
                     RESP(SPACECHK-RESP)
                     END-EXEC.
           IF SPACECHK-RESP EQUAL DFHRESP(NORMAL)
              AND SK-RETURN-CODE EQUAL '0'
              AND SK-ROOM-FLAG(1) EQUAL 'N'
              SET SPACE-WOULD-OVERFLOW TO TRUE
           END-IF.
      *
       CHECK-TO-LOCATION-SPACE-EXIT.
           EXIT.
      *
      *    Take the quantity out of the from-location. A missing
      *    balance or one too small rejects the transfer before
      *    anything moves.
                 IF LOC-RESP EQUAL DFHRESP(NORMAL)
                    MOVE CA-FROM-LOCATION TO MV-LOCATION
                    PERFORM WRITE-MOVEMENT-RECORD
                    IF SHIP-MODE
                       PERFORM RECORD-IN-TRANSIT
                    ELSE
                       PERFORM TRANSFER-INTO-TO
                    END-IF
                 ELSE
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
           IF RC-SUCCESS AND LOC-RESP EQUAL DFHRESP(NORMAL)
              MOVE CA-TO-LOCATION TO MV-LOCATION
              PERFORM WRITE-MOVEMENT-RECORD
              PERFORM COMPLETE-KANBAN-PROPOSAL
           ELSE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
       TRANSFER-INTO-TO-EXIT.
           EXIT.
      *
      *    The stock has landed - if a kanban card at the to-
      *    location is waiting on a transfer of this part, the
      *    first open KBXFER proposal there is done and its card
      *    goes back to full. No proposal, or any trouble with
      *    one, leaves the transfer itself standing.
       COMPLETE-KANBAN-PROPOSAL.
      *
           MOVE 'N' TO WS-KX-FOUND-FLAG.
           MOVE LOW-VALUES TO WS-KX-BROWSE-KEY.
           MOVE CA-PART-ID TO WS-KX-BROWSE-KEY(1:8).
           MOVE CA-TO-LOCATION TO WS-KX-BROWSE-KEY(9:10).
           EXEC CICS STARTBR FILE(KBXFER-FILE-NAME)
                     RIDFLD(WS-KX-BROWSE-KEY)
                     GTEQ
                     RESP(KBXFER-RESP)
                     END-EXEC.
           IF KBXFER-RESP EQUAL DFHRESP(NORMAL)
              SET KX-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT KX-BROWSE-ACTIVE
                 OR KX-PROPOSAL-FOUND
                 EXEC CICS READNEXT FILE(KBXFER-FILE-NAME)
                           INTO(KANBAN-TRANSFER-RECORD)
                           RIDFLD(WS-KX-BROWSE-KEY)
                           RESP(KBXFER-RESP)
                           END-EXEC
                 IF KBXFER-RESP EQUAL DFHRESP(NORMAL)
                    AND KX-PART-ID EQUAL CA-PART-ID
                    AND KX-TO-LOCATION EQUAL CA-TO-LOCATION
                    IF KX-STATUS-OPEN
                       MOVE KX-KEY TO WS-KX-FOUND-KEY
                       SET KX-PROPOSAL-FOUND TO TRUE
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-KX-BROWSE-FLAG
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(KBXFER-FILE-NAME) END-EXEC
           END-IF.
      *
           IF KX-PROPOSAL-FOUND
              MOVE WS-KX-FOUND-KEY TO KX-KEY
              EXEC CICS READ FILE(KBXFER-FILE-NAME)
                        INTO(KANBAN-TRANSFER-RECORD)
                        RIDFLD(KX-KEY)
                        UPDATE
                        RESP(KBXFER-RESP)
                        END-EXEC
              IF KBXFER-RESP EQUAL DFHRESP(NORMAL)
                 SET KX-STATUS-DONE TO TRUE
                 MOVE WS-DATE8 TO KX-DONE-DATE
                 EXEC CICS REWRITE FILE(KBXFER-FILE-NAME)
                           FROM(KANBAN-TRANSFER-RECORD)
                           RESP(KBXFER-RESP)
                           END-EXEC
              END-IF
              IF KBXFER-RESP EQUAL DFHRESP(NORMAL)
                 PERFORM REFILL-KANBAN-CARD
              END-IF
           END-IF.
      *
       COMPLETE-KANBAN-PROPOSAL-EXIT.
           EXIT.
      *
      *    The proposal's card goes back to full, if it is still
      *    in replenishment.
       REFILL-KANBAN-CARD.
      *
           MOVE KX-CARD-ID TO KB-CARD-ID.
           EXEC CICS READ FILE(KANBAN-FILE-NAME)
                     INTO(KANBAN-CARD-RECORD)
                     RIDFLD(KB-CARD-ID)
                     UPDATE
                     RESP(KANBAN-RESP)
                     END-EXEC.
           IF KANBAN-RESP EQUAL DFHRESP(NORMAL)
              IF KB-STATUS-IN-REPLEN
                 SET KB-STATUS-FULL TO TRUE
                 MOVE WS-DATE8 TO KB-REFILL-DATE
                 EXEC CICS REWRITE FILE(KANBAN-FILE-NAME)
                           FROM(KANBAN-CARD-RECORD)
                           RESP(KANBAN-RESP)
                           END-EXEC
              ELSE
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
              END-IF
           END-IF.
      *
       REFILL-KANBAN-CARD-EXIT.
           EXIT.
      *
      *    The XFRNOCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back.
       TAKE-NEXT-TRANSFER-NUMBER.
      *
           MOVE ZERO TO WS-CTL-RBA.
           EXEC CICS READ FILE(XCTL-FILE-NAME)
                     INTO(TRANSFER-CONTROL-RECORD)
                     RIDFLD(WS-CTL-RBA)
                     RBA
                     UPDATE
                     RESP(CTL-RESP)
                     END-EXEC.
           IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO XC-LAST-TRANSFER-NUMBER
              MOVE XC-LAST-TRANSFER-NUMBER TO WS-TRANSFER-NUMBER
              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-DATE8)
                        END-EXEC
              MOVE WS-DATE8 TO XC-LAST-USED-DATE
              EXEC CICS REWRITE FILE(XCTL-FILE-NAME)
                        FROM(TRANSFER-CONTROL-RECORD)
                        RESP(CTL-RESP)
                        END-EXEC
              IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
                 MOVE ZERO TO WS-TRANSFER-NUMBER
              END-IF
           END-IF.
      *
       TAKE-NEXT-TRANSFER-NUMBER-EXIT.
           EXIT.
      *
      *    The stock has left the from-location - open the
      *    in-transit record it travels under until the
      *    destination confirms it. No record, no shipment: the
      *    out-side is backed out.
       RECORD-IN-TRANSIT.
      *
           MOVE SPACES TO TRANSFER-RECORD.
           MOVE WS-TRANSFER-NUMBER TO XT-TRANSFER-NUMBER.
           MOVE CA-PART-ID TO XT-PART-ID.
           MOVE CA-FROM-LOCATION TO XT-FROM-LOCATION.
           MOVE CA-TO-LOCATION TO XT-TO-LOCATION.
           MOVE CA-TRANSFER-QUANTITY TO XT-SHIPPED-QUANTITY.
           MOVE WS-DATE8 TO XT-SHIP-DATE.
           MOVE MV-CICS-USERID TO XT-SHIPPED-BY.
           SET XT-STATUS-IN-TRANSIT TO TRUE.
           MOVE ZERO TO XT-RECEIVED-QUANTITY.
           MOVE ZERO TO XT-LOSS-QUANTITY.
           EXEC CICS WRITE FILE(XFER-FILE-NAME)
                     FROM(TRANSFER-RECORD)
                     RIDFLD(XT-TRANSFER-NUMBER)
                     RESP(XFER-RESP)
                     END-EXEC.
           IF XFER-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
              MOVE ZERO TO WS-TRANSFER-NUMBER
           END-IF.
      *
       RECORD-IN-TRANSIT-EXIT.
           EXIT.
      *
      *    Receive a shipped transfer at its destination. The
      *    transfer record supplies the part, the locations and
      *    the shipped quantity; the full shipment lands at the
      *    to-location, the shortfall is written off there as a
      *    transit loss, and the transfer is closed - all in one
      *    unit of work.
       RECEIVE-TRANSFER.
      *
           MOVE CA-TRANSFER-NUMBER TO XT-TRANSFER-NUMBER.
           EXEC CICS READ FILE(XFER-FILE-NAME)
                     INTO(TRANSFER-RECORD)
                     RIDFLD(XT-TRANSFER-NUMBER)
                     UPDATE
                     RESP(XFER-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN XFER-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN XFER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT XT-STATUS-IN-TRANSIT
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-RECEIVED-QUANTITY NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-RECEIVED-QUANTITY GREATER THAN
                   XT-SHIPPED-QUANTITY
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 MOVE XT-TRANSFER-NUMBER TO WS-TRANSFER-NUMBER
                 MOVE XT-PART-ID TO CA-PART-ID
                 MOVE XT-FROM-LOCATION TO CA-FROM-LOCATION
                 MOVE XT-TO-LOCATION TO CA-TO-LOCATION
                 MOVE XT-SHIPPED-QUANTITY TO CA-TRANSFER-QUANTITY
                 COMPUTE WS-LOSS-QUANTITY =
                         XT-SHIPPED-QUANTITY - CA-RECEIVED-QUANTITY
                 PERFORM TRANSFER-INTO-TO
                 IF RC-SUCCESS
                    AND WS-LOSS-QUANTITY GREATER THAN ZERO
                    PERFORM WRITE-OFF-TRANSIT-LOSS
                 END-IF
                 IF RC-SUCCESS
                    PERFORM COMPLETE-TRANSFER
                 END-IF
           END-EVALUATE.
      *
       RECEIVE-TRANSFER-EXIT.
           EXIT.
      *
      *    Write the shortfall off at the to-location through
      *    ADJSTCK under the transit-loss reason, so it reaches the
      *    ledger, the lots and the approval threshold the same
      *    way any other write-off does. A loss big enough to be
      *    staged for a second userid still completes the receipt
      *    - ADJAPPRV posts it. Any other refusal backs the whole
      *    receipt out.
       WRITE-OFF-TRANSIT-LOSS.
      *
           MOVE 'XFERLOSS' TO PM-PARM-KEY.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                     INTO(PARAMETER-RECORD)
                     RIDFLD(PM-PARM-KEY)
                     RESP(PARM-RESP)
                     END-EXEC.
           IF PARM-RESP EQUAL DFHRESP(NORMAL)
              AND PM-PARM-VALUE(1:4) NOT EQUAL SPACES
              MOVE PM-PARM-VALUE(1:4) TO LOSS-REASON-CODE
           END-IF.
      *
           MOVE SPACES TO WS-ADJUST-AREA.
           MOVE CA-PART-ID TO AA-PART-ID.
           MOVE '-' TO AA-ADJUST-SIGN.
           MOVE WS-LOSS-QUANTITY TO AA-ADJUST-QUANTITY.
           MOVE LOSS-REASON-CODE TO AA-REASON-CODE.
           MOVE CA-TO-LOCATION TO AA-LOCATION.
           EXEC CICS LINK PROGRAM(ADJUST-PROGRAM)
                     COMMAREA(WS-ADJUST-AREA)
                     LENGTH(156)
                     RESP(LINK-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 SET RC-FILE-ERROR TO TRUE
              WHEN AA-RETURN-CODE EQUAL '0'
                 CONTINUE
              WHEN AA-RETURN-CODE EQUAL 'S'
                 CONTINUE
              WHEN OTHER
                 EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                 MOVE AA-RETURN-CODE TO RETURN-CODE
           END-EVALUATE.
      *
       WRITE-OFF-TRANSIT-LOSS-EXIT.
           EXIT.
      *
      *    Close the transfer with what arrived and what was lost,
      *    who confirmed it and when.
       COMPLETE-TRANSFER.
      *
           SET XT-STATUS-RECEIVED TO TRUE.
           MOVE CA-RECEIVED-QUANTITY TO XT-RECEIVED-QUANTITY.
           MOVE WS-LOSS-QUANTITY TO XT-LOSS-QUANTITY.
           MOVE WS-DATE8 TO XT-RECEIVE-DATE.
           MOVE MV-CICS-USERID TO XT-RECEIVED-BY.
           EXEC CICS REWRITE FILE(XFER-FILE-NAME)
                     FROM(TRANSFER-RECORD)
                     RESP(XFER-RESP)
                     END-EXEC.
           IF XFER-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       COMPLETE-TRANSFER-EXIT.
           EXIT.
      *
      *    Append one side of the transfer to the STKMOVE ledger,
      *    stamped with the same identification fields the other
      *    writers capture. The caller has set the location and
      *
           MOVE CA-PART-ID TO MV-PART-ID.
           SET MV-TYPE-TRANSFER TO TRUE.
           IF WS-TRANSFER-NUMBER GREATER THAN ZERO
              MOVE WS-TRANSFER-NUMBER TO MV-REQUISITION
           END-IF.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
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
       CHECK-POSTING-FREEZE-EXIT.
           EXIT.
      *
      *    Shared hazard-compatibility paragraph - see HAZCOMPP.cpy.
           COPY HAZCOMPP.
