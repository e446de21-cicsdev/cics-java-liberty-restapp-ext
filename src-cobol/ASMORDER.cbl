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
      * Kit assembly and disassembly orders - building kits to
      * stock, and breaking them back down. A kit could only ever
      * be issued (ISSUGDS kit mode explodes it and relieves the
      * components) - there was no way to build a shelf of
      * finished kits ahead of demand, and no record of which
      * component lots and serials went into which build. The
      * commarea action picks the step:
      *
      *   'O' opens an order for a quantity of one kit part - 'A'
      *   to assemble, 'D' to disassemble - numbered from the
      *   ASMNOCTL control record. The part must be a kit (have
      *   BOMFILE lines) and a keyed location must be active on
      *   LOCMAST.
      *   'C' completes an open order in one unit of work. The
      *   kit is exploded through every BOM level; on an assembly
      *   every component is relieved (first-expired-first-out
      *   off its lots, each lot drawn traced on LOTCONS, each
      *   serial named in the commarea closed out) and the
      *   finished kits are received onto a lot named after the
      *   order, at the total component cost. A disassembly runs
      *   the same lines the other way: the kits are relieved at
      *   their average cost and that value is shared back over
      *   the components in proportion to their own cost.
      *   'X' cancels an order still open.
      *   'I' returns the order.
      *
      * Every movement is ledgered on STKMOVE as an assembly
      * movement ('K') with the order number in MV-REQUISITION,
      * and published through MOVPUB. A serial-controlled part on
      * either side of the order must be named serial by serial,
      * one per unit; nothing moves if any line is short or any
      * serial is wrong, or if a hazardous part coming in would
      * land where its class is not permitted ('Z').
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *  15 Oct 2026  DEV  A serial consumed whose warranty counts
      *                    from issue is dated from today; a unit
      *                    built here carries no supplier warranty.
      *  15 Oct 2026  DEV  A hazardous part coming in on an order
      *                    must be permitted at its location on
      *                    LOCMAST - refused 'Z' otherwise.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              ASMORDER.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    STOCK-PART copybook - the kit or component being moved.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    ASMORD copybook - the assembly order.
           COPY ASMORD.
      *
      *    ASMCTL copybook - the one-record number control.
           COPY ASMCTL.
      *
      *    BOMREC copybook - the kit structure the order explodes.
           COPY BOMREC.
      *
      *    PARTCTRL copybook - whether a part is serial-controlled.
           COPY PARTCTRL.
      *
      *    SERIALNO copybook - the serials consumed or produced.
           COPY SERIALNO.
      *
      *    Shared warranty-expiry work fields - see
      *    WARRDATW/WARRDATP.
           COPY WARRDATW.
      *
      *    STKLOT copybook - the lots drawn down and put away.
           COPY STKLOT.
      *
      *    LOCBAL copybook - the part/location balances moved.
           COPY LOCBAL.
      *
      *    LOCMAST copybook - the location master a keyed kit
      *    location must be active on, and whose permitted hazard
      *    classes an incoming hazardous part must be among.
           COPY LOCMAST.
      *
      *    Shared hazard-compatibility work fields - see
      *    HAZCOMPW/HAZCOMPP.
           COPY HAZCOMPW.
      *
      *    LOTCONS copybook - one consumption entry per lot drawn.
           COPY LOTCONS.
      *
      *    STKMOVE copybook - one ledger entry per line moved.
           COPY STKMOVE.
      *
      *    PARMFILE copybook - the posting-freeze switch.
           COPY PARMFILE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files and programs to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  ORDER-FILE-NAME      PIC X(8) VALUE 'ASMORDS'.
       77  CTL-FILE-NAME        PIC X(8) VALUE 'ASMNOCTL'.
       77  BOM-FILE-NAME        PIC X(8) VALUE 'BOMFILE'.
       77  CTRL-FILE-NAME       PIC X(8) VALUE 'PARTCTRL'.
       77  SERIAL-FILE-NAME     PIC X(8) VALUE 'SERIALNO'.
       77  LOT-FILE-NAME        PIC X(8) VALUE 'STKLOT'.
       77  LOC-FILE-NAME        PIC X(8) VALUE 'LOCBAL'.
       77  LOCMAST-FILE-NAME    PIC X(8) VALUE 'LOCMAST'.
       77  CONS-FILE-NAME       PIC X(8) VALUE 'LOTCONS'.
       77  MOVE-FILE-NAME       PIC X(8) VALUE 'STKMOVE'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
      *
      *    The most distinct components one explosion handles (the
      *    same limit as an ISSUGDS kit issue), and the most
      *    serials one order carries.
       77  MAX-KIT-COMPONENTS   PIC 9(4) VALUE 20.
       77  MAX-ORDER-SERIALS    PIC 9(2) VALUE 20.
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
           03 ORDER-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 CTL-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 BOM-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 CTRL-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 SERIAL-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 LOT-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LOC-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 LOCMAST-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 CONS-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
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
           03 WS-ORDER-LOCK-FLAG PIC X(1)         VALUE 'N'.
              88 ORDER-IS-LOCKED   VALUE 'Y'.
      *
      *    How the order shows up on the trails it leaves: the
      *    requester reference on LOTCONS and SERIALNO, and the
      *    lot number the incoming stock is put away on.
           03 WS-ORDER-REF.
              05 FILLER         PIC X(4)          VALUE 'ASM '.
              05 WS-ORDER-REF-NUMBER PIC 9(8)     VALUE ZERO.
           03 WS-ORDER-LOT.
              05 FILLER         PIC X(2)          VALUE 'AO'.
              05 WS-ORDER-LOT-NUMBER PIC 9(8)     VALUE ZERO.
      *
      *    Kit-explosion state, the same shape ISSUGDS explodes a
      *    kit issue with: the components collected off the BOM
      *    and the quantity of each the order moves, the parents
      *    still waiting to be exploded (each with the multiplier
      *    its level inherited), and one level's raw lines.
           03 WS-BOM-BROWSE-KEY PIC X(16)         VALUE SPACES.
           03 WS-BOM-ACTIVE     PIC X(1)          VALUE 'N'.
              88 BOM-BROWSE-ACTIVE VALUE 'Y'.
           03 WS-KIT-COUNT      PIC 9(4)  COMP    VALUE ZERO.
           03 WS-KIT-INDEX      PIC 9(4)  COMP    VALUE ZERO.
           03 WS-KIT-ENTRY OCCURS 20 TIMES.
              05 WS-KIT-COMP-ID  PIC 9(8).
              05 WS-KIT-NEEDED   PIC S9(9) PACKED-DECIMAL.
           03 WS-WQ-COUNT       PIC 9(4)  COMP    VALUE ZERO.
           03 WS-WQ-NEXT        PIC 9(4)  COMP    VALUE ZERO.
           03 WS-WQ-ENTRY OCCURS 20 TIMES.
              05 WS-WQ-PART-ID   PIC 9(8).
              05 WS-WQ-MULT      PIC S9(9) PACKED-DECIMAL.
           03 WS-LV-COUNT       PIC 9(4)  COMP    VALUE ZERO.
           03 WS-LV-INDEX       PIC 9(4)  COMP    VALUE ZERO.
           03 WS-LV-ENTRY OCCURS 20 TIMES.
              05 WS-LV-COMP-ID   PIC 9(8).
              05 WS-LV-NEEDED    PIC S9(9) PACKED-DECIMAL.
           03 WS-MERGE-SLOT     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-MERGE-INDEX    PIC 9(4)  COMP    VALUE ZERO.
           03 WS-SUBKIT-FLAG    PIC X(1)          VALUE 'N'.
              88 COMPONENT-IS-A-KIT VALUE 'Y'.
           03 WS-EXPLODE-FLAG   PIC X(1)          VALUE 'Y'.
              88 EXPLOSION-FIT      VALUE 'Y'.
              88 EXPLOSION-TOO-DEEP VALUE 'N'.
           03 WS-PROBE-KEY      PIC X(16)         VALUE SPACES.
           03 WS-PROBE-PART-ID  PIC 9(8)          VALUE ZERO.
      *
      *    The order's lines: the kit first, then each exploded
      *    component, each going out of stock or coming in (an
      *    assembly relieves the components and receives the
      *    kit, a disassembly the other way round), with the
      *    cost each moves at and where.
           03 WS-LINE-COUNT     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-LINE-INDEX     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-LINE-ENTRY OCCURS 21 TIMES.
              05 WS-LN-PART-ID   PIC 9(8).
              05 WS-LN-QUANTITY  PIC S9(9) PACKED-DECIMAL.
              05 WS-LN-DIRECTION PIC X(1).
                 88 LINE-GOES-OUT   VALUE 'O'.
                 88 LINE-COMES-IN   VALUE 'I'.
              05 WS-LN-SERIAL-FLAG PIC X(1).
                 88 LINE-IS-SERIALIZED VALUE 'Y'.
              05 WS-LN-SERIAL-COUNT PIC 9(4) COMP.
              05 WS-LN-UNIT-COST PIC 99999V99 PACKED-DECIMAL.
              05 WS-LN-VALUE     PIC S9(11)V99 PACKED-DECIMAL.
              05 WS-LN-LOCATION  PIC X(10).
           03 WS-LINE-PART-ID   PIC 9(8)  DISPLAY VALUE ZERO.
           03 WS-LINE-SLOT      PIC 9(4)  COMP    VALUE ZERO.
      *
      *    What the explosion is worth: the components at their
      *    own cost, and the kits at theirs.
           03 WS-COMPONENT-VALUE PIC S9(11)V99 PACKED-DECIMAL
                                              VALUE ZERO.
           03 WS-KIT-VALUE      PIC S9(11)V99 PACKED-DECIMAL
                                              VALUE ZERO.
      *    What the order moved, and each kit's cost, for the
      *    order record once everything has posted.
           03 WS-ORDER-VALUE    PIC S9(11)V99 PACKED-DECIMAL
                                              VALUE ZERO.
           03 WS-KIT-UNIT-COST  PIC 9(7)V99 PACKED-DECIMAL
                                              VALUE ZERO.
      *
      *    Serial-list state.
           03 WS-SERIAL-INDEX   PIC 9(4)  COMP    VALUE ZERO.
      *
      *    First-expired-first-out depletion state for an outgoing
      *    line: the lots drawn and how much from each (collected
      *    during the browse, posted after ENDBR since a file
      *    can't be read for update mid-browse).
           03 WS-LOT-BROWSE-KEY PIC X(19)         VALUE SPACES.
           03 WS-LOT-ACTIVE     PIC X(1)          VALUE 'N'.
              88 LOT-BROWSE-ACTIVE VALUE 'Y'.
           03 WS-REMAINING-QTY  PIC S9(9) PACKED-DECIMAL
                                             VALUE ZERO.
           03 WS-LOT-TAKE-COUNT PIC 9(4)  COMP    VALUE ZERO.
           03 WS-LOT-TAKE-INDEX PIC 9(4)  COMP    VALUE ZERO.
           03 WS-LOT-TAKE-ENTRY OCCURS 10 TIMES.
              05 WS-LOT-TAKE-KEY PIC X(19).
              05 WS-LOT-TAKE-QTY PIC 9(8).
           03 WS-LOT-SEQUENCE   PIC 9(3)          VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-OPEN         VALUE 'O'.
              88 CA-ACTION-COMPLETE     VALUE 'C'.
              88 CA-ACTION-CANCEL       VALUE 'X'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
      *
      *    Returned by an open; keyed for every other action.
           03 CA-ORDER-NUMBER        PIC 9(8) DISPLAY.
      *
      *    Only read by an open: 'A' assemble or 'D' disassemble,
      *    the kit part, how many kits, and where the kits are put
      *    away or taken from (spaces - the kit's home location).
           03 CA-ORDER-TYPE          PIC X(1).
           03 CA-KIT-PART-ID         PIC 9(8) DISPLAY.
           03 CA-QUANTITY            PIC 9(8) DISPLAY.
           03 CA-LOCATION            PIC X(10).
      *
      *    Only read by a completion: one entry per serial of a
      *    serial-controlled kit or component moving on the order
      *    - the serials consumed from stock, and the serials the
      *    incoming units carry.
           03 CA-SERIAL-COUNT        PIC 9(2) DISPLAY.
           03 CA-SERIAL-ENTRY        OCCURS 20 TIMES.
              05 CA-SERIAL-PART-ID   PIC 9(8) DISPLAY.
              05 CA-SERIAL-NUMBER    PIC X(15).
      *
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    The order as it stands after the action.
           03 CA-ORDER-DATA          PIC X(113).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
      *
      *    Only a completion moves stock - nothing posts while the
      *    nightly freeze window is on or into a closed period.
           IF CA-ACTION-COMPLETE
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
                 WHEN CA-ACTION-OPEN
                    PERFORM DO-OPEN-ORDER
                 WHEN CA-ACTION-COMPLETE
                    PERFORM DO-COMPLETE-ORDER
                 WHEN CA-ACTION-CANCEL
                    PERFORM DO-CANCEL-ORDER
                 WHEN CA-ACTION-INQUIRE
                    PERFORM DO-INQUIRE-ORDER
                 WHEN OTHER
                    SET RC-VALIDATION-ERROR TO TRUE
              END-EVALUATE
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
      *    Back to CICS
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Open an order: a known kit part, a real quantity, a
      *    valid order type and - when one was keyed - an active
      *    location. Nothing moves until the order is completed.
       DO-OPEN-ORDER.
      *
           MOVE CA-ORDER-TYPE TO AO-ORDER-TYPE.
           EVALUATE TRUE
              WHEN NOT AO-TYPE-VALID
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-QUANTITY NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-QUANTITY EQUAL ZERO
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 PERFORM VALIDATE-OPEN-KIT
           END-EVALUATE.
      *
           IF RC-SUCCESS
              PERFORM TAKE-NEXT-ORDER-NUMBER
           END-IF.
      *
           IF RC-SUCCESS
              MOVE SPACES TO ASSEMBLY-ORDER-RECORD
              MOVE ASC-LAST-ORDER-NUMBER TO AO-ORDER-NUMBER
              MOVE CA-ORDER-TYPE TO AO-ORDER-TYPE
              SET AO-STATUS-OPEN TO TRUE
              MOVE CA-KIT-PART-ID TO AO-KIT-PART-ID
              MOVE CA-QUANTITY TO AO-QUANTITY
              MOVE CA-LOCATION TO AO-LOCATION
              MOVE WS-DATE8 TO AO-OPENED-DATE
              MOVE WS-USERID TO AO-OPENED-USERID
              MOVE ZERO TO AO-COMPONENT-COUNT
              MOVE ZERO TO AO-COMPONENT-VALUE
              MOVE ZERO TO AO-KIT-UNIT-COST
              EXEC CICS WRITE FILE(ORDER-FILE-NAME)
                        FROM(ASSEMBLY-ORDER-RECORD)
                        RIDFLD(AO-ORDER-NUMBER)
                        RESP(ORDER-RESP)
                        END-EXEC
              IF ORDER-RESP EQUAL DFHRESP(NORMAL)
                 MOVE AO-ORDER-NUMBER TO CA-ORDER-NUMBER
                 MOVE ASSEMBLY-ORDER-RECORD TO CA-ORDER-DATA
              ELSE
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       DO-OPEN-ORDER-EXIT.
           EXIT.
      *
      *    The kit part must be on file and have BOM lines of its
      *    own; a keyed location must be active on LOCMAST.
       VALIDATE-OPEN-KIT.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(CA-KIT-PART-ID)
                     RESP(READ-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN READ-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE CA-KIT-PART-ID TO WS-PROBE-PART-ID
                 PERFORM PROBE-FOR-SUB-KIT
                 IF NOT COMPONENT-IS-A-KIT
                    SET RC-VALIDATION-ERROR TO TRUE
                 END-IF
           END-EVALUATE.
      *
           IF RC-SUCCESS
              AND CA-LOCATION NOT EQUAL SPACES
              MOVE CA-LOCATION TO LM-LOCATION
              EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                        INTO(LOCATION-MASTER-RECORD)
                        RIDFLD(LM-LOCATION)
                        RESP(LOCMAST-RESP)
                        END-EXEC
              IF LOCMAST-RESP NOT EQUAL DFHRESP(NORMAL)
                 OR NOT LM-LOCATION-ACTIVE
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
       VALIDATE-OPEN-KIT-EXIT.
           EXIT.
      *
      *    The ASMNOCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back.
       TAKE-NEXT-ORDER-NUMBER.
      *
           MOVE ZERO TO WS-CTL-RBA.
           EXEC CICS READ FILE(CTL-FILE-NAME)
                     INTO(ASSEMBLY-CONTROL-RECORD)
                     RIDFLD(WS-CTL-RBA)
                     RBA
                     UPDATE
                     RESP(CTL-RESP)
                     END-EXEC.
           IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO ASC-LAST-ORDER-NUMBER
              MOVE WS-DATE8 TO ASC-LAST-USED-DATE
              EXEC CICS REWRITE FILE(CTL-FILE-NAME)
                        FROM(ASSEMBLY-CONTROL-RECORD)
                        RESP(CTL-RESP)
                        END-EXEC
              IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       TAKE-NEXT-ORDER-NUMBER-EXIT.
           EXIT.
      *
      *    Complete an open order. Everything is checked before
      *    anything moves - the explosion fits, every outgoing
      *    line has the stock, every serial is right - and then
      *    every line is posted in one unit of work; a line that
      *    fails to post backs the whole order out.
       DO-COMPLETE-ORDER.
      *
           PERFORM LOCK-ORDER.
           IF RC-SUCCESS
              AND NOT AO-STATUS-OPEN
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
           IF RC-SUCCESS
              PERFORM BUILD-ORDER-LINES
           END-IF.
           IF RC-SUCCESS
              PERFORM CHECK-ORDER-LINES
           END-IF.
           IF RC-SUCCESS
              PERFORM VALIDATE-ORDER-SERIALS
           END-IF.
           IF RC-SUCCESS
              PERFORM COST-INCOMING-LINES
              PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                        UNTIL WS-LINE-INDEX GREATER THAN
                              WS-LINE-COUNT
                           OR NOT RC-SUCCESS
                 PERFORM POST-ONE-LINE
              END-PERFORM
           END-IF.
           IF RC-SUCCESS
              PERFORM CLOSE-ASSEMBLY-ORDER
           END-IF.
      *
           IF ORDER-IS-LOCKED
              AND NOT RC-SUCCESS
              EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
           END-IF.
           IF ORDER-RESP EQUAL DFHRESP(NORMAL)
              MOVE ASSEMBLY-ORDER-RECORD TO CA-ORDER-DATA
           END-IF.
      *
       DO-COMPLETE-ORDER-EXIT.
           EXIT.
      *
      *    Read the quoted order for update.
       LOCK-ORDER.
      *
           MOVE 'N' TO WS-ORDER-LOCK-FLAG.
           MOVE CA-ORDER-NUMBER TO AO-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
                     INTO(ASSEMBLY-ORDER-RECORD)
                     RIDFLD(AO-ORDER-NUMBER)
                     UPDATE
                     RESP(ORDER-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN ORDER-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE 'Y' TO WS-ORDER-LOCK-FLAG
                 MOVE AO-ORDER-NUMBER TO WS-ORDER-REF-NUMBER
                 MOVE AO-ORDER-NUMBER TO WS-ORDER-LOT-NUMBER
           END-EVALUATE.
      *
       LOCK-ORDER-EXIT.
           EXIT.
      *
      *    Explode the kit for the order's quantity and lay out
      *    the lines: the kit first, then each component, going
      *    the opposite way to the kit.
       BUILD-ORDER-LINES.
      *
           PERFORM COLLECT-KIT-COMPONENTS.
           IF WS-KIT-COUNT EQUAL ZERO
              OR EXPLOSION-TOO-DEEP
      *       No BOM lines left (the kit was flattened since the
      *       order was opened), or a structure too deep for the
      *       work tables - refuse cleanly.
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE 1 TO WS-LINE-COUNT
              MOVE AO-KIT-PART-ID TO WS-LN-PART-ID(1)
              MOVE AO-QUANTITY TO WS-LN-QUANTITY(1)
              IF AO-TYPE-ASSEMBLY
                 SET LINE-COMES-IN(1) TO TRUE
              ELSE
                 SET LINE-GOES-OUT(1) TO TRUE
              END-IF
              PERFORM VARYING WS-KIT-INDEX FROM 1 BY 1
                        UNTIL WS-KIT-INDEX GREATER THAN WS-KIT-COUNT
                 ADD 1 TO WS-LINE-COUNT
                 MOVE WS-KIT-COMP-ID(WS-KIT-INDEX)
                      TO WS-LN-PART-ID(WS-LINE-COUNT)
                 MOVE WS-KIT-NEEDED(WS-KIT-INDEX)
                      TO WS-LN-QUANTITY(WS-LINE-COUNT)
                 IF AO-TYPE-ASSEMBLY
                    SET LINE-GOES-OUT(WS-LINE-COUNT) TO TRUE
                 ELSE
                    SET LINE-COMES-IN(WS-LINE-COUNT) TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
      *
       BUILD-ORDER-LINES-EXIT.
           EXIT.
      *
      *    Explode the kit through every level: parents wait on a
      *    work queue with the multiplier their level inherited; a
      *    component that is itself a kit goes back on the queue,
      *    a real part merges into the component table - the same
      *    explosion an ISSUGDS kit issue runs.
       COLLECT-KIT-COMPONENTS.
      *
           MOVE ZERO TO WS-KIT-COUNT.
           SET EXPLOSION-FIT TO TRUE.
           MOVE 1 TO WS-WQ-COUNT.
           MOVE 1 TO WS-WQ-NEXT.
           MOVE AO-KIT-PART-ID TO WS-WQ-PART-ID(1).
           MOVE AO-QUANTITY TO WS-WQ-MULT(1).
      *
           PERFORM UNTIL WS-WQ-NEXT GREATER THAN WS-WQ-COUNT
              OR EXPLOSION-TOO-DEEP
              PERFORM EXPLODE-ONE-PARENT
              ADD 1 TO WS-WQ-NEXT
           END-PERFORM.
      *
       COLLECT-KIT-COMPONENTS-EXIT.
           EXIT.
      *
      *    One parent off the queue: browse its BOM lines into the
      *    level list, then sort each line to the queue (a
      *    sub-kit) or the component table (a part).
       EXPLODE-ONE-PARENT.
      *
           MOVE ZERO TO WS-LV-COUNT.
           MOVE SPACES TO WS-BOM-BROWSE-KEY.
           MOVE WS-WQ-PART-ID(WS-WQ-NEXT)
                TO WS-BOM-BROWSE-KEY(1:8).
           MOVE '00000000' TO WS-BOM-BROWSE-KEY(9:8).
      *
           EXEC CICS STARTBR FILE(BOM-FILE-NAME)
                     RIDFLD(WS-BOM-BROWSE-KEY)
                     GTEQ
                     RESP(BOM-RESP)
                     END-EXEC.
           IF BOM-RESP EQUAL DFHRESP(NORMAL)
              SET BOM-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT BOM-BROWSE-ACTIVE
                 OR WS-LV-COUNT NOT LESS THAN MAX-KIT-COMPONENTS
                 EXEC CICS READNEXT FILE(BOM-FILE-NAME)
                           INTO(BOM-RECORD)
                           RIDFLD(WS-BOM-BROWSE-KEY)
                           RESP(BOM-RESP)
                           END-EXEC
                 IF BOM-RESP EQUAL DFHRESP(NORMAL)
                    AND BM-PARENT-PART-ID EQUAL
                        WS-WQ-PART-ID(WS-WQ-NEXT)
                    ADD 1 TO WS-LV-COUNT
                    MOVE BM-COMPONENT-PART-ID TO
                         WS-LV-COMP-ID(WS-LV-COUNT)
                    COMPUTE WS-LV-NEEDED(WS-LV-COUNT) =
                            BM-QUANTITY-PER *
                            WS-WQ-MULT(WS-WQ-NEXT)
                 ELSE
                    MOVE 'N' TO WS-BOM-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(BOM-FILE-NAME) END-EXEC
           END-IF.
      *
           PERFORM VARYING WS-LV-INDEX FROM 1 BY 1
                     UNTIL WS-LV-INDEX GREATER THAN WS-LV-COUNT
                        OR EXPLOSION-TOO-DEEP
              PERFORM SORT-ONE-LINE
           END-PERFORM.
      *
       EXPLODE-ONE-PARENT-EXIT.
           EXIT.
      *
      *    A line whose component has BOM lines of its own is a
      *    sub-kit and queues for its own explosion; anything else
      *    merges into the component table.
       SORT-ONE-LINE.
      *
           MOVE WS-LV-COMP-ID(WS-LV-INDEX) TO WS-PROBE-PART-ID.
           PERFORM PROBE-FOR-SUB-KIT.
           IF COMPONENT-IS-A-KIT
              IF WS-WQ-COUNT LESS THAN 20
                 ADD 1 TO WS-WQ-COUNT
                 MOVE WS-LV-COMP-ID(WS-LV-INDEX)
                      TO WS-WQ-PART-ID(WS-WQ-COUNT)
                 MOVE WS-LV-NEEDED(WS-LV-INDEX)
                      TO WS-WQ-MULT(WS-WQ-COUNT)
              ELSE
                 SET EXPLOSION-TOO-DEEP TO TRUE
              END-IF
           ELSE
              MOVE ZERO TO WS-MERGE-SLOT
              PERFORM VARYING WS-MERGE-INDEX FROM 1 BY 1
                        UNTIL WS-MERGE-INDEX GREATER THAN
                              WS-KIT-COUNT
                           OR WS-MERGE-SLOT GREATER THAN ZERO
                 IF WS-KIT-COMP-ID(WS-MERGE-INDEX) EQUAL
                    WS-LV-COMP-ID(WS-LV-INDEX)
                    MOVE WS-MERGE-INDEX TO WS-MERGE-SLOT
                 END-IF
              END-PERFORM
              IF WS-MERGE-SLOT GREATER THAN ZERO
                 ADD WS-LV-NEEDED(WS-LV-INDEX)
                     TO WS-KIT-NEEDED(WS-MERGE-SLOT)
              ELSE
                 IF WS-KIT-COUNT LESS THAN MAX-KIT-COMPONENTS
                    ADD 1 TO WS-KIT-COUNT
                    MOVE WS-LV-COMP-ID(WS-LV-INDEX)
                         TO WS-KIT-COMP-ID(WS-KIT-COUNT)
                    MOVE WS-LV-NEEDED(WS-LV-INDEX)
                         TO WS-KIT-NEEDED(WS-KIT-COUNT)
                 ELSE
                    SET EXPLOSION-TOO-DEEP TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       SORT-ONE-LINE-EXIT.
           EXIT.
      *
      *    One keyed probe answers "is this part a kit" - a BOM
      *    line under the part's own key range means yes.
       PROBE-FOR-SUB-KIT.
      *
           MOVE 'N' TO WS-SUBKIT-FLAG.
           MOVE SPACES TO WS-PROBE-KEY.
           MOVE WS-PROBE-PART-ID TO WS-PROBE-KEY(1:8).
           MOVE '00000000' TO WS-PROBE-KEY(9:8).
           EXEC CICS STARTBR FILE(BOM-FILE-NAME)
                     RIDFLD(WS-PROBE-KEY)
                     GTEQ
                     RESP(BOM-RESP)
                     END-EXEC.
           IF BOM-RESP EQUAL DFHRESP(NORMAL)
              EXEC CICS READNEXT FILE(BOM-FILE-NAME)
                        INTO(BOM-RECORD)
                        RIDFLD(WS-PROBE-KEY)
                        RESP(BOM-RESP)
                        END-EXEC
              IF BOM-RESP EQUAL DFHRESP(NORMAL)
                 AND BM-PARENT-PART-ID EQUAL WS-PROBE-PART-ID
                 MOVE 'Y' TO WS-SUBKIT-FLAG
              END-IF
              EXEC CICS ENDBR FILE(BOM-FILE-NAME) END-EXEC
           END-IF.
      *
       PROBE-FOR-SUB-KIT-EXIT.
           EXIT.
      *
      *    Every line's part must be on file, and every outgoing
      *    line must have the stock, before anything moves. The
      *    cost each line moves at (AVERAGE-COST, or UNIT-PRICE
      *    for a part with no average yet - the same cost KITROLL
      *    rolls up), its location and its serial control are
      *    taken while the record is in hand.
       CHECK-ORDER-LINES.
      *
           MOVE ZERO TO WS-COMPONENT-VALUE.
           MOVE ZERO TO WS-KIT-VALUE.
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                     UNTIL WS-LINE-INDEX GREATER THAN WS-LINE-COUNT
                        OR NOT RC-SUCCESS
              PERFORM CHECK-ONE-LINE
           END-PERFORM.
      *
       CHECK-ORDER-LINES-EXIT.
           EXIT.
      *
       CHECK-ONE-LINE.
      *
           MOVE WS-LN-PART-ID(WS-LINE-INDEX) TO WS-LINE-PART-ID.
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(WS-LINE-PART-ID)
                     RESP(READ-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN READ-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN LINE-GOES-OUT(WS-LINE-INDEX)
               AND WS-LN-QUANTITY(WS-LINE-INDEX) GREATER THAN
                   STOCK-QUANTITY OF WS-STOCK-PART
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 IF AVERAGE-COST OF WS-STOCK-PART GREATER THAN ZERO
                    MOVE AVERAGE-COST OF WS-STOCK-PART
                         TO WS-LN-UNIT-COST(WS-LINE-INDEX)
                 ELSE
                    MOVE UNIT-PRICE OF WS-STOCK-PART
                         TO WS-LN-UNIT-COST(WS-LINE-INDEX)
                 END-IF
                 COMPUTE WS-LN-VALUE(WS-LINE-INDEX) ROUNDED =
                         WS-LN-QUANTITY(WS-LINE-INDEX) *
                         WS-LN-UNIT-COST(WS-LINE-INDEX)
                 MOVE WAREHOUSE-LOCATION OF WS-STOCK-PART
                      TO WS-LN-LOCATION(WS-LINE-INDEX)
                 IF WS-LINE-INDEX EQUAL 1
      *             The kit line moves at the order's location
      *             when one was keyed.
                    IF AO-LOCATION NOT EQUAL SPACES
                       MOVE AO-LOCATION TO WS-LN-LOCATION(1)
                    END-IF
                    MOVE WS-LN-VALUE(1) TO WS-KIT-VALUE
                 ELSE
                    ADD WS-LN-VALUE(WS-LINE-INDEX)
                        TO WS-COMPONENT-VALUE
                 END-IF
                 PERFORM CHECK-SERIAL-CONTROL
                 IF LINE-COMES-IN(WS-LINE-INDEX)
                    PERFORM CHECK-LINE-HAZARD
                 END-IF
           END-EVALUATE.
      *
       CHECK-ONE-LINE-EXIT.
           EXIT.
      *
      *    Is the line's part serial-controlled? A part with no
      *    PARTCTRL entry isn't - the control is opt-in per part.
       CHECK-SERIAL-CONTROL.
      *
           MOVE 'N' TO WS-LN-SERIAL-FLAG(WS-LINE-INDEX).
           MOVE ZERO TO WS-LN-SERIAL-COUNT(WS-LINE-INDEX).
           MOVE WS-LINE-PART-ID TO PC-PART-ID.
           EXEC CICS READ FILE(CTRL-FILE-NAME)
                     INTO(PART-CONTROL-RECORD)
                     RIDFLD(PC-PART-ID)
                     RESP(CTRL-RESP)
                     END-EXEC.
           IF CTRL-RESP EQUAL DFHRESP(NORMAL)
              AND PC-SERIAL-CONTROLLED
              MOVE 'Y' TO WS-LN-SERIAL-FLAG(WS-LINE-INDEX)
           END-IF.
      *
       CHECK-SERIAL-CONTROL-EXIT.
           EXIT.
      *
      *    A hazardous part coming in - the kits an assembly
      *    builds, the components a disassembly gives back - may
      *    only land where the location's permitted list names its
      *    class, the same rule a receipt or a transfer is held
      *    to. A location not on the master, or inactive, accepts
      *    nothing hazardous. The PARTCTRL entry is the one
      *    CHECK-SERIAL-CONTROL just read.
       CHECK-LINE-HAZARD.
      *
           MOVE SPACES TO WS-HZ-PART-CLASS.
           IF CTRL-RESP EQUAL DFHRESP(NORMAL)
              MOVE PC-HAZARD-CLASS TO WS-HZ-PART-CLASS
           END-IF.
           SET HZ-LOCATION-ACCEPTS TO TRUE.
           IF WS-HZ-PART-CLASS NOT EQUAL SPACES
              MOVE WS-LN-LOCATION(WS-LINE-INDEX) TO WS-HZ-LOCATION
              MOVE WS-HZ-LOCATION TO LM-LOCATION
              EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                        INTO(LOCATION-MASTER-RECORD)
                        RIDFLD(LM-LOCATION)
                        RESP(LOCMAST-RESP)
                        END-EXEC
              IF LOCMAST-RESP EQUAL DFHRESP(NORMAL)
                 AND LM-LOCATION-ACTIVE
                 PERFORM CHECK-HAZARD-COMPATIBLE
              ELSE
                 SET HZ-LOCATION-REFUSES TO TRUE
              END-IF
           END-IF.
           IF HZ-LOCATION-REFUSES
              SET RC-HAZARD-REFUSED TO TRUE
           END-IF.
      *
       CHECK-LINE-HAZARD-EXIT.
           EXIT.
      *
      *    Check the caller's serial list against the lines: every
      *    serial must belong to a serial-controlled line, an
      *    outgoing serial must be in stock, an incoming one must
      *    be new or a unit issued earlier (a kit broken down
      *    gives back the serials it was built from), and every
      *    serial-controlled line must be named one serial per
      *    unit.
       VALIDATE-ORDER-SERIALS.
      *
           IF CA-SERIAL-COUNT NOT NUMERIC
              OR CA-SERIAL-COUNT GREATER THAN MAX-ORDER-SERIALS
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              PERFORM VARYING WS-SERIAL-INDEX FROM 1 BY 1
                        UNTIL WS-SERIAL-INDEX GREATER THAN
                              CA-SERIAL-COUNT
                           OR NOT RC-SUCCESS
                 PERFORM CHECK-ONE-SERIAL
              END-PERFORM
           END-IF.
      *
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                     UNTIL WS-LINE-INDEX GREATER THAN WS-LINE-COUNT
                        OR NOT RC-SUCCESS
              IF LINE-IS-SERIALIZED(WS-LINE-INDEX)
                 AND WS-LN-SERIAL-COUNT(WS-LINE-INDEX) NOT EQUAL
                     WS-LN-QUANTITY(WS-LINE-INDEX)
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-PERFORM.
      *
       VALIDATE-ORDER-SERIALS-EXIT.
           EXIT.
      *
       CHECK-ONE-SERIAL.
      *
           MOVE CA-SERIAL-PART-ID(WS-SERIAL-INDEX) TO WS-LINE-PART-ID.
           PERFORM FIND-LINE-FOR-PART.
           IF WS-LINE-SLOT EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              IF NOT LINE-IS-SERIALIZED(WS-LINE-SLOT)
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              ADD 1 TO WS-LN-SERIAL-COUNT(WS-LINE-SLOT)
              MOVE WS-LINE-PART-ID TO SN-PART-ID
              MOVE CA-SERIAL-NUMBER(WS-SERIAL-INDEX)
                   TO SN-SERIAL-NUMBER
              EXEC CICS READ FILE(SERIAL-FILE-NAME)
                        INTO(SERIAL-NUMBER-RECORD)
                        RIDFLD(SN-KEY)
                        RESP(SERIAL-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN CA-SERIAL-NUMBER(WS-SERIAL-INDEX) EQUAL SPACES
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN LINE-GOES-OUT(WS-LINE-SLOT)
                    IF SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                       OR NOT SN-STATUS-IN-STOCK
                       SET RC-VALIDATION-ERROR TO TRUE
                    END-IF
                 WHEN SERIAL-RESP EQUAL DFHRESP(NOTFND)
                    CONTINUE
                 WHEN SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN NOT SN-STATUS-ISSUED
                    SET RC-VALIDATION-ERROR TO TRUE
              END-EVALUATE
           END-IF.
      *
       CHECK-ONE-SERIAL-EXIT.
           EXIT.
      *
      *    Which line moves this part? Zero when none does.
       FIND-LINE-FOR-PART.
      *
           MOVE ZERO TO WS-LINE-SLOT.
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
                     UNTIL WS-LINE-INDEX GREATER THAN WS-LINE-COUNT
                        OR WS-LINE-SLOT GREATER THAN ZERO
              IF WS-LN-PART-ID(WS-LINE-INDEX) EQUAL WS-LINE-PART-ID
                 MOVE WS-LINE-INDEX TO WS-LINE-SLOT
              END-IF
           END-PERFORM.
      *
       FIND-LINE-FOR-PART-EXIT.
           EXIT.
      *
      *    Put a value on what comes in. An assembly receives the
      *    kits at the total cost of the components relieved into
      *    them. A disassembly relieves the kits at their own cost
      *    and shares that value back over the components in
      *    proportion to each one's own cost - so the order moves
      *    value between parts without making or losing any. (A
      *    breakdown whose components carry no cost at all comes
      *    back at their own nil cost.)
       COST-INCOMING-LINES.
      *
           IF AO-TYPE-ASSEMBLY
              MOVE WS-COMPONENT-VALUE TO WS-LN-VALUE(1)
              COMPUTE WS-KIT-UNIT-COST ROUNDED =
                      WS-COMPONENT-VALUE / AO-QUANTITY
              MOVE WS-COMPONENT-VALUE TO WS-ORDER-VALUE
           ELSE
              MOVE WS-LN-UNIT-COST(1) TO WS-KIT-UNIT-COST
              MOVE WS-KIT-VALUE TO WS-ORDER-VALUE
              IF WS-COMPONENT-VALUE GREATER THAN ZERO
                 PERFORM VARYING WS-LINE-INDEX FROM 2 BY 1
                           UNTIL WS-LINE-INDEX GREATER THAN
                                 WS-LINE-COUNT
                    COMPUTE WS-LN-VALUE(WS-LINE-INDEX) ROUNDED =
                            WS-KIT-VALUE *
                            WS-LN-VALUE(WS-LINE-INDEX) /
                            WS-COMPONENT-VALUE
                 END-PERFORM
              END-IF
           END-IF.
      *
       COST-INCOMING-LINES-EXIT.
           EXIT.
      *
      *    Post one line: lock the part, move its stock (re-
      *    averaging an incoming line at the value it was given),
      *    ledger the movement, then move its location balance,
      *    lots and serials the same way.
       POST-ONE-LINE.
      *
           MOVE WS-LN-PART-ID(WS-LINE-INDEX) TO WS-LINE-PART-ID.
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(WS-LINE-PART-ID)
                     UPDATE
                     RESP(READ-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN LINE-GOES-OUT(WS-LINE-INDEX)
                 MOVE STOCK-QUANTITY OF WS-STOCK-PART
                      TO MV-OLD-QUANTITY
                 IF WS-LN-QUANTITY(WS-LINE-INDEX) GREATER THAN
                    STOCK-QUANTITY OF WS-STOCK-PART
      *             Drawn down by someone else since the check.
                    SET RC-VALIDATION-ERROR TO TRUE
                 ELSE
                    SUBTRACT WS-LN-QUANTITY(WS-LINE-INDEX)
                        FROM STOCK-QUANTITY OF WS-STOCK-PART
                 END-IF
              WHEN OTHER
                 MOVE STOCK-QUANTITY OF WS-STOCK-PART
                      TO MV-OLD-QUANTITY
                 IF AVERAGE-COST OF WS-STOCK-PART
                    NOT GREATER THAN ZERO
                    MOVE UNIT-PRICE OF WS-STOCK-PART
                         TO AVERAGE-COST OF WS-STOCK-PART
                 END-IF
                 COMPUTE AVERAGE-COST OF WS-STOCK-PART ROUNDED =
                         ((STOCK-QUANTITY OF WS-STOCK-PART *
                           AVERAGE-COST OF WS-STOCK-PART) +
                          WS-LN-VALUE(WS-LINE-INDEX)) /
                         (STOCK-QUANTITY OF WS-STOCK-PART +
                          WS-LN-QUANTITY(WS-LINE-INDEX))
                 ADD WS-LN-QUANTITY(WS-LINE-INDEX)
                     TO STOCK-QUANTITY OF WS-STOCK-PART
           END-EVALUATE.
      *
           IF RC-SUCCESS
              EXEC CICS REWRITE FILE(FILE-NAME)
                        FROM(WS-STOCK-PART)
                        RESP(WRITE-RESP)
                        END-EXEC
              IF WRITE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              SET MV-TYPE-ASSEMBLY TO TRUE
              PERFORM WRITE-MOVEMENT-RECORD
              IF LINE-GOES-OUT(WS-LINE-INDEX)
                 PERFORM DRAW-LINE-LOCATION
                 PERFORM DEPLETE-LINE-LOTS
              ELSE
                 PERFORM ADD-LINE-LOCATION
                 PERFORM PUT-LINE-ON-LOT
              END-IF
              IF LINE-IS-SERIALIZED(WS-LINE-INDEX)
                 PERFORM VARYING WS-SERIAL-INDEX FROM 1 BY 1
                           UNTIL WS-SERIAL-INDEX GREATER THAN
                                 CA-SERIAL-COUNT
                    IF CA-SERIAL-PART-ID(WS-SERIAL-INDEX) EQUAL
                       WS-LINE-PART-ID
                       PERFORM MOVE-ONE-SERIAL
                    END-IF
                 END-PERFORM
              END-IF
           ELSE
      *       A line failed mid-order - back the whole order out
      *       rather than leave it half-built.
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'N' TO WS-ORDER-LOCK-FLAG
           END-IF.
      *
       POST-ONE-LINE-EXIT.
           EXIT.
      *
      *    Take an outgoing line off its location balance, clamped
      *    at zero the same way ISSUGDS clamps it.
       DRAW-LINE-LOCATION.
      *
           MOVE WS-LINE-PART-ID TO LB-PART-ID.
           MOVE WS-LN-LOCATION(WS-LINE-INDEX) TO LB-LOCATION.
           EXEC CICS READ FILE(LOC-FILE-NAME)
                     INTO(LOCATION-BALANCE-RECORD)
                     RIDFLD(LB-KEY)
                     UPDATE
                     RESP(LOC-RESP)
                     END-EXEC.
           IF LOC-RESP EQUAL DFHRESP(NORMAL)
              IF WS-LN-QUANTITY(WS-LINE-INDEX) GREATER THAN
                 LB-QUANTITY
                 MOVE ZERO TO LB-QUANTITY
              ELSE
                 SUBTRACT WS-LN-QUANTITY(WS-LINE-INDEX)
                     FROM LB-QUANTITY
              END-IF
              EXEC CICS REWRITE FILE(LOC-FILE-NAME)
                        FROM(LOCATION-BALANCE-RECORD)
                        RESP(LOC-RESP)
                        END-EXEC
           END-IF.
      *
       DRAW-LINE-LOCATION-EXIT.
           EXIT.
      *
      *    Put an incoming line on its location balance, creating
      *    the balance if the part has never been there.
       ADD-LINE-LOCATION.
      *
           MOVE WS-LINE-PART-ID TO LB-PART-ID.
           MOVE WS-LN-LOCATION(WS-LINE-INDEX) TO LB-LOCATION.
           EXEC CICS READ FILE(LOC-FILE-NAME)
                     INTO(LOCATION-BALANCE-RECORD)
                     RIDFLD(LB-KEY)
                     UPDATE
                     RESP(LOC-RESP)
                     END-EXEC.
           IF LOC-RESP EQUAL DFHRESP(NORMAL)
              ADD WS-LN-QUANTITY(WS-LINE-INDEX) TO LB-QUANTITY
              EXEC CICS REWRITE FILE(LOC-FILE-NAME)
                        FROM(LOCATION-BALANCE-RECORD)
                        RESP(LOC-RESP)
                        END-EXEC
           ELSE
              IF LOC-RESP EQUAL DFHRESP(NOTFND)
                 MOVE SPACES TO LOCATION-BALANCE-RECORD
                 MOVE WS-LINE-PART-ID TO LB-PART-ID
                 MOVE WS-LN-LOCATION(WS-LINE-INDEX) TO LB-LOCATION
                 MOVE WS-LN-QUANTITY(WS-LINE-INDEX) TO LB-QUANTITY
                 EXEC CICS WRITE FILE(LOC-FILE-NAME)
                           FROM(LOCATION-BALANCE-RECORD)
                           RIDFLD(LB-KEY)
                           RESP(LOC-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       ADD-LINE-LOCATION-EXIT.
           EXIT.
      *
      *    Deplete an outgoing line's lots first-expired-first-out
      *    - the STKLOT key leads with the expiry date, so a
      *    forward browse visits them in exactly the order to
      *    draw from. The lots are collected during the browse
      *    and posted after ENDBR.
       DEPLETE-LINE-LOTS.
      *
           MOVE WS-LN-QUANTITY(WS-LINE-INDEX) TO WS-REMAINING-QTY.
           MOVE ZERO TO WS-LOT-TAKE-COUNT.
           MOVE SPACES TO WS-LOT-BROWSE-KEY.
           MOVE WS-LINE-PART-ID TO WS-LOT-BROWSE-KEY(1:8).
      *
           EXEC CICS STARTBR FILE(LOT-FILE-NAME)
                     RIDFLD(WS-LOT-BROWSE-KEY)
                     GTEQ
                     RESP(LOT-RESP)
                     END-EXEC.
           IF LOT-RESP EQUAL DFHRESP(NORMAL)
              SET LOT-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT LOT-BROWSE-ACTIVE
                 OR WS-REMAINING-QTY NOT GREATER THAN ZERO
                 OR WS-LOT-TAKE-COUNT NOT LESS THAN 10
                 EXEC CICS READNEXT FILE(LOT-FILE-NAME)
                           INTO(STOCK-LOT-RECORD)
                           RIDFLD(WS-LOT-BROWSE-KEY)
                           RESP(LOT-RESP)
                           END-EXEC
                 IF LOT-RESP EQUAL DFHRESP(NORMAL)
                    AND LT-PART-ID EQUAL WS-LINE-PART-ID
                    IF LT-QUANTITY-REMAINING GREATER THAN ZERO
                       ADD 1 TO WS-LOT-TAKE-COUNT
                       MOVE LT-KEY TO
                            WS-LOT-TAKE-KEY(WS-LOT-TAKE-COUNT)
                       IF LT-QUANTITY-REMAINING NOT GREATER THAN
                          WS-REMAINING-QTY
                          MOVE LT-QUANTITY-REMAINING TO
                               WS-LOT-TAKE-QTY(WS-LOT-TAKE-COUNT)
                       ELSE
                          MOVE WS-REMAINING-QTY TO
                               WS-LOT-TAKE-QTY(WS-LOT-TAKE-COUNT)
                       END-IF
                       SUBTRACT
                          WS-LOT-TAKE-QTY(WS-LOT-TAKE-COUNT)
                          FROM WS-REMAINING-QTY
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-LOT-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(LOT-FILE-NAME) END-EXEC
           END-IF.
      *
           PERFORM VARYING WS-LOT-TAKE-INDEX FROM 1 BY 1
                     UNTIL WS-LOT-TAKE-INDEX GREATER THAN
                           WS-LOT-TAKE-COUNT
              PERFORM DRAW-DOWN-ONE-LOT
           END-PERFORM.
      *
       DEPLETE-LINE-LOTS-EXIT.
           EXIT.
      *
      *    Reduce one collected lot by the quantity taken from it
      *    and trace the draw on LOTCONS.
       DRAW-DOWN-ONE-LOT.
      *
           EXEC CICS READ FILE(LOT-FILE-NAME)
                     INTO(STOCK-LOT-RECORD)
                     RIDFLD(WS-LOT-TAKE-KEY(WS-LOT-TAKE-INDEX))
                     UPDATE
                     RESP(LOT-RESP)
                     END-EXEC.
           IF LOT-RESP EQUAL DFHRESP(NORMAL)
              IF WS-LOT-TAKE-QTY(WS-LOT-TAKE-INDEX) GREATER THAN
                 LT-QUANTITY-REMAINING
                 MOVE ZERO TO LT-QUANTITY-REMAINING
              ELSE
                 SUBTRACT WS-LOT-TAKE-QTY(WS-LOT-TAKE-INDEX)
                     FROM LT-QUANTITY-REMAINING
              END-IF
              EXEC CICS REWRITE FILE(LOT-FILE-NAME)
                        FROM(STOCK-LOT-RECORD)
                        RESP(LOT-RESP)
                        END-EXEC
              IF LOT-RESP EQUAL DFHRESP(NORMAL)
                 PERFORM WRITE-LOT-CONSUMPTION
              END-IF
           END-IF.
      *
       DRAW-DOWN-ONE-LOT-EXIT.
           EXIT.
      *
      *    Append this lot draw-down to the LOTCONS trail with the
      *    order's reference in place of a requester, so a recall
      *    trace of the lot lands on the build it went into.
       WRITE-LOT-CONSUMPTION.
      *
           MOVE SPACES TO LOT-CONSUMPTION-RECORD.
           MOVE WS-LINE-PART-ID TO LC-PART-ID.
           MOVE LT-LOT-NUMBER TO LC-LOT-NUMBER.
           MOVE WS-LOT-TAKE-QTY(WS-LOT-TAKE-INDEX) TO LC-QUANTITY.
           MOVE WS-DATE8(1:4) TO LC-CONSUME-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO LC-CONSUME-DATE-MM.
           MOVE WS-DATE8(7:2) TO LC-CONSUME-DATE-DD.
           MOVE WS-TIME6 TO LC-CONSUME-TIME.
           MOVE WS-TASK-NUMBER TO LC-TASK-NUMBER.
           MOVE WS-USERID TO LC-CICS-USERID.
           MOVE EIBTRMID TO LC-TERMINAL-ID.
           MOVE SPACES TO LC-DEPARTMENT.
           MOVE WS-ORDER-REF TO LC-REQUESTER-REF.
      *
           EXEC CICS WRITE FILE(CONS-FILE-NAME)
                     FROM(LOT-CONSUMPTION-RECORD)
                     RESP(CONS-RESP)
                     END-EXEC.
      *
       WRITE-LOT-CONSUMPTION-EXIT.
           EXIT.
      *
      *    Put an incoming line away on a new lot named after the
      *    order, open-ended (99991231) the way RECVGDS files a
      *    receipt with no expiry. The sequence under the part
      *    and date is the first free one - try 001 upward until
      *    the WRITE stops hitting a duplicate.
       PUT-LINE-ON-LOT.
      *
           MOVE SPACES TO STOCK-LOT-RECORD.
           MOVE WS-LINE-PART-ID TO LT-PART-ID.
           MOVE '99991231' TO LT-EXPIRY-DATE.
           MOVE WS-ORDER-LOT TO LT-LOT-NUMBER.
           MOVE WS-DATE8 TO LT-RECEIVED-DATE.
           MOVE WS-LN-QUANTITY(WS-LINE-INDEX)
                TO LT-QUANTITY-REMAINING.
           MOVE WS-LN-LOCATION(WS-LINE-INDEX) TO LT-LOCATION.
      *
           MOVE ZERO TO WS-LOT-SEQUENCE.
           MOVE DFHRESP(DUPREC) TO LOT-RESP.
           PERFORM UNTIL LOT-RESP NOT EQUAL DFHRESP(DUPREC)
              OR WS-LOT-SEQUENCE EQUAL 999
              ADD 1 TO WS-LOT-SEQUENCE
              MOVE WS-LOT-SEQUENCE TO LT-SEQUENCE
              EXEC CICS WRITE FILE(LOT-FILE-NAME)
                        FROM(STOCK-LOT-RECORD)
                        RIDFLD(LT-KEY)
                        RESP(LOT-RESP)
                        END-EXEC
           END-PERFORM.
      *
       PUT-LINE-ON-LOT-EXIT.
           EXIT.
      *
      *    Move one named serial with its line: an outgoing unit
      *    is closed out as issued to the order; an incoming one
      *    is put in stock on the order's lot - a unit seen before
      *    keeps its record, a new one is written.
       MOVE-ONE-SERIAL.
      *
           MOVE WS-LINE-PART-ID TO SN-PART-ID.
           MOVE CA-SERIAL-NUMBER(WS-SERIAL-INDEX) TO SN-SERIAL-NUMBER.
           EXEC CICS READ FILE(SERIAL-FILE-NAME)
                     INTO(SERIAL-NUMBER-RECORD)
                     RIDFLD(SN-KEY)
                     UPDATE
                     RESP(SERIAL-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN SERIAL-RESP EQUAL DFHRESP(NORMAL)
               AND LINE-GOES-OUT(WS-LINE-INDEX)
                 SET SN-STATUS-ISSUED TO TRUE
                 MOVE WS-DATE8 TO SN-ISSUE-DATE
                 MOVE WS-USERID TO SN-ISSUE-USERID
                 MOVE SPACES TO SN-DEPARTMENT
                 MOVE WS-ORDER-REF TO SN-REQUESTER-REF
                 IF SN-WARRANTY-FROM-ISSUE
                    AND SN-WARRANTY-EXPIRY EQUAL SPACES
                    MOVE WS-DATE8 TO WS-WD-START-DATE
                    MOVE SN-WARRANTY-MONTHS TO WS-WD-MONTHS
                    PERFORM COMPUTE-WARRANTY-EXPIRY
                    MOVE WS-WD-EXPIRY TO SN-WARRANTY-EXPIRY
                 END-IF
                 EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                           FROM(SERIAL-NUMBER-RECORD)
                           RESP(SERIAL-RESP)
                           END-EXEC
              WHEN SERIAL-RESP EQUAL DFHRESP(NORMAL)
                 SET SN-STATUS-IN-STOCK TO TRUE
                 MOVE WS-ORDER-LOT TO SN-LOT-NUMBER
                 MOVE WS-DATE8 TO SN-RECEIPT-DATE
                 MOVE WS-USERID TO SN-RECEIPT-USERID
                 EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                           FROM(SERIAL-NUMBER-RECORD)
                           RESP(SERIAL-RESP)
                           END-EXEC
              WHEN SERIAL-RESP EQUAL DFHRESP(NOTFND)
               AND LINE-COMES-IN(WS-LINE-INDEX)
                 MOVE SPACES TO SERIAL-NUMBER-RECORD
                 MOVE WS-LINE-PART-ID TO SN-PART-ID
                 MOVE CA-SERIAL-NUMBER(WS-SERIAL-INDEX)
                      TO SN-SERIAL-NUMBER
                 SET SN-STATUS-IN-STOCK TO TRUE
                 MOVE WS-ORDER-LOT TO SN-LOT-NUMBER
                 MOVE WS-DATE8 TO SN-RECEIPT-DATE
                 MOVE WS-USERID TO SN-RECEIPT-USERID
                 MOVE ZERO TO SN-SUPPLIER-ID
                 MOVE ZERO TO SN-RECEIPT-PO
                 MOVE ZERO TO SN-WARRANTY-MONTHS
                 SET SN-WARRANTY-NONE TO TRUE
                 MOVE ZERO TO SN-CLAIM-NUMBER
                 EXEC CICS WRITE FILE(SERIAL-FILE-NAME)
                           FROM(SERIAL-NUMBER-RECORD)
                           RIDFLD(SN-KEY)
                           RESP(SERIAL-RESP)
                           END-EXEC
           END-EVALUATE.
      *
       MOVE-ONE-SERIAL-EXIT.
           EXIT.
      *
      *    Close the completed order with who completed it, when,
      *    what it moved and the lot the incoming stock went on. A
      *    rewrite failure backs the posted lines out too - an
      *    order left open after its stock moved could be
      *    completed twice.
       CLOSE-ASSEMBLY-ORDER.
      *
           SET AO-STATUS-COMPLETE TO TRUE.
           MOVE WS-DATE8 TO AO-COMPLETED-DATE.
           MOVE WS-USERID TO AO-COMPLETED-USERID.
           MOVE WS-KIT-COUNT TO AO-COMPONENT-COUNT.
           MOVE WS-ORDER-VALUE TO AO-COMPONENT-VALUE.
           MOVE WS-KIT-UNIT-COST TO AO-KIT-UNIT-COST.
           MOVE WS-ORDER-LOT TO AO-LOT-NUMBER.
           EXEC CICS REWRITE FILE(ORDER-FILE-NAME)
                     FROM(ASSEMBLY-ORDER-RECORD)
                     RESP(ORDER-RESP)
                     END-EXEC.
           IF ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              MOVE 'N' TO WS-ORDER-LOCK-FLAG
           END-IF.
      *
       CLOSE-ASSEMBLY-ORDER-EXIT.
           EXIT.
      *
      *    Cancel an order still open - who cancelled it and when
      *    go in the completion fields. Nothing has moved, so
      *    nothing is reversed.
       DO-CANCEL-ORDER.
      *
           PERFORM LOCK-ORDER.
           IF RC-SUCCESS
              IF AO-STATUS-OPEN
                 SET AO-STATUS-CANCELLED TO TRUE
                 MOVE WS-DATE8 TO AO-COMPLETED-DATE
                 MOVE WS-USERID TO AO-COMPLETED-USERID
                 EXEC CICS REWRITE FILE(ORDER-FILE-NAME)
                           FROM(ASSEMBLY-ORDER-RECORD)
                           RESP(ORDER-RESP)
                           END-EXEC
                 IF ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
              ELSE
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
              END-IF
              MOVE ASSEMBLY-ORDER-RECORD TO CA-ORDER-DATA
           END-IF.
      *
       DO-CANCEL-ORDER-EXIT.
           EXIT.
      *
       DO-INQUIRE-ORDER.
      *
           MOVE CA-ORDER-NUMBER TO AO-ORDER-NUMBER.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
                     INTO(ASSEMBLY-ORDER-RECORD)
                     RIDFLD(AO-ORDER-NUMBER)
                     RESP(ORDER-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN ORDER-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE ASSEMBLY-ORDER-RECORD TO CA-ORDER-DATA
           END-EVALUATE.
      *
       DO-INQUIRE-ORDER-EXIT.
           EXIT.
      *
      *    Append the line's movement to the STKMOVE ledger at the
      *    line's location, with the order number where an issue
      *    carries its requisition. The caller has set the type
      *    and the old quantity.
       WRITE-MOVEMENT-RECORD.
      *
           MOVE WS-LINE-PART-ID TO MV-PART-ID.
           MOVE STOCK-QUANTITY OF WS-STOCK-PART TO MV-NEW-QUANTITY.
           MOVE SPACES TO MV-REASON-CODE.
           MOVE WS-LN-LOCATION(WS-LINE-INDEX) TO MV-LOCATION.
           MOVE SPACES TO MV-DEPARTMENT.
           MOVE AO-ORDER-NUMBER TO MV-REQUISITION.
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
      *
      *    Shared warranty-expiry paragraph - see WARRDATP.cpy.
           COPY WARRDATP.
      *
      *    Shared hazard-compatibility paragraph - see HAZCOMPP.cpy.
           COPY HAZCOMPP.
