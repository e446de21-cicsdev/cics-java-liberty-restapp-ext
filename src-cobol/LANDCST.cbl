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
      * Landed-cost charge posting. Freight, customs duty and
      * brokerage arrive on their own invoices, often days after
      * the goods, and REAVERAGE-COST in RECVGDS only ever saw the
      * PO line price - so every imported part looked cheaper
      * than it was. This transaction takes one such charge and
      * spreads it over the parts that came in on a delivery:
      *
      *   - against a delivery note (supplier and note quoted),
      *     the lines RECVGDS registered on DLVNOTE; or
      *   - against a PO (note blank), the PO's detail lines with
      *     anything received.
      *
      * The charge is shared by quantity ('Q') or by value ('V' -
      * quantity times the unit cost the receipt came in at, the
      * default), the last line taking the rounding. Each part's
      * share lifts AVERAGE-COST by the portion carried by units
      * still on hand - a unit already issued cannot be revalued,
      * so that portion is left for GLEXTRCT to post to variance -
      * and every part touched gets a LANDCOST ledger entry with
      * the cost before and after, under the charge type, for the
      * GL extract to post by type.
      *
      * The posting freeze and the accounting-period calendar are
      * honored exactly as for a stock movement.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              LANDCST.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    STOCK-PART copybook - each part the charge is spread
      *    over.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    DLVNOTE copybook - the lines booked against a note.
           COPY DLVNOTE.
      *
      *    PURCHORD copybook - the received lines of a PO.
           COPY PURCHORD.
      *
      *    LANDCOST copybook - one ledger entry per part charged.
           COPY LANDCOST.
      *
      *    PARMFILE copybook - the posting-freeze switch.
           COPY PARMFILE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files and programs to use
       77  PART-FILE-NAME       PIC X(8) VALUE 'SMPLXMPL'.
       77  NOTE-FILE-NAME       PIC X(8) VALUE 'DLVNOTE'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  LANDED-FILE-NAME     PIC X(8) VALUE 'LANDCOST'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
      *
      *    The most lines one charge is spread over.
       77  MAX-SPREAD-LINES     PIC 9(3) VALUE 50.
      *
      *    Commarea for the PERDCHK accounting-period resolver.
       01  WS-PERDCHK-AREA.
           03 PD-MOVEMENT-DATE       PIC X(8).
           03 PD-PERIOD              PIC 9(6) DISPLAY.
           03 PD-ROLLED-FLAG         PIC X(1).
           03 PD-RETURN-CODE         PIC X(1).
      *
       01  WS-STORAGE.
           03 PART-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 NOTE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 LANDED-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-POSTING-PERIOD PIC 9(6)          VALUE ZERO.
           03 WS-PERIOD-OK-FLAG PIC X(1)          VALUE 'Y'.
              88 POSTING-PERIOD-OPEN   VALUE 'Y'.
              88 POSTING-PERIOD-CLOSED VALUE 'N'.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
           03 WS-NOTE-BROWSE-KEY PIC X(32)        VALUE SPACES.
           03 WS-PO-BROWSE-KEY  PIC X(11)         VALUE SPACES.
           03 WS-BROWSE-ACTIVE  PIC X(1)          VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
           03 WS-CHARGE-SUPPLIER PIC 9(8)         VALUE ZERO.
           03 WS-BASIS-TOTAL    PIC S9(13)V99 COMP-3 VALUE ZERO.
           03 WS-SPREAD-SO-FAR  PIC S9(11)V99 COMP-3 VALUE ZERO.
           03 WS-SHARE          PIC S9(11)V99 COMP-3 VALUE ZERO.
           03 WS-ON-HAND-UNITS  PIC S9(9)     COMP-3 VALUE ZERO.
           03 WS-CAPITALIZED    PIC S9(11)V99 COMP-3 VALUE ZERO.
           03 WS-CAPITALIZED-TOTAL PIC S9(11)V99 COMP-3 VALUE ZERO.
           03 WS-LINE-IX        PIC 9(3)  COMP    VALUE ZERO.
      *
      *    The lines the charge is spread over, gathered before
      *    any part is touched.
       01  WS-SPREAD-TABLE.
           03 WS-SPREAD-COUNT        PIC 9(3)  COMP VALUE ZERO.
           03 WS-SPREAD-LINE         OCCURS 50 TIMES.
              05 WS-SP-PART-ID       PIC 9(8).
              05 WS-SP-PO-NUMBER     PIC 9(8).
              05 WS-SP-QUANTITY      PIC 9(8).
              05 WS-SP-UNIT-COST     PIC 99999V99 COMP-3.
              05 WS-SP-BASIS         PIC S9(13)V99 COMP-3.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-CHARGE-TYPE         PIC X(4).
      *
      *    The delivery charged - a supplier and note, or (note
      *    blank) a PO number.
           03 CA-SUPPLIER-ID         PIC 9(8) DISPLAY.
           03 CA-NOTE-NUMBER         PIC X(16).
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
      *
           03 CA-CHARGE-REF          PIC X(16).
           03 CA-CHARGE-AMOUNT       PIC 9(9)V99 DISPLAY.
           03 CA-SPREAD-BASIS        PIC X(1).
              88 CA-SPREAD-BY-QUANTITY  VALUE 'Q'.
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Output: how many lines took a share, and how much of
      *    the charge landed on stock still on hand.
           03 CA-LINE-COUNT          PIC 9(3) DISPLAY.
           03 CA-CAPITALIZED-AMOUNT  PIC 9(9)V99 DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE ZERO TO CA-LINE-COUNT.
           MOVE ZERO TO CA-CAPITALIZED-AMOUNT.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
      *
           MOVE CA-CHARGE-TYPE TO LC-CHARGE-TYPE.
           IF NOT LC-CHARGE-TYPE-VALID
              OR CA-CHARGE-AMOUNT NOT NUMERIC
              OR CA-CHARGE-AMOUNT EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
      *
           IF RC-SUCCESS
              PERFORM CHECK-POSTING-FREEZE
              IF POSTING-IS-FROZEN
                 SET RC-POSTING-FROZEN TO TRUE
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              PERFORM CHECK-POSTING-PERIOD
              IF POSTING-PERIOD-CLOSED
                 SET RC-PERIOD-CLOSED TO TRUE
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              IF CA-NOTE-NUMBER NOT EQUAL SPACES
                 PERFORM GATHER-NOTE-LINES
              ELSE
                 PERFORM GATHER-PO-LINES
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              PERFORM WEIGH-SPREAD-LINES
           END-IF.
      *
           IF RC-SUCCESS
              MOVE ZERO TO WS-SPREAD-SO-FAR
              MOVE ZERO TO WS-CAPITALIZED-TOTAL
              PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                        UNTIL WS-LINE-IX GREATER THAN WS-SPREAD-COUNT
                 PERFORM APPLY-CHARGE-TO-PART
              END-PERFORM
              MOVE WS-SPREAD-COUNT TO CA-LINE-COUNT
              MOVE WS-CAPITALIZED-TOTAL TO CA-CAPITALIZED-AMOUNT
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Every line RECVGDS registered under the supplier's note.
      *    A line stamped before unit costs were kept is valued at
      *    the part's UNIT-PRICE when the part is read.
       GATHER-NOTE-LINES.
      *
           MOVE ZERO TO WS-SPREAD-COUNT.
           MOVE CA-SUPPLIER-ID TO WS-CHARGE-SUPPLIER.
           MOVE SPACES TO WS-NOTE-BROWSE-KEY.
           MOVE CA-SUPPLIER-ID TO WS-NOTE-BROWSE-KEY(1:8).
           MOVE CA-NOTE-NUMBER TO WS-NOTE-BROWSE-KEY(9:16).
           MOVE LOW-VALUES TO WS-NOTE-BROWSE-KEY(25:8).
      *
           EXEC CICS STARTBR FILE(NOTE-FILE-NAME)
                     RIDFLD(WS-NOTE-BROWSE-KEY)
                     GTEQ
                     RESP(NOTE-RESP)
                     END-EXEC.
           IF NOTE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(NOTE-FILE-NAME)
                           INTO(DELIVERY-NOTE-RECORD)
                           RIDFLD(WS-NOTE-BROWSE-KEY)
                           RESP(NOTE-RESP)
                           END-EXEC
                 IF NOTE-RESP EQUAL DFHRESP(NORMAL)
                    AND DN-SUPPLIER-ID EQUAL CA-SUPPLIER-ID
                    AND DN-NOTE-NUMBER EQUAL CA-NOTE-NUMBER
                    AND WS-SPREAD-COUNT LESS THAN MAX-SPREAD-LINES
                    ADD 1 TO WS-SPREAD-COUNT
                    MOVE DN-PART-ID TO WS-SP-PART-ID(WS-SPREAD-COUNT)
                    MOVE DN-QUANTITY
                      TO WS-SP-QUANTITY(WS-SPREAD-COUNT)
                    IF DN-PO-NUMBER NUMERIC
                       MOVE DN-PO-NUMBER
                         TO WS-SP-PO-NUMBER(WS-SPREAD-COUNT)
                       MOVE DN-UNIT-COST
                         TO WS-SP-UNIT-COST(WS-SPREAD-COUNT)
                    ELSE
                       MOVE ZERO TO WS-SP-PO-NUMBER(WS-SPREAD-COUNT)
                       MOVE ZERO TO WS-SP-UNIT-COST(WS-SPREAD-COUNT)
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(NOTE-FILE-NAME) END-EXEC
           END-IF.
      *
           IF WS-SPREAD-COUNT EQUAL ZERO
              SET RC-NOTFND TO TRUE
           END-IF.
      *
       GATHER-NOTE-LINES-EXIT.
           EXIT.
      *
      *    Every detail line of the PO with anything received,
      *    valued at the line's own price.
       GATHER-PO-LINES.
      *
           MOVE ZERO TO WS-SPREAD-COUNT.
           MOVE ZERO TO WS-CHARGE-SUPPLIER.
           MOVE CA-PO-NUMBER TO WS-PO-BROWSE-KEY(1:8).
           MOVE '000' TO WS-PO-BROWSE-KEY(9:3).
      *
           EXEC CICS STARTBR FILE(PO-FILE-NAME)
                     RIDFLD(WS-PO-BROWSE-KEY)
                     GTEQ
                     RESP(PO-RESP)
                     END-EXEC.
           IF PO-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(PO-FILE-NAME)
                           INTO(PURCHASE-ORDER-RECORD)
                           RIDFLD(WS-PO-BROWSE-KEY)
                           RESP(PO-RESP)
                           END-EXEC
                 IF PO-RESP EQUAL DFHRESP(NORMAL)
                    AND PO-NUMBER EQUAL CA-PO-NUMBER
                    MOVE PO-SUPPLIER TO WS-CHARGE-SUPPLIER
                    IF PO-DETAIL-RECORD
                       AND PO-RECEIVED-QUANTITY GREATER THAN ZERO
                       AND WS-SPREAD-COUNT LESS THAN MAX-SPREAD-LINES
                       ADD 1 TO WS-SPREAD-COUNT
                       MOVE PO-PART-ID
                         TO WS-SP-PART-ID(WS-SPREAD-COUNT)
                       MOVE PO-NUMBER
                         TO WS-SP-PO-NUMBER(WS-SPREAD-COUNT)
                       MOVE PO-RECEIVED-QUANTITY
                         TO WS-SP-QUANTITY(WS-SPREAD-COUNT)
                       MOVE PO-UNIT-PRICE
                         TO WS-SP-UNIT-COST(WS-SPREAD-COUNT)
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(PO-FILE-NAME) END-EXEC
           END-IF.
      *
           IF WS-SPREAD-COUNT EQUAL ZERO
              SET RC-NOTFND TO TRUE
           END-IF.
      *
       GATHER-PO-LINES-EXIT.
           EXIT.
      *
      *    Weigh each line - its quantity, or its quantity times
      *    unit cost - and total the weights. A line with no unit
      *    cost recorded is weighed at the part's UNIT-PRICE.
       WEIGH-SPREAD-LINES.
      *
           MOVE ZERO TO WS-BASIS-TOTAL.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                     UNTIL WS-LINE-IX GREATER THAN WS-SPREAD-COUNT
              IF CA-SPREAD-BY-QUANTITY
                 MOVE WS-SP-QUANTITY(WS-LINE-IX)
                   TO WS-SP-BASIS(WS-LINE-IX)
              ELSE
                 IF WS-SP-UNIT-COST(WS-LINE-IX) EQUAL ZERO
                    MOVE WS-SP-PART-ID(WS-LINE-IX)
                      TO PART-ID OF WS-STOCK-PART
                    EXEC CICS READ FILE(PART-FILE-NAME)
                              INTO(WS-STOCK-PART)
                              RIDFLD(PART-ID OF WS-STOCK-PART)
                              RESP(PART-RESP)
                              END-EXEC
                    IF PART-RESP EQUAL DFHRESP(NORMAL)
                       MOVE UNIT-PRICE OF WS-STOCK-PART
                         TO WS-SP-UNIT-COST(WS-LINE-IX)
                    END-IF
                 END-IF
                 COMPUTE WS-SP-BASIS(WS-LINE-IX) =
                         WS-SP-QUANTITY(WS-LINE-IX) *
                         WS-SP-UNIT-COST(WS-LINE-IX)
              END-IF
              ADD WS-SP-BASIS(WS-LINE-IX) TO WS-BASIS-TOTAL
           END-PERFORM.
      *
      *    Nothing to weigh the charge by - no quantity, or no
      *    value anywhere on the delivery.
           IF WS-BASIS-TOTAL NOT GREATER THAN ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
      *
       WEIGH-SPREAD-LINES-EXIT.
           EXIT.
      *
      *    Give the current line its share of the charge (the last
      *    line takes whatever rounding left over), lift the part's
      *    AVERAGE-COST by the portion carried by units still on
      *    hand, and write the ledger entry.
       APPLY-CHARGE-TO-PART.
      *
           IF WS-LINE-IX EQUAL WS-SPREAD-COUNT
              COMPUTE WS-SHARE = CA-CHARGE-AMOUNT - WS-SPREAD-SO-FAR
           ELSE
              COMPUTE WS-SHARE ROUNDED =
                      CA-CHARGE-AMOUNT * WS-SP-BASIS(WS-LINE-IX) /
                      WS-BASIS-TOTAL
           END-IF.
           ADD WS-SHARE TO WS-SPREAD-SO-FAR.
      *
           MOVE WS-SP-PART-ID(WS-LINE-IX) TO PART-ID OF WS-STOCK-PART.
           EXEC CICS READ FILE(PART-FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(PART-ID OF WS-STOCK-PART)
                     UPDATE
                     RESP(PART-RESP)
                     END-EXEC.
           IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
      *       A part gone from the master since the receipt takes
      *       its share to variance - nothing left to revalue.
              MOVE SPACES TO WS-STOCK-PART
              MOVE WS-SP-PART-ID(WS-LINE-IX)
                TO PART-ID OF WS-STOCK-PART
              MOVE ZERO TO STOCK-QUANTITY OF WS-STOCK-PART
              MOVE ZERO TO AVERAGE-COST OF WS-STOCK-PART
           END-IF.
      *
           MOVE SPACES TO LANDED-COST-RECORD.
           MOVE AVERAGE-COST OF WS-STOCK-PART TO LC-OLD-AVERAGE-COST.
      *
      *    Only the units of this delivery still on the shelf can
      *    carry the charge - never more than were received.
           MOVE STOCK-QUANTITY OF WS-STOCK-PART TO WS-ON-HAND-UNITS.
           IF WS-ON-HAND-UNITS GREATER THAN WS-SP-QUANTITY(WS-LINE-IX)
              MOVE WS-SP-QUANTITY(WS-LINE-IX) TO WS-ON-HAND-UNITS
           END-IF.
           IF WS-ON-HAND-UNITS GREATER THAN ZERO
              AND WS-SP-QUANTITY(WS-LINE-IX) GREATER THAN ZERO
              COMPUTE WS-CAPITALIZED ROUNDED =
                      WS-SHARE * WS-ON-HAND-UNITS /
                      WS-SP-QUANTITY(WS-LINE-IX)
           ELSE
              MOVE ZERO TO WS-CAPITALIZED
           END-IF.
      *
           IF PART-RESP EQUAL DFHRESP(NORMAL)
              IF WS-CAPITALIZED GREATER THAN ZERO
                 IF AVERAGE-COST OF WS-STOCK-PART NOT GREATER THAN ZERO
                    MOVE UNIT-PRICE OF WS-STOCK-PART
                         TO AVERAGE-COST OF WS-STOCK-PART
                 END-IF
                 COMPUTE AVERAGE-COST OF WS-STOCK-PART ROUNDED =
                         ((STOCK-QUANTITY OF WS-STOCK-PART *
                           AVERAGE-COST OF WS-STOCK-PART) +
                          WS-CAPITALIZED) /
                         STOCK-QUANTITY OF WS-STOCK-PART
                 EXEC CICS REWRITE FILE(PART-FILE-NAME)
                           FROM(WS-STOCK-PART)
                           RESP(PART-RESP)
                           END-EXEC
                 IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE ZERO TO WS-CAPITALIZED
                    MOVE LC-OLD-AVERAGE-COST
                      TO AVERAGE-COST OF WS-STOCK-PART
                 END-IF
              ELSE
                 EXEC CICS UNLOCK FILE(PART-FILE-NAME) END-EXEC
              END-IF
           END-IF.
           ADD WS-CAPITALIZED TO WS-CAPITALIZED-TOTAL.
      *
           MOVE WS-SP-PART-ID(WS-LINE-IX) TO LC-PART-ID.
           MOVE CA-CHARGE-TYPE TO LC-CHARGE-TYPE.
           MOVE WS-CHARGE-SUPPLIER TO LC-SUPPLIER-ID.
           MOVE CA-NOTE-NUMBER TO LC-NOTE-NUMBER.
           MOVE WS-SP-PO-NUMBER(WS-LINE-IX) TO LC-PO-NUMBER.
           MOVE CA-CHARGE-REF TO LC-CHARGE-REF.
           IF CA-SPREAD-BY-QUANTITY
              SET LC-SPREAD-BY-QUANTITY TO TRUE
           ELSE
              SET LC-SPREAD-BY-VALUE TO TRUE
           END-IF.
           MOVE WS-SP-QUANTITY(WS-LINE-IX) TO LC-RECEIVED-QUANTITY.
           MOVE WS-SHARE TO LC-ALLOCATED-VALUE.
           MOVE WS-CAPITALIZED TO LC-CAPITALIZED-VALUE.
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
           IF LANDED-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       APPLY-CHARGE-TO-PART-EXIT.
           EXIT.
      *
      *    Which period does today's posting land in? A 'V' reply
      *    - the date's period is closed and no current period is
      *    open - refuses the charge; no calendar answer falls back
      *    to the date's own month.
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
      *    Is the nightly posting freeze on? An absent or non-Y
      *    POSTFRZ value posts as normal.
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
