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
      * Customer sales-order entry. Outside customers' orders were
      * kept in a spreadsheet and hand-keyed as reservations with
      * free text for a reference; this transaction gives each
      * order one number on SORDER (header line 000, detail lines
      * 001 upward) and drives the existing stock paths with it:
      *
      *   'C' creates an order header - the customer must be
      *       ACTIVE on CUSTMAST; the number comes off the
      *       SONUMCTL control record.
      *   'L' adds a line - part on file and not discontinued.
      *       The quantity is reserved through RESVSTK under
      *       requester reference 'S' + order + line, and the line
      *       is ALLOCATED. When RESVSTK refuses for want of free
      *       stock the shortfall goes to BACKORD under the same
      *       reference and the line stays OPEN.
      *   'A' re-tries the reservation for an OPEN line (after a
      *       receipt) and marks its backorder filled.
      *   'P' confirms an ALLOCATED line picked.
      *   'S' ships an ALLOCATED or PICKED line - LINKs the
      *       ordinary ISSUGDS issue with the reservation, the
      *       requester reference and the sales department (PARMFILE
      *       key SALESDPT, compiled default below), so the ledger
      *       entry traces back to the order.
      *   'X' cancels a line not yet shipped, releasing its
      *       reservation or filling off its backorder.
      *   'Z' closes the order once every line is shipped or
      *       cancelled.
      *   'I' returns the header and up to 20 lines.
      *
      * The header status follows its least-advanced live line
      * (open, allocated, picked, shipped) after every change.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              SORDENT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    SORDER copybook - the order header or line being worked.
           COPY SORDER.
      *
      *    SOCTLREC copybook - the one-record number control.
           COPY SOCTLREC.
      *
      *    CUSTMAST copybook - the ordering customer.
           COPY CUSTMAST.
      *
      *    STOCK-PART copybook - the part being ordered.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    BACKORD copybook - the shortfall of a line that could
      *    not be reserved.
           COPY BACKORD.
      *
      *    PARMFILE copybook - the sales department's runtime
      *    override.
           COPY PARMFILE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files and programs to use
       77  ORDER-FILE-NAME      PIC X(8) VALUE 'SORDER'.
       77  CTL-FILE-NAME        PIC X(8) VALUE 'SONUMCTL'.
       77  CUST-FILE-NAME       PIC X(8) VALUE 'CUSTMAST'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'SMPLXMPL'.
       77  BACKORD-FILE-NAME    PIC X(8) VALUE 'BACKORD'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  RESERVE-PROGRAM      PIC X(8) VALUE 'RESVSTK'.
       77  ISSUE-PROGRAM        PIC X(8) VALUE 'ISSUGDS'.
       77  MAX-INQUIRY-LINES    PIC 9(3) VALUE 20.
      *
      *    The DEPTMAST department shipments are issued to.
      *    PARMFILE key SALESDPT overrides it at task start.
       01  SALES-DEPARTMENT     PIC X(6) VALUE 'SALES'.
      *
       01  WS-STORAGE.
           03 ORDER-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 CTL-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 CUST-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PART-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 BO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 LINK-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ORDER-KEY.
              05 WS-ORDER-KEY-NUMBER PIC 9(8)     VALUE ZERO.
              05 WS-ORDER-KEY-LINE   PIC 9(3)     VALUE ZERO.
           03 WS-BO-BROWSE-KEY  PIC X(11)         VALUE SPACES.
           03 WS-BO-NEXT-SEQ    PIC 9(3)          VALUE ZERO.
           03 WS-BO-ACTIVE      PIC X(1)          VALUE 'N'.
              88 BO-BROWSE-ACTIVE  VALUE 'Y'.
           03 WS-SO-ACTIVE      PIC X(1)          VALUE 'N'.
              88 SO-BROWSE-ACTIVE  VALUE 'Y'.
           03 WS-AVAILABLE      PIC S9(9) COMP-3  VALUE ZERO.
           03 WS-LOW-RANK       PIC 9(1)          VALUE ZERO.
           03 WS-LINE-RANK      PIC 9(1)          VALUE ZERO.
           03 WS-LIVE-LINES     PIC 9(3)          VALUE ZERO.
           03 WS-UNSHIPPED      PIC 9(3)          VALUE ZERO.
           03 WS-ORDER-VALUE    PIC 9(11)V99 COMP-3 VALUE ZERO.
           03 WS-LINE-IX        PIC 9(3)  COMP    VALUE ZERO.
           03 WS-SERIAL-IX      PIC 9(3)  COMP    VALUE ZERO.
      *
      *    The requester reference that ties a reservation, a
      *    backorder and an issue back to the order line.
       01  WS-SALES-REF.
           03 WS-SALES-REF-TAG       PIC X(1) VALUE 'S'.
           03 WS-SALES-REF-ORDER     PIC 9(8) VALUE ZERO.
           03 WS-SALES-REF-LINE      PIC 9(3) VALUE ZERO.
      *
      *    The RESVSTK commarea.
       01  WS-RESERVE-AREA.
           03 RV-PART-ID             PIC 9(8) DISPLAY.
           03 RV-ACTION              PIC X(1).
           03 RV-RESERVE-QUANTITY    PIC 9(8) DISPLAY.
           03 RV-REQUESTER-REF       PIC X(12).
           03 RV-RESERVATION-SEQ     PIC 9(3) DISPLAY.
           03 RV-RETURN-CODE         PIC X(1).
      *
      *    The full-grown ISSUGDS commarea a shipment sends.
       01  WS-ISSUE-AREA.
           03 IS-PART-ID             PIC 9(8) DISPLAY.
           03 IS-ISSUE-QUANTITY      PIC 9(8) DISPLAY.
           03 IS-STOCK-PART          PIC X(124).
           03 IS-RETURN-CODE         PIC X(1).
           03 IS-LOCATION            PIC X(10).
           03 IS-RESERVATION-SEQ     PIC 9(3) DISPLAY.
           03 IS-REQUESTER-REF       PIC X(12).
           03 IS-KIT-MODE            PIC X(1).
           03 IS-DEPARTMENT          PIC X(6).
           03 IS-SUGGESTED-LOCATION  PIC X(10).
           03 IS-SERIAL-COUNT        PIC 9(2) DISPLAY.
           03 IS-SERIAL-NUMBER       OCCURS 10 TIMES PIC X(15).
           03 IS-REQUISITION         PIC X(8).
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-CREATE       VALUE 'C'.
              88 CA-ACTION-ADD-LINE     VALUE 'L'.
              88 CA-ACTION-ALLOCATE     VALUE 'A'.
              88 CA-ACTION-PICKED       VALUE 'P'.
              88 CA-ACTION-SHIP         VALUE 'S'.
              88 CA-ACTION-CANCEL-LINE  VALUE 'X'.
              88 CA-ACTION-CLOSE        VALUE 'Z'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
      *
      *    Output on create (the number the order was given);
      *    input on everything else.
           03 CA-ORDER-NUMBER        PIC 9(8) DISPLAY.
      *
      *    Create fields.
           03 CA-CUSTOMER-ID         PIC 9(8) DISPLAY.
           03 CA-CUSTOMER-PO         PIC X(20).
      *
      *    Output on add-line; input on allocate, picked, ship and
      *    cancel.
           03 CA-LINE-NUMBER         PIC 9(3) DISPLAY.
      *
      *    Add-line fields.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-QUANTITY            PIC 9(8) DISPLAY.
           03 CA-REQUESTED-SHIP-DATE PIC X(8).
      *
      *    Ship fields - the location to issue from (blank takes
      *    the part's home location) and, for a serial-controlled
      *    part, the serials leaving.
           03 CA-LOCATION            PIC X(10).
           03 CA-SERIAL-COUNT        PIC 9(2) DISPLAY.
           03 CA-SERIAL-NUMBER       OCCURS 10 TIMES PIC X(15).
      *
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    The order's state, output on every action.
           03 CA-ORDER-STATUS        PIC X(1).
           03 CA-LINE-STATUS         PIC X(1).
           03 CA-RESERVATION-SEQ     PIC 9(3) DISPLAY.
           03 CA-BACKORDER-SEQ       PIC 9(3) DISPLAY.
           03 CA-ORDER-VALUE         PIC 9(11)V99 DISPLAY.
           03 CA-LINE-COUNT          PIC 9(3) DISPLAY.
           03 CA-LINE                OCCURS 20 TIMES.
              05 CA-LN-LINE-NUMBER   PIC 9(3) DISPLAY.
              05 CA-LN-PART-ID       PIC 9(8) DISPLAY.
              05 CA-LN-QUANTITY      PIC 9(8) DISPLAY.
              05 CA-LN-SHIP-DATE     PIC X(8).
              05 CA-LN-STATUS        PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACE TO CA-ORDER-STATUS.
           MOVE SPACE TO CA-LINE-STATUS.
           MOVE ZERO TO CA-RESERVATION-SEQ.
           MOVE ZERO TO CA-BACKORDER-SEQ.
           MOVE ZERO TO CA-ORDER-VALUE.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM GET-RUNTIME-PARMS.
      *
           EVALUATE TRUE
              WHEN CA-ACTION-CREATE
                 PERFORM DO-CREATE-ORDER
              WHEN CA-ACTION-ADD-LINE
                 PERFORM DO-ADD-LINE
              WHEN CA-ACTION-ALLOCATE
                 PERFORM DO-ALLOCATE-LINE
              WHEN CA-ACTION-PICKED
                 PERFORM DO-CONFIRM-PICKED
              WHEN CA-ACTION-SHIP
                 PERFORM DO-SHIP-LINE
              WHEN CA-ACTION-CANCEL-LINE
                 PERFORM DO-CANCEL-LINE
              WHEN CA-ACTION-CLOSE
                 PERFORM DO-CLOSE-ORDER
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE
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
      *    Override the compiled sales department with whatever
      *    operations has put on PARMFILE - an absent or blank key
      *    leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'SALESDPT' TO PM-PARM-KEY.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                     INTO(PARAMETER-RECORD)
                     RIDFLD(PM-PARM-KEY)
                     RESP(PARM-RESP)
                     END-EXEC.
           IF PARM-RESP EQUAL DFHRESP(NORMAL)
              AND PM-PARM-VALUE(1:6) NOT EQUAL SPACES
              MOVE PM-PARM-VALUE(1:6) TO SALES-DEPARTMENT
           END-IF.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    Create an order header: active customer, next number off
      *    the control record.
       DO-CREATE-ORDER.
      *
           MOVE CA-CUSTOMER-ID TO CU-CUSTOMER-ID.
           PERFORM VALIDATE-CUSTOMER.
           IF RC-SUCCESS
              PERFORM TAKE-NEXT-ORDER-NUMBER
           END-IF.
           IF RC-SUCCESS
              MOVE SPACES TO SALES-ORDER-RECORD
              MOVE SOC-LAST-ORDER-NUMBER TO SO-ORDER-NUMBER
              MOVE ZERO TO SO-LINE-NUMBER
              SET SO-HEADER-RECORD TO TRUE
              MOVE CA-CUSTOMER-ID TO SO-CUSTOMER-ID
              MOVE WS-DATE8 TO SO-ORDER-DATE
              SET SO-STATUS-OPEN TO TRUE
              MOVE WS-USERID TO SO-ENTERED-BY
              MOVE CA-CUSTOMER-PO TO SO-CUSTOMER-PO
              MOVE ZERO TO SO-LINE-COUNT
              MOVE ZERO TO SO-TOTAL-VALUE
              EXEC CICS WRITE FILE(ORDER-FILE-NAME)
                        FROM(SALES-ORDER-RECORD)
                        RIDFLD(SO-KEY)
                        RESP(ORDER-RESP)
                        END-EXEC
              IF ORDER-RESP EQUAL DFHRESP(NORMAL)
                 MOVE SO-ORDER-NUMBER TO CA-ORDER-NUMBER
                 MOVE SO-STATUS TO CA-ORDER-STATUS
              ELSE
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       DO-CREATE-ORDER-EXIT.
           EXIT.
      *
      *    The customer must be on file and ACTIVE - a held
      *    customer takes no new orders or lines.
       VALIDATE-CUSTOMER.
      *
           EXEC CICS READ FILE(CUST-FILE-NAME)
                     INTO(CUSTOMER-RECORD)
                     RIDFLD(CU-CUSTOMER-ID)
                     RESP(CUST-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN CUST-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN CUST-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT CU-STATUS-ACTIVE
                 SET RC-SUPPLIER-BLOCKED TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       VALIDATE-CUSTOMER-EXIT.
           EXIT.
      *
      *    The SONUMCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back.
       TAKE-NEXT-ORDER-NUMBER.
      *
           MOVE ZERO TO WS-CTL-RBA.
           EXEC CICS READ FILE(CTL-FILE-NAME)
                     INTO(SO-CONTROL-RECORD)
                     RIDFLD(WS-CTL-RBA)
                     RBA
                     UPDATE
                     RESP(CTL-RESP)
                     END-EXEC.
           IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO SOC-LAST-ORDER-NUMBER
              MOVE WS-DATE8 TO SOC-LAST-USED-DATE
              EXEC CICS REWRITE FILE(CTL-FILE-NAME)
                        FROM(SO-CONTROL-RECORD)
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
      *    Add a line to an order still taking lines: the header's
      *    customer still active, a real part not discontinued, the
      *    next line number off the header, then the reservation -
      *    or the backorder when the stock is not free.
       DO-ADD-LINE.
      *
           MOVE CA-ORDER-NUMBER TO WS-ORDER-KEY-NUMBER.
           MOVE ZERO TO WS-ORDER-KEY-LINE.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
                     INTO(SALES-ORDER-RECORD)
                     RIDFLD(WS-ORDER-KEY)
                     RESP(ORDER-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN ORDER-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN SO-STATUS-CLOSED OR SO-STATUS-CANCELLED
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 MOVE SO-CUSTOMER-ID TO CU-CUSTOMER-ID
                 PERFORM VALIDATE-CUSTOMER
           END-EVALUATE.
           IF RC-SUCCESS
              PERFORM VALIDATE-PART
           END-IF.
           IF RC-SUCCESS
              PERFORM TAKE-NEXT-LINE-NUMBER
           END-IF.
           IF RC-SUCCESS
              MOVE SPACES TO SALES-ORDER-RECORD
              MOVE CA-ORDER-NUMBER TO SO-ORDER-NUMBER
              MOVE CA-LINE-NUMBER TO SO-LINE-NUMBER
              SET SO-DETAIL-RECORD TO TRUE
              MOVE CU-CUSTOMER-ID TO SO-CUSTOMER-ID
              MOVE WS-DATE8 TO SO-ORDER-DATE
              SET SO-STATUS-OPEN TO TRUE
              MOVE WS-USERID TO SO-ENTERED-BY
              MOVE CA-PART-ID TO SO-PART-ID
              MOVE CA-QUANTITY TO SO-QUANTITY
              MOVE UNIT-PRICE OF WS-STOCK-PART TO SO-UNIT-PRICE
              MOVE CA-REQUESTED-SHIP-DATE TO SO-REQUESTED-SHIP-DATE
              MOVE ZERO TO SO-RESERVATION-SEQ
              MOVE ZERO TO SO-BACKORDER-SEQ
              PERFORM RESERVE-LINE-STOCK
              IF RC-SUCCESS
                 SET SO-STATUS-ALLOCATED TO TRUE
              ELSE
                 IF RC-VALIDATION-ERROR
      *             Not enough free stock - the line is taken all
      *             the same and waits on a backorder.
                    SET RC-SUCCESS TO TRUE
                    PERFORM WRITE-LINE-BACKORDER
                 END-IF
              END-IF
              EXEC CICS WRITE FILE(ORDER-FILE-NAME)
                        FROM(SALES-ORDER-RECORD)
                        RIDFLD(SO-KEY)
                        RESP(ORDER-RESP)
                        END-EXEC
              IF ORDER-RESP EQUAL DFHRESP(NORMAL)
                 PERFORM MOVE-LINE-TO-COMMAREA
                 PERFORM REFRESH-ORDER-HEADER
              ELSE
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       DO-ADD-LINE-EXIT.
           EXIT.
      *
       VALIDATE-PART.
      *
           IF CA-QUANTITY EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
              EXEC CICS READ FILE(PART-FILE-NAME)
                        INTO(WS-STOCK-PART)
                        RIDFLD(PART-ID OF WS-STOCK-PART)
                        RESP(PART-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN PART-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-NOTFND TO TRUE
                 WHEN PART-IS-DISCONTINUED OF WS-STOCK-PART
                    SET RC-DISCONTINUED TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       VALIDATE-PART-EXIT.
           EXIT.
      *
      *    The header keeps the last line number used - lock it,
      *    take the next, write it back.
       TAKE-NEXT-LINE-NUMBER.
      *
           EXEC CICS READ FILE(ORDER-FILE-NAME)
                     INTO(SALES-ORDER-RECORD)
                     RIDFLD(WS-ORDER-KEY)
                     UPDATE
                     RESP(ORDER-RESP)
                     END-EXEC.
           IF ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO SO-LINE-COUNT
              MOVE SO-LINE-COUNT TO CA-LINE-NUMBER
              EXEC CICS REWRITE FILE(ORDER-FILE-NAME)
                        FROM(SALES-ORDER-RECORD)
                        RESP(ORDER-RESP)
                        END-EXEC
              IF ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       TAKE-NEXT-LINE-NUMBER-EXIT.
           EXIT.
      *
      *    Reserve the line's quantity through RESVSTK under the
      *    line's sales reference. The reservation's own return code
      *    comes back - 'V' means the free stock would not cover it.
       RESERVE-LINE-STOCK.
      *
           MOVE SO-ORDER-NUMBER TO WS-SALES-REF-ORDER.
           MOVE SO-LINE-NUMBER TO WS-SALES-REF-LINE.
           MOVE SO-PART-ID TO RV-PART-ID.
           MOVE 'R' TO RV-ACTION.
           MOVE SO-QUANTITY TO RV-RESERVE-QUANTITY.
           MOVE WS-SALES-REF TO RV-REQUESTER-REF.
           MOVE ZERO TO RV-RESERVATION-SEQ.
           MOVE SPACE TO RV-RETURN-CODE.
           EXEC CICS LINK PROGRAM(RESERVE-PROGRAM)
                     COMMAREA(WS-RESERVE-AREA)
                     LENGTH(33)
                     RESP(LINK-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN RV-RETURN-CODE EQUAL '0'
                 MOVE RV-RESERVATION-SEQ TO SO-RESERVATION-SEQ
              WHEN OTHER
                 MOVE RV-RETURN-CODE TO RETURN-CODE
           END-EVALUATE.
      *
       RESERVE-LINE-STOCK-EXIT.
           EXIT.
      *
      *    Record the line's shortfall - what the free stock (on
      *    hand less already reserved) falls short by - as a
      *    backorder on the next free sequence for the part, so the
      *    receipt path fills it and notifies as for any other.
       WRITE-LINE-BACKORDER.
      *
           MOVE ZERO TO WS-BO-NEXT-SEQ.
           MOVE SO-PART-ID TO WS-BO-BROWSE-KEY(1:8).
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
                    AND BO-PART-ID EQUAL SO-PART-ID
                    MOVE BO-SEQUENCE TO WS-BO-NEXT-SEQ
                 ELSE
                    MOVE 'N' TO WS-BO-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(BACKORD-FILE-NAME) END-EXEC
           END-IF.
           ADD 1 TO WS-BO-NEXT-SEQ.
      *
           COMPUTE WS-AVAILABLE =
                   STOCK-QUANTITY OF WS-STOCK-PART -
                   RESERVED-QUANTITY OF WS-STOCK-PART.
           IF WS-AVAILABLE LESS THAN ZERO
              OR WS-AVAILABLE NOT LESS THAN SO-QUANTITY
              MOVE ZERO TO WS-AVAILABLE
           END-IF.
      *
           MOVE SPACES TO BACKORDER-RECORD.
           MOVE SO-PART-ID TO BO-PART-ID.
           MOVE WS-BO-NEXT-SEQ TO BO-SEQUENCE.
           COMPUTE BO-SHORT-QUANTITY = SO-QUANTITY - WS-AVAILABLE.
           MOVE WS-SALES-REF TO BO-REQUESTER-REF.
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
           IF BO-RESP EQUAL DFHRESP(NORMAL)
              MOVE BO-SEQUENCE TO SO-BACKORDER-SEQ
           END-IF.
      *
       WRITE-LINE-BACKORDER-EXIT.
           EXIT.
      *
      *    Mark the line's backorder filled - the line has been
      *    reserved after all, or cancelled.
       FILL-LINE-BACKORDER.
      *
           IF SO-BACKORDER-SEQ GREATER THAN ZERO
              MOVE SO-PART-ID TO BO-PART-ID
              MOVE SO-BACKORDER-SEQ TO BO-SEQUENCE
              EXEC CICS READ FILE(BACKORD-FILE-NAME)
                        INTO(BACKORDER-RECORD)
                        RIDFLD(BO-KEY)
                        UPDATE
                        RESP(BO-RESP)
                        END-EXEC
              IF BO-RESP EQUAL DFHRESP(NORMAL)
                 IF BO-STATUS-OPEN
                    SET BO-STATUS-FILLED TO TRUE
                    MOVE WS-DATE8(1:4) TO BO-FILL-DATE-YYYY
                    MOVE WS-DATE8(5:2) TO BO-FILL-DATE-MM
                    MOVE WS-DATE8(7:2) TO BO-FILL-DATE-DD
                    EXEC CICS REWRITE FILE(BACKORD-FILE-NAME)
                              FROM(BACKORDER-RECORD)
                              RESP(BO-RESP)
                              END-EXEC
                 ELSE
                    EXEC CICS UNLOCK FILE(BACKORD-FILE-NAME)
                              END-EXEC
                 END-IF
              END-IF
           END-IF.
      *
       FILL-LINE-BACKORDER-EXIT.
           EXIT.
      *
      *    Re-try the reservation of an OPEN line - typically once
      *    the receipt that fills its backorder has landed.
       DO-ALLOCATE-LINE.
      *
           PERFORM LOCK-ORDER-LINE.
           IF RC-SUCCESS
              IF NOT SO-STATUS-OPEN
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
              ELSE
                 PERFORM RESERVE-LINE-STOCK
                 IF RC-SUCCESS
                    SET SO-STATUS-ALLOCATED TO TRUE
                    PERFORM FILL-LINE-BACKORDER
                    PERFORM REWRITE-ORDER-LINE
                 ELSE
                    EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
                 END-IF
              END-IF
           END-IF.
      *
       DO-ALLOCATE-LINE-EXIT.
           EXIT.
      *
      *    Confirm an ALLOCATED line picked from the shelf.
       DO-CONFIRM-PICKED.
      *
           PERFORM LOCK-ORDER-LINE.
           IF RC-SUCCESS
              IF NOT SO-STATUS-ALLOCATED
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
              ELSE
                 SET SO-STATUS-PICKED TO TRUE
                 PERFORM REWRITE-ORDER-LINE
              END-IF
           END-IF.
      *
       DO-CONFIRM-PICKED-EXIT.
           EXIT.
      *
      *    Ship an ALLOCATED or PICKED line through the ordinary
      *    issue path. The issue consumes the line's reservation;
      *    its own return code decides - anything but success
      *    leaves the line as it was and goes back as-is.
       DO-SHIP-LINE.
      *
           PERFORM LOCK-ORDER-LINE.
           IF RC-SUCCESS
              IF NOT SO-STATUS-ALLOCATED AND NOT SO-STATUS-PICKED
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
              ELSE
                 MOVE SO-ORDER-NUMBER TO WS-SALES-REF-ORDER
                 MOVE SO-LINE-NUMBER TO WS-SALES-REF-LINE
                 MOVE SPACES TO WS-ISSUE-AREA
                 MOVE SO-PART-ID TO IS-PART-ID
                 MOVE SO-QUANTITY TO IS-ISSUE-QUANTITY
                 MOVE CA-LOCATION TO IS-LOCATION
                 MOVE SO-RESERVATION-SEQ TO IS-RESERVATION-SEQ
                 MOVE WS-SALES-REF TO IS-REQUESTER-REF
                 MOVE SALES-DEPARTMENT TO IS-DEPARTMENT
                 MOVE ZERO TO IS-SERIAL-COUNT
                 IF CA-SERIAL-COUNT NUMERIC
                    AND CA-SERIAL-COUNT GREATER THAN ZERO
                    AND CA-SERIAL-COUNT NOT GREATER THAN 10
                    MOVE CA-SERIAL-COUNT TO IS-SERIAL-COUNT
                    PERFORM VARYING WS-SERIAL-IX FROM 1 BY 1
                            UNTIL WS-SERIAL-IX GREATER THAN
                                  CA-SERIAL-COUNT
                       MOVE CA-SERIAL-NUMBER(WS-SERIAL-IX)
                         TO IS-SERIAL-NUMBER(WS-SERIAL-IX)
                    END-PERFORM
                 END-IF
                 EXEC CICS LINK PROGRAM(ISSUE-PROGRAM)
                           COMMAREA(WS-ISSUE-AREA)
                           LENGTH(343)
                           RESP(LINK-RESP)
                           END-EXEC
                 IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                    EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
                 ELSE
                    IF IS-RETURN-CODE EQUAL '0'
                       SET SO-STATUS-SHIPPED TO TRUE
                       MOVE WS-DATE8 TO SO-SHIP-DATE
                       MOVE WS-USERID TO SO-SHIPPED-BY
                       MOVE IS-LOCATION TO SO-SHIP-LOCATION
                       PERFORM REWRITE-ORDER-LINE
                    ELSE
                       MOVE IS-RETURN-CODE TO RETURN-CODE
                       EXEC CICS UNLOCK FILE(ORDER-FILE-NAME)
                                 END-EXEC
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       DO-SHIP-LINE-EXIT.
           EXIT.
      *
      *    Cancel a line not yet shipped - its reservation goes
      *    back to free stock, or its backorder is filled off so
      *    the receipt path stops chasing it.
       DO-CANCEL-LINE.
      *
           PERFORM LOCK-ORDER-LINE.
           IF RC-SUCCESS
              EVALUATE TRUE
                 WHEN SO-STATUS-SHIPPED OR SO-STATUS-CANCELLED
                    SET RC-VALIDATION-ERROR TO TRUE
                    EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
                 WHEN SO-STATUS-OPEN
                    PERFORM FILL-LINE-BACKORDER
                    SET SO-STATUS-CANCELLED TO TRUE
                    PERFORM REWRITE-ORDER-LINE
                 WHEN OTHER
                    MOVE SO-PART-ID TO RV-PART-ID
                    MOVE 'L' TO RV-ACTION
                    MOVE SO-QUANTITY TO RV-RESERVE-QUANTITY
                    MOVE SPACES TO RV-REQUESTER-REF
                    MOVE SO-RESERVATION-SEQ TO RV-RESERVATION-SEQ
                    MOVE SPACE TO RV-RETURN-CODE
                    EXEC CICS LINK PROGRAM(RESERVE-PROGRAM)
                              COMMAREA(WS-RESERVE-AREA)
                              LENGTH(33)
                              RESP(LINK-RESP)
                              END-EXEC
                    IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                       OR RV-RETURN-CODE NOT EQUAL '0'
                       SET RC-FILE-ERROR TO TRUE
                       EXEC CICS UNLOCK FILE(ORDER-FILE-NAME)
                                 END-EXEC
                    ELSE
                       SET SO-STATUS-CANCELLED TO TRUE
                       PERFORM REWRITE-ORDER-LINE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-CANCEL-LINE-EXIT.
           EXIT.
      *
      *    Close an order whose every line is shipped or cancelled.
       DO-CLOSE-ORDER.
      *
           PERFORM SCAN-ORDER-LINES.
           IF RC-SUCCESS
              IF WS-UNSHIPPED GREATER THAN ZERO
                 SET RC-VALIDATION-ERROR TO TRUE
              ELSE
                 PERFORM LOCK-ORDER-HEADER
              END-IF
           END-IF.
           IF RC-SUCCESS
              IF SO-STATUS-CLOSED OR SO-STATUS-CANCELLED
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
              ELSE
                 SET SO-STATUS-CLOSED TO TRUE
                 MOVE WS-DATE8 TO SO-CLOSED-DATE
                 MOVE WS-USERID TO SO-CLOSED-BY
                 EXEC CICS REWRITE FILE(ORDER-FILE-NAME)
                           FROM(SALES-ORDER-RECORD)
                           RESP(ORDER-RESP)
                           END-EXEC
                 IF ORDER-RESP EQUAL DFHRESP(NORMAL)
                    MOVE SO-STATUS TO CA-ORDER-STATUS
                    MOVE SO-TOTAL-VALUE TO CA-ORDER-VALUE
                 ELSE
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       DO-CLOSE-ORDER-EXIT.
           EXIT.
      *
      *    Return the header and its first lines.
       DO-INQUIRE.
      *
           MOVE ZERO TO CA-LINE-COUNT.
           MOVE CA-ORDER-NUMBER TO WS-ORDER-KEY-NUMBER.
           MOVE ZERO TO WS-ORDER-KEY-LINE.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
                     INTO(SALES-ORDER-RECORD)
                     RIDFLD(WS-ORDER-KEY)
                     RESP(ORDER-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN ORDER-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE SO-CUSTOMER-ID TO CA-CUSTOMER-ID
                 MOVE SO-CUSTOMER-PO TO CA-CUSTOMER-PO
                 MOVE SO-STATUS TO CA-ORDER-STATUS
                 MOVE SO-TOTAL-VALUE TO CA-ORDER-VALUE
                 PERFORM LIST-ORDER-LINES
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
       LIST-ORDER-LINES.
      *
           MOVE ZERO TO WS-LINE-IX.
           MOVE 1 TO WS-ORDER-KEY-LINE.
           EXEC CICS STARTBR FILE(ORDER-FILE-NAME)
                     RIDFLD(WS-ORDER-KEY)
                     GTEQ
                     RESP(ORDER-RESP)
                     END-EXEC.
           IF ORDER-RESP EQUAL DFHRESP(NORMAL)
              SET SO-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT SO-BROWSE-ACTIVE
                 EXEC CICS READNEXT FILE(ORDER-FILE-NAME)
                           INTO(SALES-ORDER-RECORD)
                           RIDFLD(WS-ORDER-KEY)
                           RESP(ORDER-RESP)
                           END-EXEC
                 IF ORDER-RESP EQUAL DFHRESP(NORMAL)
                    AND SO-ORDER-NUMBER EQUAL CA-ORDER-NUMBER
                    AND WS-LINE-IX LESS THAN MAX-INQUIRY-LINES
                    ADD 1 TO WS-LINE-IX
                    MOVE SO-LINE-NUMBER
                      TO CA-LN-LINE-NUMBER(WS-LINE-IX)
                    MOVE SO-PART-ID TO CA-LN-PART-ID(WS-LINE-IX)
                    MOVE SO-QUANTITY TO CA-LN-QUANTITY(WS-LINE-IX)
                    MOVE SO-REQUESTED-SHIP-DATE
                      TO CA-LN-SHIP-DATE(WS-LINE-IX)
                    MOVE SO-STATUS TO CA-LN-STATUS(WS-LINE-IX)
                 ELSE
                    MOVE 'N' TO WS-SO-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ORDER-FILE-NAME) END-EXEC
           END-IF.
           MOVE WS-LINE-IX TO CA-LINE-COUNT.
      *
       LIST-ORDER-LINES-EXIT.
           EXIT.
      *
       LOCK-ORDER-HEADER.
      *
           MOVE CA-ORDER-NUMBER TO WS-ORDER-KEY-NUMBER.
           MOVE ZERO TO WS-ORDER-KEY-LINE.
           EXEC CICS READ FILE(ORDER-FILE-NAME)
                     INTO(SALES-ORDER-RECORD)
                     RIDFLD(WS-ORDER-KEY)
                     UPDATE
                     RESP(ORDER-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN ORDER-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       LOCK-ORDER-HEADER-EXIT.
           EXIT.
      *
      *    Lock a detail line - line 000 is the header and never a
      *    line.
       LOCK-ORDER-LINE.
      *
           IF CA-LINE-NUMBER NOT NUMERIC
              OR CA-LINE-NUMBER EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-ORDER-NUMBER TO WS-ORDER-KEY-NUMBER
              MOVE CA-LINE-NUMBER TO WS-ORDER-KEY-LINE
              EXEC CICS READ FILE(ORDER-FILE-NAME)
                        INTO(SALES-ORDER-RECORD)
                        RIDFLD(WS-ORDER-KEY)
                        UPDATE
                        RESP(ORDER-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN ORDER-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       LOCK-ORDER-LINE-EXIT.
           EXIT.
      *
      *    Write back a changed line, hand its state back, and roll
      *    the change up to the header.
       REWRITE-ORDER-LINE.
      *
           EXEC CICS REWRITE FILE(ORDER-FILE-NAME)
                     FROM(SALES-ORDER-RECORD)
                     RESP(ORDER-RESP)
                     END-EXEC.
           IF ORDER-RESP EQUAL DFHRESP(NORMAL)
              PERFORM MOVE-LINE-TO-COMMAREA
              PERFORM REFRESH-ORDER-HEADER
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       REWRITE-ORDER-LINE-EXIT.
           EXIT.
      *
       MOVE-LINE-TO-COMMAREA.
      *
           MOVE SO-LINE-NUMBER TO CA-LINE-NUMBER.
           MOVE SO-STATUS TO CA-LINE-STATUS.
           MOVE SO-RESERVATION-SEQ TO CA-RESERVATION-SEQ.
           MOVE SO-BACKORDER-SEQ TO CA-BACKORDER-SEQ.
      *
       MOVE-LINE-TO-COMMAREA-EXIT.
           EXIT.
      *
      *    Walk the order's lines: the least-advanced live line
      *    (1 open, 2 allocated, 3 picked, 4 shipped), how many are
      *    neither shipped nor cancelled, and the live value.
       SCAN-ORDER-LINES.
      *
           MOVE 9 TO WS-LOW-RANK.
           MOVE ZERO TO WS-LIVE-LINES.
           MOVE ZERO TO WS-UNSHIPPED.
           MOVE ZERO TO WS-ORDER-VALUE.
           MOVE CA-ORDER-NUMBER TO WS-ORDER-KEY-NUMBER.
           MOVE 1 TO WS-ORDER-KEY-LINE.
           EXEC CICS STARTBR FILE(ORDER-FILE-NAME)
                     RIDFLD(WS-ORDER-KEY)
                     GTEQ
                     RESP(ORDER-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN ORDER-RESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 SET SO-BROWSE-ACTIVE TO TRUE
                 PERFORM UNTIL NOT SO-BROWSE-ACTIVE
                    EXEC CICS READNEXT FILE(ORDER-FILE-NAME)
                              INTO(SALES-ORDER-RECORD)
                              RIDFLD(WS-ORDER-KEY)
                              RESP(ORDER-RESP)
                              END-EXEC
                    IF ORDER-RESP EQUAL DFHRESP(NORMAL)
                       AND SO-ORDER-NUMBER EQUAL CA-ORDER-NUMBER
                       PERFORM TALLY-ORDER-LINE
                    ELSE
                       MOVE 'N' TO WS-SO-ACTIVE
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(ORDER-FILE-NAME) END-EXEC
           END-EVALUATE.
      *
       SCAN-ORDER-LINES-EXIT.
           EXIT.
      *
       TALLY-ORDER-LINE.
      *
           EVALUATE TRUE
              WHEN SO-STATUS-OPEN
                 MOVE 1 TO WS-LINE-RANK
              WHEN SO-STATUS-ALLOCATED
                 MOVE 2 TO WS-LINE-RANK
              WHEN SO-STATUS-PICKED
                 MOVE 3 TO WS-LINE-RANK
              WHEN SO-STATUS-SHIPPED
                 MOVE 4 TO WS-LINE-RANK
              WHEN OTHER
                 MOVE ZERO TO WS-LINE-RANK
           END-EVALUATE.
           IF WS-LINE-RANK GREATER THAN ZERO
              ADD 1 TO WS-LIVE-LINES
              COMPUTE WS-ORDER-VALUE = WS-ORDER-VALUE +
                      SO-QUANTITY * SO-UNIT-PRICE
              IF WS-LINE-RANK LESS THAN WS-LOW-RANK
                 MOVE WS-LINE-RANK TO WS-LOW-RANK
              END-IF
              IF WS-LINE-RANK LESS THAN 4
                 ADD 1 TO WS-UNSHIPPED
              END-IF
           END-IF.
      *
       TALLY-ORDER-LINE-EXIT.
           EXIT.
      *
      *    Roll the lines up to the header: its status follows the
      *    least-advanced live line, its value the live lines. A
      *    closed order is left alone.
       REFRESH-ORDER-HEADER.
      *
           PERFORM SCAN-ORDER-LINES.
           IF RC-SUCCESS
              PERFORM LOCK-ORDER-HEADER
           END-IF.
           IF RC-SUCCESS
              IF SO-STATUS-CLOSED OR SO-STATUS-CANCELLED
                 EXEC CICS UNLOCK FILE(ORDER-FILE-NAME) END-EXEC
              ELSE
                 EVALUATE WS-LOW-RANK
                    WHEN 2
                       SET SO-STATUS-ALLOCATED TO TRUE
                    WHEN 3
                       SET SO-STATUS-PICKED TO TRUE
                    WHEN 4
                       SET SO-STATUS-SHIPPED TO TRUE
                    WHEN OTHER
                       SET SO-STATUS-OPEN TO TRUE
                 END-EVALUATE
                 MOVE WS-ORDER-VALUE TO SO-TOTAL-VALUE
                 EXEC CICS REWRITE FILE(ORDER-FILE-NAME)
                           FROM(SALES-ORDER-RECORD)
                           RESP(ORDER-RESP)
                           END-EXEC
                 IF ORDER-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
              END-IF
              MOVE SO-STATUS TO CA-ORDER-STATUS
              MOVE SO-TOTAL-VALUE TO CA-ORDER-VALUE
           END-IF.
      *
       REFRESH-ORDER-HEADER-EXIT.
           EXIT.
