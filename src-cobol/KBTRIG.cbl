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
      * Kanban card trigger. When a line-side bin empties, its card
      * is scanned on the RF gun (RFGUN function K) and this
      * program replenishes the bin from the card's KANBAN source
      * in one unit of work:
      *
      *   'S' supplier - a draft PO to the card's supplier, one
      *       kanban line for the bin quantity at the part's
      *       price, numbered off the PONUMCTL control record the
      *       way PLANAPV firms a planned order. The line carries
      *       the card ID, so the receipt that closes it (RECVGDS)
      *       sends the card back to full. The draft is released
      *       on the PORDMENU workbench like any other;
      *   'T' transfer - an open KBXFER proposal to move the bin
      *       quantity from the card's bulk location to the line
      *       side. The STKXFER transfer that lands it there sends
      *       the card back to full.
      *
      * The card is then stamped in replenishment with who scanned
      * it and when. A card already in replenishment raises
      * nothing and answers 'R' - the second scan of the same
      * empty bin; a discontinued part answers 'X'.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              KBTRIG.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    KANBAN copybook - the card being scanned.
           COPY KANBAN.
      *
      *    KBXFER copybook - the transfer proposal a transfer card
      *    raises.
           COPY KBXFER.
      *
      *    PURCHORD copybook - the draft PO a supplier card raises.
           COPY PURCHORD.
      *
      *    POCTLREC copybook - the one-record PO-number control.
           COPY POCTLREC.
      *
      *    STOCK-PART copybook - the part's price, description and
      *    the currency its price is quoted in.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    EXCHRATE copybook - the rate the draft line converts
      *    to home currency at.
           COPY EXCHRATE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  KANBAN-FILE-NAME     PIC X(8) VALUE 'KANBAN'.
       77  KBXFER-FILE-NAME     PIC X(8) VALUE 'KBXFER'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  CTL-FILE-NAME        PIC X(8) VALUE 'PONUMCTL'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'SMPLXMPL'.
       77  RATE-FILE-NAME       PIC X(8) VALUE 'EXCHRATE'.
      *
      *    The currency PO totals are kept in - as PORDGEN.
       77  HOME-CURRENCY-CODE   PIC X(3) VALUE 'USD'.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 KBXFER-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 CTL-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 PART-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 RATE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-BROWSE-ACTIVE  PIC X(1)          VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-NEW-PO-NUMBER  PIC 9(8)          VALUE ZERO.
           03 WS-LINE-RATE      PIC 9(4)V9(6) PACKED-DECIMAL
                                                  VALUE ZERO.
           03 WS-LINE-VALUE     PIC 9(11)V99 PACKED-DECIMAL
                                                  VALUE ZERO.
           03 WS-RATE-KEY       PIC X(11)         VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-CARD-ID             PIC X(8).
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Output - what was raised: the card's source type, the
      *    draft PO number on a supplier card, and the part,
      *    quantity and bulk location the refill is for.
           03 CA-SOURCE-TYPE         PIC X(1).
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-QUANTITY            PIC 9(8) DISPLAY.
           03 CA-FROM-LOCATION       PIC X(10).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACES TO CA-SOURCE-TYPE.
           MOVE ZERO TO CA-PO-NUMBER.
           MOVE ZERO TO CA-PART-ID.
           MOVE ZERO TO CA-QUANTITY.
           MOVE SPACES TO CA-FROM-LOCATION.
      *
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
      *
           MOVE CA-CARD-ID TO KB-CARD-ID.
           EXEC CICS READ FILE(KANBAN-FILE-NAME)
                     INTO(KANBAN-CARD-RECORD)
                     RIDFLD(KB-CARD-ID)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN KB-STATUS-IN-REPLEN
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
                 SET RC-CARD-IN-REPLEN TO TRUE
              WHEN KB-SOURCE-SUPPLIER
                 PERFORM RAISE-KANBAN-PO
              WHEN KB-SOURCE-TRANSFER
                 PERFORM RAISE-TRANSFER-PROPOSAL
              WHEN OTHER
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
      *
           IF RC-SUCCESS
              PERFORM STAMP-IN-REPLENISHMENT
           END-IF.
      *
           IF RC-SUCCESS
              MOVE KB-SOURCE-TYPE TO CA-SOURCE-TYPE
              MOVE KB-PO-NUMBER TO CA-PO-NUMBER
              MOVE KB-PART-ID TO CA-PART-ID
              MOVE KB-BIN-QUANTITY TO CA-QUANTITY
              MOVE KB-SOURCE-LOCATION TO CA-FROM-LOCATION
           END-IF.
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    A supplier card: the part must be live, then a draft PO
      *    with the card's kanban line.
       RAISE-KANBAN-PO.
      *
           EXEC CICS READ FILE(PART-FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(KB-PART-ID)
                     RESP(PART-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN PART-RESP EQUAL DFHRESP(NOTFND)
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
                 SET RC-NOTFND TO TRUE
              WHEN PART-RESP NOT EQUAL DFHRESP(NORMAL)
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
                 SET RC-FILE-ERROR TO TRUE
              WHEN PART-IS-DISCONTINUED OF WS-STOCK-PART
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
                 SET RC-DISCONTINUED TO TRUE
              WHEN OTHER
                 PERFORM TAKE-NEXT-PO-NUMBER
                 IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
                    EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
                    SET RC-FILE-ERROR TO TRUE
                 ELSE
                    PERFORM WRITE-DRAFT-PO
                    IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       SET RC-FILE-ERROR TO TRUE
                    ELSE
                       MOVE WS-NEW-PO-NUMBER TO KB-PO-NUMBER
                       MOVE 1 TO KB-PO-LINE-NUMBER
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       RAISE-KANBAN-PO-EXIT.
           EXIT.
      *
      *    The PONUMCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back,
      *    as PLANAPV does.
       TAKE-NEXT-PO-NUMBER.
      *
           MOVE ZERO TO WS-CTL-RBA.
           EXEC CICS READ FILE(CTL-FILE-NAME)
                     INTO(PO-CONTROL-RECORD)
                     RIDFLD(WS-CTL-RBA)
                     RBA
                     UPDATE
                     RESP(CTL-RESP)
                     END-EXEC.
           IF CTL-RESP EQUAL DFHRESP(NORMAL)
              ADD 1 TO PC-LAST-PO-NUMBER
              MOVE PC-LAST-PO-NUMBER TO WS-NEW-PO-NUMBER
              EXEC CICS REWRITE FILE(CTL-FILE-NAME)
                        FROM(PO-CONTROL-RECORD)
                        RESP(CTL-RESP)
                        END-EXEC
           END-IF.
      *
       TAKE-NEXT-PO-NUMBER-EXIT.
           EXIT.
      *
      *    One draft header and its one kanban line, the way
      *    PLANAPV writes a firmed planned order: the line priced
      *    in the part's currency and converted at today's rate,
      *    the header total in home currency.
       WRITE-DRAFT-PO.
      *
           PERFORM RESOLVE-EXCHANGE-RATE.
           COMPUTE WS-LINE-VALUE ROUNDED =
                   KB-BIN-QUANTITY * UNIT-PRICE OF WS-STOCK-PART
                   * WS-LINE-RATE.
      *
           MOVE SPACES TO PURCHASE-ORDER-RECORD.
           MOVE WS-NEW-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NUMBER.
           SET PO-HEADER-RECORD TO TRUE.
           MOVE KB-SUPPLIER-ID TO PO-SUPPLIER.
           MOVE WS-DATE8(1:4) TO PO-ORDER-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO PO-ORDER-DATE-MM.
           MOVE WS-DATE8(7:2) TO PO-ORDER-DATE-DD.
           SET PO-STATUS-DRAFT TO TRUE.
           MOVE 1 TO PO-LINE-COUNT.
           MOVE WS-LINE-VALUE TO PO-TOTAL-VALUE.
           EXEC CICS WRITE FILE(PO-FILE-NAME)
                     FROM(PURCHASE-ORDER-RECORD)
                     RIDFLD(PO-KEY)
                     RESP(PO-RESP)
                     END-EXEC.
      *
           IF PO-RESP EQUAL DFHRESP(NORMAL)
              MOVE SPACES TO PURCHASE-ORDER-RECORD
              MOVE WS-NEW-PO-NUMBER TO PO-NUMBER
              MOVE 1 TO PO-LINE-NUMBER
              SET PO-DETAIL-RECORD TO TRUE
              MOVE KB-SUPPLIER-ID TO PO-SUPPLIER
              MOVE WS-DATE8(1:4) TO PO-ORDER-DATE-YYYY
              MOVE WS-DATE8(5:2) TO PO-ORDER-DATE-MM
              MOVE WS-DATE8(7:2) TO PO-ORDER-DATE-DD
              SET PO-STATUS-DRAFT TO TRUE
              MOVE KB-PART-ID TO PO-PART-ID
              MOVE ZERO TO PO-STOCK-QUANTITY
              MOVE KB-CARD-ID TO PO-KANBAN-CARD
              MOVE KB-BIN-QUANTITY TO PO-SUGGESTED-QUANTITY
              MOVE UNIT-PRICE OF WS-STOCK-PART TO PO-UNIT-PRICE
              MOVE DESCRIPTION OF WS-STOCK-PART TO PO-DESCRIPTION
              MOVE ZERO TO PO-RECEIVED-QUANTITY
              SET PO-LINE-OPEN TO TRUE
              SET PO-RECEIPT-IN-TOL TO TRUE
              MOVE CURRENCY-CODE OF WS-STOCK-PART
                   TO PO-CURRENCY-CODE
              MOVE WS-LINE-RATE TO PO-EXCHANGE-RATE
              SET PO-KANBAN-LINE TO TRUE
              EXEC CICS WRITE FILE(PO-FILE-NAME)
                        FROM(PURCHASE-ORDER-RECORD)
                        RIDFLD(PO-KEY)
                        RESP(PO-RESP)
                        END-EXEC
           END-IF.
      *
       WRITE-DRAFT-PO-EXIT.
           EXIT.
      *
      *    One for the home currency (or none at all), otherwise
      *    the latest EXCHRATE entry on or before today - the rule
      *    PORDGEN prices its drafts by. No rate on file converts
      *    at one.
       RESOLVE-EXCHANGE-RATE.
      *
           MOVE 1 TO WS-LINE-RATE.
           IF CURRENCY-CODE OF WS-STOCK-PART NOT EQUAL
              HOME-CURRENCY-CODE
              AND CURRENCY-CODE OF WS-STOCK-PART NOT EQUAL SPACES
              AND CURRENCY-CODE OF WS-STOCK-PART NOT EQUAL LOW-VALUES
              MOVE CURRENCY-CODE OF WS-STOCK-PART
                   TO WS-RATE-KEY(1:3)
              MOVE '00000000' TO WS-RATE-KEY(4:8)
              EXEC CICS STARTBR FILE(RATE-FILE-NAME)
                        RIDFLD(WS-RATE-KEY)
                        GTEQ
                        RESP(RATE-RESP)
                        END-EXEC
              IF RATE-RESP EQUAL DFHRESP(NORMAL)
                 SET BROWSE-IS-ACTIVE TO TRUE
                 PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                    EXEC CICS READNEXT FILE(RATE-FILE-NAME)
                              INTO(EXCHANGE-RATE-RECORD)
                              RIDFLD(WS-RATE-KEY)
                              RESP(RATE-RESP)
                              END-EXEC
                    IF RATE-RESP EQUAL DFHRESP(NORMAL)
                       AND EX-CURRENCY-CODE EQUAL
                           CURRENCY-CODE OF WS-STOCK-PART
                       AND EX-EFFECTIVE-DATE NOT GREATER THAN
                           WS-DATE8
                       MOVE EX-RATE-TO-HOME TO WS-LINE-RATE
                    ELSE
                       MOVE 'N' TO WS-BROWSE-ACTIVE
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(RATE-FILE-NAME) END-EXEC
              END-IF
           END-IF.
      *
       RESOLVE-EXCHANGE-RATE-EXIT.
           EXIT.
      *
      *    A transfer card: an open proposal to move the bin from
      *    the bulk location to the line side. The card's own
      *    proposal from an earlier scan is reopened in place.
       RAISE-TRANSFER-PROPOSAL.
      *
           MOVE SPACES TO KANBAN-TRANSFER-RECORD.
           MOVE KB-PART-ID TO KX-PART-ID.
           MOVE KB-LOCATION TO KX-TO-LOCATION.
           MOVE KB-CARD-ID TO KX-CARD-ID.
           PERFORM FILL-TRANSFER-PROPOSAL.
           EXEC CICS WRITE FILE(KBXFER-FILE-NAME)
                     FROM(KANBAN-TRANSFER-RECORD)
                     RIDFLD(KX-KEY)
                     RESP(KBXFER-RESP)
                     END-EXEC.
      *
           IF KBXFER-RESP EQUAL DFHRESP(DUPREC)
              EXEC CICS READ FILE(KBXFER-FILE-NAME)
                        INTO(KANBAN-TRANSFER-RECORD)
                        RIDFLD(KX-KEY)
                        UPDATE
                        RESP(KBXFER-RESP)
                        END-EXEC
              IF KBXFER-RESP EQUAL DFHRESP(NORMAL)
                 PERFORM FILL-TRANSFER-PROPOSAL
                 EXEC CICS REWRITE FILE(KBXFER-FILE-NAME)
                           FROM(KANBAN-TRANSFER-RECORD)
                           RESP(KBXFER-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
           IF KBXFER-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
           ELSE
              MOVE ZERO TO KB-PO-NUMBER
              MOVE ZERO TO KB-PO-LINE-NUMBER
           END-IF.
      *
       RAISE-TRANSFER-PROPOSAL-EXIT.
           EXIT.
      *
      *    The open proposal's fields from the card.
       FILL-TRANSFER-PROPOSAL.
      *
           MOVE KB-SOURCE-LOCATION TO KX-FROM-LOCATION.
           MOVE KB-BIN-QUANTITY TO KX-QUANTITY.
           MOVE WS-DATE8 TO KX-RAISED-DATE.
           MOVE WS-USERID TO KX-RAISED-BY.
           SET KX-STATUS-OPEN TO TRUE.
           MOVE SPACES TO KX-DONE-DATE.
      *
       FILL-TRANSFER-PROPOSAL-EXIT.
           EXIT.
      *
      *    The refill is raised - the card is in replenishment
      *    from now until it lands. The card is still locked from
      *    the read at the top.
       STAMP-IN-REPLENISHMENT.
      *
           SET KB-STATUS-IN-REPLEN TO TRUE.
           MOVE WS-DATE8 TO KB-TRIGGER-DATE.
           MOVE WS-TIME6 TO KB-TRIGGER-TIME.
           MOVE WS-USERID TO KB-TRIGGERED-BY.
           EXEC CICS REWRITE FILE(KANBAN-FILE-NAME)
                     FROM(KANBAN-CARD-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       STAMP-IN-REPLENISHMENT-EXIT.
           EXIT.
