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
      * MRP planned-order review screen, in the style of REORDAPV.
      * The weekly MRPRUN batch leaves its planned orders on
      * PLANORD; this is where a buyer browses what is planned
      * (B), from a part on, and firms one (F) into a draft PO:
      * the next PO number off the PONUMCTL control record, a
      * draft header for the planned supplier and one open line
      * for the planned quantity at the planned price, carrying
      * the planned need date as its required date. The planned
      * order is kept, marked firmed with the PO number and the
      * firming userid, so the next MRP run leaves it alone and
      * counts the PO as supply instead. The draft goes on
      * through the PORDMENU workbench like any other.
      *
      * A planned kit is an assembly order, not a purchase - it
      * is opened through ASMORDER, and is refused here.
      *
      * To simplify the code, this program has minimal error-handling
      * logic beyond mapping the file-control response to a message.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PLANAPV.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    PLANORD copybook - the planned order under review.
           COPY PLANORD.
      *
      *    PURCHORD copybook - the draft PO a firmed order becomes.
           COPY PURCHORD.
      *
      *    POCTLREC copybook - the one-record PO-number control.
           COPY POCTLREC.
      *
      *    STOCK-PART copybook - the part's description and the
      *    currency its price is quoted in.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    EXCHRATE copybook - the rate the draft line converts
      *    to home currency at.
           COPY EXCHRATE.
      *
      *    PLANA1 symbolic map - see PLANAS.bms/PLANA1.cpy.
           COPY PLANA1.
      *
      *    A convenience view over the map's ten result rows as a
      *    table, the same technique REORDAPV uses.
       01  WS-MAP-ROW-VIEW REDEFINES PLANA1O.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(31).
           03 WS-MAP-ROW OCCURS 10 TIMES.
              05 FILLER             PIC X(3).
              05 WS-ROW-TEXT        PIC X(75).
           03 FILLER                PIC X(3).
           03 FILLER                PIC X(79).
      *
      *    One formatted planned-order line.
       01  WS-PLANNED-ROW.
           03 FILLER                 PIC X(5)  VALUE 'PART '.
           03 PR-PART-ID             PIC 9(8).
           03 FILLER                 PIC X(6)  VALUE ' NEED '.
           03 PR-NEED-DATE           PIC 9(8).
           03 FILLER                 PIC X(1)  VALUE '/'.
           03 PR-SEQUENCE            PIC 9(2).
           03 FILLER                 PIC X(5)  VALUE ' REL '.
           03 PR-RELEASE-DATE        PIC 9(8).
           03 FILLER                 PIC X(5)  VALUE ' QTY '.
           03 PR-QUANTITY            PIC Z(7)9.
           03 FILLER                 PIC X(5)  VALUE ' SUP '.
           03 PR-SUPPLIER-ID         PIC 9(8).
           03 FILLER                 PIC X(1)  VALUE SPACES.
           03 PR-ORDER-TYPE          PIC X(1).
           03 FILLER                 PIC X(4)  VALUE SPACES.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 MAP-RESP               PIC 9(8) COMP VALUE ZERO.
           03 FILE-RESP              PIC 9(8) COMP VALUE ZERO.
           03 PO-RESP                PIC 9(8) COMP VALUE ZERO.
           03 CTL-RESP               PIC 9(8) COMP VALUE ZERO.
           03 PART-RESP              PIC 9(8) COMP VALUE ZERO.
           03 RATE-RESP              PIC 9(8) COMP VALUE ZERO.
           03 WS-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-ROW-COUNT           PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE       PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE       VALUE 'Y'.
           03 WS-USERID              PIC X(8) VALUE SPACES.
           03 WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8               PIC X(8) VALUE SPACES.
           03 WS-CTL-RBA             PIC 9(8) COMP VALUE ZERO.
           03 WS-NEW-PO-NUMBER       PIC 9(8) VALUE ZERO.
           03 WS-LINE-RATE           PIC 9(4)V9(6) PACKED-DECIMAL
                                               VALUE ZERO.
           03 WS-LINE-VALUE          PIC 9(11)V99 PACKED-DECIMAL
                                               VALUE ZERO.
           03 WS-RATE-KEY            PIC X(11) VALUE SPACES.
           03 WS-PO-MESSAGE.
              05 FILLER              PIC X(19)
                                     VALUE 'FIRMED AS DRAFT PO '.
              05 WS-MSG-PO-NUMBER    PIC 9(8).
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  PF3-AID                  PIC X    VALUE '3'.
      *
      *    Names of the CICS files to use.
       77  PLAN-FILE-NAME           PIC X(8) VALUE 'PLANORD'.
       77  PO-FILE-NAME             PIC X(8) VALUE 'PURCHORD'.
       77  CTL-FILE-NAME            PIC X(8) VALUE 'PONUMCTL'.
       77  PART-FILE-NAME           PIC X(8) VALUE 'SMPLXMPL'.
       77  RATE-FILE-NAME           PIC X(8) VALUE 'EXCHRATE'.
      *
      *    The currency PO totals are kept in - as PORDGEN.
       77  HOME-CURRENCY-CODE       PIC X(3) VALUE 'USD'.
      *
       77  MAX-DISPLAY-ROWS         PIC 9(4) VALUE 10.
       77  PLANA1-MAPNAME           PIC X(8) VALUE 'PLANA1'.
       77  PLANAS-MAPSET            PIC X(8) VALUE 'PLANAS'.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(PLANA1-MAPNAME) MAPSET(PLANAS-MAPSET)
                     ERASE FREEKB END-EXEC.
           EXEC CICS RECEIVE MAP(PLANA1-MAPNAME) MAPSET(PLANAS-MAPSET)
                     INTO(PLANA1I) RESP(MAP-RESP) END-EXEC.

      *    PF3 exits without doing anything.
           IF EIBAID EQUAL PF3-AID
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.

           PERFORM CLEAR-RESULT-ROWS.
           MOVE SPACES TO MSGO.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.

           EVALUATE OPTNI
              WHEN 'B'
                 PERFORM DO-BROWSE-PLANNED
              WHEN 'F'
                 PERFORM DO-FIRM
              WHEN OTHER
                 MOVE 'INVALID OPTION - USE B OR F' TO MSGO
           END-EVALUATE.

           EXEC CICS SEND MAP(PLANA1-MAPNAME) MAPSET(PLANAS-MAPSET)
                     DATAONLY FREEKB END-EXEC.
      *
      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    List the orders still planned, from the entered part
      *    (or the top of the file) - firmed ones are skipped.
       DO-BROWSE-PLANNED.
      *
           MOVE LOW-VALUES TO PL-KEY.
           IF PARTIDI NUMERIC
              MOVE PARTIDI TO PL-PART-ID
              MOVE ZERO TO PL-NEED-DATE
              MOVE ZERO TO PL-SEQUENCE
           END-IF.
      *
           EXEC CICS STARTBR FILE(PLAN-FILE-NAME)
                     RIDFLD(PL-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'NO PLANNED ORDERS ON FILE' TO MSGO
           ELSE
              SET BROWSE-IS-ACTIVE TO TRUE
              MOVE ZERO TO WS-ROW-COUNT
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR WS-ROW-COUNT NOT LESS THAN MAX-DISPLAY-ROWS
                 EXEC CICS READNEXT FILE(PLAN-FILE-NAME)
                           INTO(PLANNED-ORDER-RECORD)
                           RIDFLD(PL-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF PL-STATUS-PLANNED
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-ROW-COUNT TO WS-INDEX
                       PERFORM FORMAT-PLANNED-ROW
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(PLAN-FILE-NAME) END-EXEC
              IF WS-ROW-COUNT EQUAL ZERO
                 MOVE 'NOTHING PLANNED' TO MSGO
              ELSE
                 MOVE 'PLANNED ORDERS LISTED - P=BUY A=BUILD' TO MSGO
              END-IF
           END-IF.
      *
       DO-BROWSE-PLANNED-EXIT.
           EXIT.
      *
      *    Firm one planned purchase order into a draft PO.
       DO-FIRM.
      *
           IF NOT PARTIDI NUMERIC
              OR NOT NEEDDTI NUMERIC
              OR NOT SEQI NUMERIC
              MOVE 'PART ID, NEED DATE AND SEQ MUST BE NUMERIC'
                   TO MSGO
           ELSE
              MOVE PARTIDI TO PL-PART-ID
              MOVE NEEDDTI TO PL-NEED-DATE
              MOVE SEQI TO PL-SEQUENCE
              EXEC CICS READ FILE(PLAN-FILE-NAME)
                        INTO(PLANNED-ORDER-RECORD)
                        RIDFLD(PL-KEY)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE 'NO PLANNED ORDER WITH THAT KEY' TO MSGO
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'FILE ERROR READING PLANNED ORDER' TO MSGO
                 WHEN NOT PL-STATUS-PLANNED
                    EXEC CICS UNLOCK FILE(PLAN-FILE-NAME)
                              END-EXEC
                    MOVE 'PLANNED ORDER IS ALREADY FIRMED' TO MSGO
                 WHEN PL-TYPE-ASSEMBLY
                    EXEC CICS UNLOCK FILE(PLAN-FILE-NAME)
                              END-EXEC
                    MOVE 'KIT BUILD - OPEN IT AS AN ASSEMBLY ORDER'
                         TO MSGO
                 WHEN PL-SUPPLIER-ID EQUAL ZERO
                    EXEC CICS UNLOCK FILE(PLAN-FILE-NAME)
                              END-EXEC
                    MOVE 'NO SUPPLIER PLANNED - SOURCE THE PART FIRST'
                         TO MSGO
                 WHEN OTHER
                    PERFORM FIRM-PLANNED-ORDER
              END-EVALUATE
           END-IF.
      *
       DO-FIRM-EXIT.
           EXIT.
      *
      *    Number the PO, write it, then mark the planned order
      *    firmed against it.
       FIRM-PLANNED-ORDER.
      *
           PERFORM TAKE-NEXT-PO-NUMBER.
           IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS UNLOCK FILE(PLAN-FILE-NAME) END-EXEC
              MOVE 'FILE ERROR TAKING A PO NUMBER' TO MSGO
           ELSE
              PERFORM WRITE-DRAFT-PO
              IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
                 EXEC CICS UNLOCK FILE(PLAN-FILE-NAME) END-EXEC
                 MOVE 'FILE ERROR WRITING THE DRAFT PO' TO MSGO
              ELSE
                 SET PL-STATUS-FIRMED TO TRUE
                 MOVE WS-NEW-PO-NUMBER TO PL-FIRMED-PO-NUMBER
                 MOVE WS-DATE8 TO PL-FIRMED-DATE
                 MOVE WS-USERID TO PL-FIRMED-BY
                 EXEC CICS REWRITE FILE(PLAN-FILE-NAME)
                           FROM(PLANNED-ORDER-RECORD)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    MOVE WS-NEW-PO-NUMBER TO WS-MSG-PO-NUMBER
                    MOVE WS-PO-MESSAGE TO MSGO
                 ELSE
                    MOVE 'FILE ERROR FIRMING PLANNED ORDER' TO MSGO
                 END-IF
              END-IF
           END-IF.
      *
       FIRM-PLANNED-ORDER-EXIT.
           EXIT.
      *
      *    The PONUMCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back,
      *    as BLNKTORD does.
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
      *    One draft header and its one open line, the way PORDGEN
      *    writes a draft: the line priced in the part's currency
      *    and converted at today's rate, the header total in
      *    home currency.
       WRITE-DRAFT-PO.
      *
           EXEC CICS READ FILE(PART-FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(PL-PART-ID)
                     RESP(PART-RESP)
                     END-EXEC.
           IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE SPACES TO DESCRIPTION OF WS-STOCK-PART
              MOVE SPACES TO CURRENCY-CODE OF WS-STOCK-PART
           END-IF.
           PERFORM RESOLVE-EXCHANGE-RATE.
           COMPUTE WS-LINE-VALUE ROUNDED =
                   PL-QUANTITY * PL-UNIT-PRICE * WS-LINE-RATE.
      *
           MOVE SPACES TO PURCHASE-ORDER-RECORD.
           MOVE WS-NEW-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NUMBER.
           SET PO-HEADER-RECORD TO TRUE.
           MOVE PL-SUPPLIER-ID TO PO-SUPPLIER.
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
              MOVE PL-SUPPLIER-ID TO PO-SUPPLIER
              MOVE WS-DATE8(1:4) TO PO-ORDER-DATE-YYYY
              MOVE WS-DATE8(5:2) TO PO-ORDER-DATE-MM
              MOVE WS-DATE8(7:2) TO PO-ORDER-DATE-DD
              SET PO-STATUS-DRAFT TO TRUE
              MOVE PL-PART-ID TO PO-PART-ID
              MOVE ZERO TO PO-STOCK-QUANTITY
              MOVE ZERO TO PO-REORDER-POINT
              MOVE PL-QUANTITY TO PO-SUGGESTED-QUANTITY
              MOVE PL-UNIT-PRICE TO PO-UNIT-PRICE
              MOVE DESCRIPTION OF WS-STOCK-PART TO PO-DESCRIPTION
              MOVE ZERO TO PO-RECEIVED-QUANTITY
              SET PO-LINE-OPEN TO TRUE
              SET PO-RECEIPT-IN-TOL TO TRUE
              MOVE CURRENCY-CODE OF WS-STOCK-PART
                   TO PO-CURRENCY-CODE
              MOVE WS-LINE-RATE TO PO-EXCHANGE-RATE
              MOVE PL-NEED-DATE TO PO-REQUIRED-DATE
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
      *    Format the planned order into result row WS-INDEX.
       FORMAT-PLANNED-ROW.
      *
           MOVE PL-PART-ID TO PR-PART-ID.
           MOVE PL-NEED-DATE TO PR-NEED-DATE.
           MOVE PL-SEQUENCE TO PR-SEQUENCE.
           MOVE PL-RELEASE-DATE TO PR-RELEASE-DATE.
           MOVE PL-QUANTITY TO PR-QUANTITY.
           MOVE PL-SUPPLIER-ID TO PR-SUPPLIER-ID.
           MOVE PL-ORDER-TYPE TO PR-ORDER-TYPE.
           MOVE WS-PLANNED-ROW TO WS-ROW-TEXT(WS-INDEX).
      *
       FORMAT-PLANNED-ROW-EXIT.
           EXIT.
      *
      *    Blank every result row before filling in whatever this
      *    request produced.
       CLEAR-RESULT-ROWS.
      *
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                     UNTIL WS-INDEX GREATER THAN MAX-DISPLAY-ROWS
              MOVE SPACES TO WS-ROW-TEXT(WS-INDEX)
           END-PERFORM.
      *
       CLEAR-RESULT-ROWS-EXIT.
           EXIT.
