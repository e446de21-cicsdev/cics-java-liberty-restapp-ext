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
      * Kanban card maintenance. The line-side stores run on two-
      * bin kanban, and every card they hang on a bin is set up
      * here on the KANBAN card master: A=add a card (card ID,
      * part, line-side location, bin quantity and where the
      * refill comes from - 'S' a supplier on a draft PO, 'T' a
      * transfer from a bulk location), C=change one, D=delete one
      * and I=inquire one, with its replenishment state. F puts a
      * card back to full by hand - for the refill whose PO was
      * cancelled, or a transfer nobody will ever make - so the
      * bin can be triggered again.
      *
      * The part must be on SMPLXMPL, and both the line-side and
      * the bulk location active on LOCMAST. A supplier card with
      * no supplier keyed takes the part's own supplier. A card in
      * replenishment cannot be deleted - its refill is still on
      * the way.
      *
      * The scan itself is KBTRIG, from the RF gun.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              KBCARDMT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    KANBAN copybook - the card master being maintained.
           COPY KANBAN.
      *
      *    STOCK-PART copybook - the part must exist, and lends a
      *    supplier card its supplier.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    LOCMAST copybook - both locations must be active.
           COPY LOCMAST.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  KANBAN-FILE-NAME     PIC X(8) VALUE 'KANBAN'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'SMPLXMPL'.
       77  LOCMAST-FILE-NAME    PIC X(8) VALUE 'LOCMAST'.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 PART-RESP         PIC 9(8) COMP VALUE ZERO.
           03 LOCMAST-RESP      PIC 9(8) COMP VALUE ZERO.
           03 WS-CHECK-LOCATION PIC X(10)     VALUE SPACES.
           03 WS-CARD-OK-FLAG   PIC X(1)      VALUE 'Y'.
              88 CARD-FIELDS-OK     VALUE 'Y'.
              88 CARD-FIELDS-BAD    VALUE 'N'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-CHANGE       VALUE 'C'.
              88 CA-ACTION-DELETE       VALUE 'D'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
              88 CA-ACTION-RESET-FULL   VALUE 'F'.
           03 CA-CARD-ID             PIC X(8).
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-LOCATION            PIC X(10).
           03 CA-BIN-QUANTITY        PIC 9(8) DISPLAY.
           03 CA-SOURCE-TYPE         PIC X(1).
           03 CA-SUPPLIER-ID         PIC 9(8) DISPLAY.
           03 CA-SOURCE-LOCATION     PIC X(10).
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Inquire reply - the card's replenishment state.
           03 CA-STATUS              PIC X(1).
           03 CA-TRIGGER-DATE        PIC X(8).
           03 CA-TRIGGERED-BY        PIC X(8).
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
           03 CA-REFILL-DATE         PIC X(8).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EVALUATE TRUE
              WHEN CA-CARD-ID EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-CARD
              WHEN CA-ACTION-CHANGE
                 PERFORM DO-CHANGE-CARD
              WHEN CA-ACTION-DELETE
                 PERFORM DO-DELETE-CARD
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE
              WHEN CA-ACTION-RESET-FULL
                 PERFORM DO-RESET-FULL
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
      *    Add a card - new, and full from the start.
       DO-ADD-CARD.
      *
           PERFORM VALIDATE-CARD-FIELDS.
           IF CARD-FIELDS-OK
              MOVE SPACES TO KANBAN-CARD-RECORD
              MOVE CA-CARD-ID TO KB-CARD-ID
              PERFORM MOVE-CARD-FIELDS
              SET KB-STATUS-FULL TO TRUE
              MOVE ZERO TO KB-TRIGGER-TIME
              MOVE ZERO TO KB-PO-NUMBER
              MOVE ZERO TO KB-PO-LINE-NUMBER
              EXEC CICS WRITE FILE(KANBAN-FILE-NAME)
                        FROM(KANBAN-CARD-RECORD)
                        RIDFLD(KB-CARD-ID)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       DO-ADD-CARD-EXIT.
           EXIT.
      *
      *    Change a card's part, location, quantity or source. Its
      *    replenishment state is left as it stands - a refill
      *    already on the way lands against the card as it was.
       DO-CHANGE-CARD.
      *
           PERFORM VALIDATE-CARD-FIELDS.
           IF CARD-FIELDS-OK
              MOVE CA-CARD-ID TO KB-CARD-ID
              EXEC CICS READ FILE(KANBAN-FILE-NAME)
                        INTO(KANBAN-CARD-RECORD)
                        RIDFLD(KB-CARD-ID)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM MOVE-CARD-FIELDS
                    EXEC CICS REWRITE FILE(KANBAN-FILE-NAME)
                              FROM(KANBAN-CARD-RECORD)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-CHANGE-CARD-EXIT.
           EXIT.
      *
      *    Delete a card - never while its refill is on the way.
       DO-DELETE-CARD.
      *
           MOVE CA-CARD-ID TO KB-CARD-ID.
           EXEC CICS READ FILE(KANBAN-FILE-NAME)
                     INTO(KANBAN-CARD-RECORD)
                     RIDFLD(KB-CARD-ID)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN KB-STATUS-IN-REPLEN
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
                 SET RC-CARD-IN-REPLEN TO TRUE
              WHEN OTHER
                 EXEC CICS DELETE FILE(KANBAN-FILE-NAME)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
           END-EVALUATE.
      *
       DO-DELETE-CARD-EXIT.
           EXIT.
      *
      *    Return one card, with where its replenishment stands.
       DO-INQUIRE.
      *
           MOVE CA-CARD-ID TO KB-CARD-ID.
           EXEC CICS READ FILE(KANBAN-FILE-NAME)
                     INTO(KANBAN-CARD-RECORD)
                     RIDFLD(KB-CARD-ID)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE KB-PART-ID TO CA-PART-ID
                 MOVE KB-LOCATION TO CA-LOCATION
                 MOVE KB-BIN-QUANTITY TO CA-BIN-QUANTITY
                 MOVE KB-SOURCE-TYPE TO CA-SOURCE-TYPE
                 MOVE KB-SUPPLIER-ID TO CA-SUPPLIER-ID
                 MOVE KB-SOURCE-LOCATION TO CA-SOURCE-LOCATION
                 MOVE KB-STATUS TO CA-STATUS
                 MOVE KB-TRIGGER-DATE TO CA-TRIGGER-DATE
                 MOVE KB-TRIGGERED-BY TO CA-TRIGGERED-BY
                 MOVE KB-PO-NUMBER TO CA-PO-NUMBER
                 MOVE KB-REFILL-DATE TO CA-REFILL-DATE
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Put a card back to full by hand. The refill it was
      *    waiting on is not touched - a draft PO line is
      *    cancelled on PORDMENU as usual.
       DO-RESET-FULL.
      *
           MOVE CA-CARD-ID TO KB-CARD-ID.
           EXEC CICS READ FILE(KANBAN-FILE-NAME)
                     INTO(KANBAN-CARD-RECORD)
                     RIDFLD(KB-CARD-ID)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 SET KB-STATUS-FULL TO TRUE
                 EXEC CICS REWRITE FILE(KANBAN-FILE-NAME)
                           FROM(KANBAN-CARD-RECORD)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
           END-EVALUATE.
      *
       DO-RESET-FULL-EXIT.
           EXIT.
      *
      *    The part must be on file, the bin quantity real, and
      *    the source complete - a supplier card with none keyed
      *    takes the part's supplier, a transfer card needs an
      *    active bulk location other than the line side.
       VALIDATE-CARD-FIELDS.
      *
           SET CARD-FIELDS-OK TO TRUE.
           IF CA-PART-ID NOT NUMERIC
              OR CA-BIN-QUANTITY NOT NUMERIC
              OR CA-BIN-QUANTITY EQUAL ZERO
              OR CA-LOCATION EQUAL SPACES
              SET CARD-FIELDS-BAD TO TRUE
           END-IF.
      *
           IF CARD-FIELDS-OK
              EXEC CICS READ FILE(PART-FILE-NAME)
                        INTO(WS-STOCK-PART)
                        RIDFLD(CA-PART-ID)
                        RESP(PART-RESP)
                        END-EXEC
              IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET CARD-FIELDS-BAD TO TRUE
              END-IF
           END-IF.
      *
           IF CARD-FIELDS-OK
              MOVE CA-LOCATION TO WS-CHECK-LOCATION
              PERFORM VALIDATE-ONE-LOCATION
           END-IF.
      *
           IF CARD-FIELDS-OK
              EVALUATE CA-SOURCE-TYPE
                 WHEN 'S'
                    IF CA-SUPPLIER-ID NOT NUMERIC
                       OR CA-SUPPLIER-ID EQUAL ZERO
                       MOVE SUPPLIER OF WS-STOCK-PART
                            TO CA-SUPPLIER-ID
                    END-IF
                    MOVE SPACES TO CA-SOURCE-LOCATION
                 WHEN 'T'
                    IF CA-SOURCE-LOCATION EQUAL SPACES
                       OR CA-SOURCE-LOCATION EQUAL CA-LOCATION
                       SET CARD-FIELDS-BAD TO TRUE
                    ELSE
                       MOVE CA-SOURCE-LOCATION TO WS-CHECK-LOCATION
                       PERFORM VALIDATE-ONE-LOCATION
                    END-IF
                    MOVE ZERO TO CA-SUPPLIER-ID
                 WHEN OTHER
                    SET CARD-FIELDS-BAD TO TRUE
              END-EVALUATE
           END-IF.
      *
           IF CARD-FIELDS-BAD
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
      *
       VALIDATE-CARD-FIELDS-EXIT.
           EXIT.
      *
      *    One location must exist and be active on the LOCMAST
      *    location master.
       VALIDATE-ONE-LOCATION.
      *
           MOVE WS-CHECK-LOCATION TO LM-LOCATION.
           EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                     INTO(LOCATION-MASTER-RECORD)
                     RIDFLD(LM-LOCATION)
                     RESP(LOCMAST-RESP)
                     END-EXEC.
           IF LOCMAST-RESP NOT EQUAL DFHRESP(NORMAL)
              OR NOT LM-LOCATION-ACTIVE
              SET CARD-FIELDS-BAD TO TRUE
           END-IF.
      *
       VALIDATE-ONE-LOCATION-EXIT.
           EXIT.
      *
      *    The maintained fields from the commarea onto the card.
       MOVE-CARD-FIELDS.
      *
           MOVE CA-PART-ID TO KB-PART-ID.
           MOVE CA-LOCATION TO KB-LOCATION.
           MOVE CA-BIN-QUANTITY TO KB-BIN-QUANTITY.
           MOVE CA-SOURCE-TYPE TO KB-SOURCE-TYPE.
           MOVE CA-SUPPLIER-ID TO KB-SUPPLIER-ID.
           MOVE CA-SOURCE-LOCATION TO KB-SOURCE-LOCATION.
      *
       MOVE-CARD-FIELDS-EXIT.
           EXIT.
