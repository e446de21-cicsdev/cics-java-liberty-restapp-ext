      *                    quote its delivery note for the
      *                    duplicate-truck check, and read the
      *                    odd-quantity warning back in RCVREPLY.
      *  15 Oct 2026  DEV  The request grew an optional caller-
      *                    supplied request ID. A retried request
      *                    whose ID is already on REQLOG gets the
      *                    first call's result back instead of a
      *                    second receipt.
      *
      *****************************************************************

           03 GET-RESP          PIC 9(8) COMP VALUE ZERO.
           03 LINK-RESP         PIC 9(8) COMP VALUE ZERO.
      *
      *    REQLOG copybook - the request-ID record.
           COPY REQLOG.
      *
      *    Shared duplicate-request work fields - see
      *    REQIDW/REQIDP.
           COPY REQIDW.
      *
      *    The request as the channel caller sends it.
       01  WS-REQUEST.
           03 RQ-PART-ID             PIC 9(8) DISPLAY.
      *    The supplier's delivery-note number, for the
      *    duplicate-truck registry; spaces skips the check.
           03 RQ-DELIVERY-NOTE       PIC X(16).
      *    The caller's own ID for this request, the same on every
      *    retry of it; spaces posts it unprotected. See REQIDW.
           03 RQ-REQUEST-ID          PIC X(32).
      *
      *    The full-grown RECVGDS commarea, every trailing option
      *    through the delivery note present - 359 bytes, the
           SET RC-SUCCESS TO TRUE.
      *
      *    Cleared first so a request container from before the
      *    purchase-unit/delivery-note/request-ID growth leaves the
      *    new trailing fields as spaces - the old behavior.
           MOVE SPACES TO WS-REQUEST.
           EXEC CICS GET CONTAINER(REQ-CONTAINER-NAME)
                     INTO(WS-REQUEST)
           IF GET-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-INVALID-LENGTH TO TRUE
           ELSE
              MOVE 'RECVGDSC' TO WS-RI-INTERFACE
              MOVE RQ-REQUEST-ID TO WS-RI-REQUEST-ID
              PERFORM CLAIM-REQUEST-ID
              IF NOT REQUEST-IS-DUPLICATE
                 PERFORM POST-THE-RECEIPT
              END-IF
           END-IF.
      *
      *    A repeat gets the first call's answer back unchanged.
           IF REQUEST-IS-DUPLICATE
              MOVE WS-RI-RETURN-CODE TO RETURN-CODE
              MOVE WS-RI-REPLY TO WS-REPLY
           ELSE
              MOVE RA-STOCK-PART TO RP-STOCK-PART
              MOVE RA-MATCHED-PO TO RP-MATCHED-PO
              MOVE RA-MATCH-FLAG TO RP-MATCH-FLAG
              MOVE RA-SUGGESTED-LOCATION TO RP-SUGGESTED-LOCATION
              MOVE RA-ASN-FLAG TO RP-ASN-FLAG
              MOVE RA-UOM-ODD-FLAG TO RP-UOM-ODD-FLAG
              MOVE WS-REPLY TO WS-RI-REPLY
              PERFORM SETTLE-REQUEST-ID
           END-IF.
      *
           EXEC CICS PUT CONTAINER(REPLY-CONTAINER-NAME)
                     FROM(WS-REPLY)
                     END-EXEC.
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Build the full RECVGDS commarea from the request and
      *    LINK the receipt program itself.
       POST-THE-RECEIPT.
      *
           MOVE SPACES TO WS-RECEIPT-AREA.
           MOVE RQ-PART-ID TO RA-PART-ID.
           MOVE RQ-RECEIVED-QUANTITY TO RA-RECEIVED-QUANTITY.
           MOVE RQ-LOCATION TO RA-LOCATION.
           MOVE RQ-LOT-NUMBER TO RA-LOT-NUMBER.
           MOVE RQ-EXPIRY-DATE TO RA-EXPIRY-DATE.
           IF RQ-SERIAL-COUNT NUMERIC
              MOVE RQ-SERIAL-COUNT TO RA-SERIAL-COUNT
           ELSE
              MOVE ZERO TO RA-SERIAL-COUNT
           END-IF.
           MOVE RQ-SERIAL-NUMBER(1) TO RA-SERIAL-NUMBER(1).
           MOVE RQ-SERIAL-NUMBER(2) TO RA-SERIAL-NUMBER(2).
           MOVE RQ-SERIAL-NUMBER(3) TO RA-SERIAL-NUMBER(3).
           MOVE RQ-SERIAL-NUMBER(4) TO RA-SERIAL-NUMBER(4).
           MOVE RQ-SERIAL-NUMBER(5) TO RA-SERIAL-NUMBER(5).
           MOVE RQ-SERIAL-NUMBER(6) TO RA-SERIAL-NUMBER(6).
           MOVE RQ-SERIAL-NUMBER(7) TO RA-SERIAL-NUMBER(7).
           MOVE RQ-SERIAL-NUMBER(8) TO RA-SERIAL-NUMBER(8).
           MOVE RQ-SERIAL-NUMBER(9) TO RA-SERIAL-NUMBER(9).
           MOVE RQ-SERIAL-NUMBER(10) TO RA-SERIAL-NUMBER(10).
           MOVE RQ-PURCHASE-UNIT-FLAG TO RA-PURCHASE-UNIT-FLAG.
           MOVE RQ-DELIVERY-NOTE TO RA-DELIVERY-NOTE.
      *
           EXEC CICS LINK PROGRAM(RECEIPT-PROGRAM)
                     COMMAREA(WS-RECEIPT-AREA)
                     LENGTH(359)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              MOVE RA-RETURN-CODE TO RETURN-CODE
           END-IF.
      *
       POST-THE-RECEIPT-EXIT.
           EXIT.
      *
      *    Shared duplicate-request paragraphs - see REQIDP.cpy.
           COPY REQIDP.
