      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  The request grew an optional caller-
      *                    supplied request ID. A retried request
      *                    whose ID is already on REQLOG gets the
      *                    first call's result back instead of a
      *                    second adjustment.
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
           03 RQ-ADJUST-QUANTITY     PIC 9(8) DISPLAY.
           03 RQ-REASON-CODE         PIC X(4).
           03 RQ-LOCATION            PIC X(10).
      *    The caller's own ID for this request, the same on every
      *    retry of it; spaces posts it unprotected. See REQIDW.
           03 RQ-REQUEST-ID          PIC X(32).
      *
      *    The full ADJSTCK commarea, the trailing location
      *    present - the same 156 bytes the newest 3270 caller
      *
           SET RC-SUCCESS TO TRUE.
      *
      *    Cleared first so a request container from before the
      *    request-ID growth leaves the new trailing field as
      *    spaces - the old behavior.
           MOVE SPACES TO WS-REQUEST.
           EXEC CICS GET CONTAINER(REQ-CONTAINER-NAME)
                     INTO(WS-REQUEST)
                     RESP(GET-RESP)
           IF GET-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-INVALID-LENGTH TO TRUE
           ELSE
              MOVE 'ADJSTCKC' TO WS-RI-INTERFACE
              MOVE RQ-REQUEST-ID TO WS-RI-REQUEST-ID
              PERFORM CLAIM-REQUEST-ID
              IF NOT REQUEST-IS-DUPLICATE
                 PERFORM POST-THE-ADJUSTMENT
              END-IF
           END-IF.
      *
      *    A repeat gets the first call's answer back unchanged.
           IF REQUEST-IS-DUPLICATE
              MOVE WS-RI-RETURN-CODE TO RETURN-CODE
              MOVE WS-RI-REPLY TO AA-STOCK-PART
           ELSE
              MOVE AA-STOCK-PART TO WS-RI-REPLY
              PERFORM SETTLE-REQUEST-ID
           END-IF.
      *
           EXEC CICS PUT CONTAINER(REPLY-CONTAINER-NAME)
                     FROM(AA-STOCK-PART)
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Build the ADJSTCK commarea from the request and LINK the
      *    adjustment program itself.
       POST-THE-ADJUSTMENT.
      *
           MOVE SPACES TO WS-ADJUST-AREA.
           MOVE RQ-PART-ID TO AA-PART-ID.
           MOVE RQ-ADJUST-SIGN TO AA-ADJUST-SIGN.
           MOVE RQ-ADJUST-QUANTITY TO AA-ADJUST-QUANTITY.
           MOVE RQ-REASON-CODE TO AA-REASON-CODE.
           MOVE RQ-LOCATION TO AA-LOCATION.
      *
           EXEC CICS LINK PROGRAM(ADJUST-PROGRAM)
                     COMMAREA(WS-ADJUST-AREA)
                     LENGTH(156)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              MOVE AA-RETURN-CODE TO RETURN-CODE
           END-IF.
      *
       POST-THE-ADJUSTMENT-EXIT.
           EXIT.
      *
      *    Shared duplicate-request paragraphs - see REQIDP.cpy.
           COPY REQIDP.
