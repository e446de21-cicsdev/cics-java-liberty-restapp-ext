      *                    overridden from the channel side and
      *                    the budget answer rides back in
      *                    ISSREPLY.
      *  15 Oct 2026  DEV  The request grew an optional JOBMAST
      *                    job number and the commarea to ISSUGDS
      *                    grew to 353 bytes to carry it, so a
      *                    channel-side issue can be charged to a
      *                    job.
      *  15 Oct 2026  DEV  The request grew an optional caller-
      *                    supplied request ID. A retried request
      *                    whose ID is already on REQLOG gets the
      *                    first call's result back instead of a
      *                    second issue.
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
      *    'S' rides a supervisor's override past a refused
      *    over-budget issue - see ISSUGDS/DEPTDRAW.
           03 RQ-BUDGET-OVERRIDE     PIC X(1).
      *    The job the issue is charged to - spaces for none. See
      *    ISSUGDS/JOBMAST.
           03 RQ-JOB-NUMBER          PIC X(8).
      *    The caller's own ID for this request, the same on every
      *    retry of it; spaces posts it unprotected. See REQIDW.
           03 RQ-REQUEST-ID          PIC X(32).
      *
      *    The full-grown ISSUGDS commarea, every trailing option
      *    through the job number present - 353 bytes, the
      *    whole layout ISSUGDS knows today.
       01  WS-ISSUE-AREA.
           03 IA-PART-ID             PIC 9(8) DISPLAY.
           03 IA-REQUISITION         PIC X(8).
           03 IA-BUDGET-OVERRIDE     PIC X(1).
           03 IA-BUDGET-FLAG         PIC X(1).
           03 IA-JOB-NUMBER          PIC X(8).
      *
      *    The reply the channel caller reads back.
       01  WS-REPLY.
           SET RC-SUCCESS TO TRUE.
      *
      *    Cleared first so a request container from before the
      *    budget-override, job-number and request-ID growth
      *    leaves the new trailing fields as spaces - the old
      *    behavior.
           MOVE SPACES TO WS-REQUEST.
           EXEC CICS GET CONTAINER(REQ-CONTAINER-NAME)
                     INTO(WS-REQUEST)
           IF GET-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-INVALID-LENGTH TO TRUE
           ELSE
              MOVE 'ISSUGDSC' TO WS-RI-INTERFACE
              MOVE RQ-REQUEST-ID TO WS-RI-REQUEST-ID
              PERFORM CLAIM-REQUEST-ID
              IF NOT REQUEST-IS-DUPLICATE
                 PERFORM POST-THE-ISSUE
              END-IF
           END-IF.
      *
      *    A repeat gets the first call's answer back unchanged.
           IF REQUEST-IS-DUPLICATE
              MOVE WS-RI-RETURN-CODE TO RETURN-CODE
              MOVE WS-RI-REPLY TO WS-REPLY
           ELSE
              MOVE IA-STOCK-PART TO RP-STOCK-PART
              MOVE IA-SUGGESTED-LOCATION TO RP-SUGGESTED-LOCATION
              MOVE IA-BUDGET-FLAG TO RP-BUDGET-FLAG
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
      *    Build the full ISSUGDS commarea from the request and
      *    LINK the issue program itself.
       POST-THE-ISSUE.
      *
           MOVE SPACES TO WS-ISSUE-AREA.
           MOVE RQ-PART-ID TO IA-PART-ID.
           MOVE RQ-ISSUE-QUANTITY TO IA-ISSUE-QUANTITY.
           MOVE RQ-LOCATION TO IA-LOCATION.
           IF RQ-RESERVATION-SEQ NUMERIC
              MOVE RQ-RESERVATION-SEQ TO IA-RESERVATION-SEQ
           ELSE
              MOVE ZERO TO IA-RESERVATION-SEQ
           END-IF.
           MOVE RQ-REQUESTER-REF TO IA-REQUESTER-REF.
           MOVE RQ-KIT-MODE TO IA-KIT-MODE.
           MOVE RQ-DEPARTMENT TO IA-DEPARTMENT.
           IF RQ-SERIAL-COUNT NUMERIC
              MOVE RQ-SERIAL-COUNT TO IA-SERIAL-COUNT
           ELSE
              MOVE ZERO TO IA-SERIAL-COUNT
           END-IF.
           MOVE RQ-SERIAL-NUMBER(1) TO IA-SERIAL-NUMBER(1).
           MOVE RQ-SERIAL-NUMBER(2) TO IA-SERIAL-NUMBER(2).
           MOVE RQ-SERIAL-NUMBER(3) TO IA-SERIAL-NUMBER(3).
           MOVE RQ-SERIAL-NUMBER(4) TO IA-SERIAL-NUMBER(4).
           MOVE RQ-SERIAL-NUMBER(5) TO IA-SERIAL-NUMBER(5).
           MOVE RQ-SERIAL-NUMBER(6) TO IA-SERIAL-NUMBER(6).
           MOVE RQ-SERIAL-NUMBER(7) TO IA-SERIAL-NUMBER(7).
           MOVE RQ-SERIAL-NUMBER(8) TO IA-SERIAL-NUMBER(8).
           MOVE RQ-SERIAL-NUMBER(9) TO IA-SERIAL-NUMBER(9).
           MOVE RQ-SERIAL-NUMBER(10) TO IA-SERIAL-NUMBER(10).
           MOVE RQ-REQUISITION TO IA-REQUISITION.
           MOVE RQ-BUDGET-OVERRIDE TO IA-BUDGET-OVERRIDE.
           MOVE RQ-JOB-NUMBER TO IA-JOB-NUMBER.
      *
           EXEC CICS LINK PROGRAM(ISSUE-PROGRAM)
                     COMMAREA(WS-ISSUE-AREA)
                     LENGTH(353)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              MOVE IA-RETURN-CODE TO RETURN-CODE
           END-IF.
      *
       POST-THE-ISSUE-EXIT.
           EXIT.
      *
      *    Shared duplicate-request paragraphs - see REQIDP.cpy.
           COPY REQIDP.
