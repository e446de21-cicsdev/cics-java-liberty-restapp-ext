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
      * Supplier-portal acknowledgment of a PO line - the portal's
      * counterpart of the POACKIN batch feed. The request
      * container PACKREQ carries the portal identity, the PO
      * line, A to confirm or R to refuse, and the promised date.
      * The identity resolves through PORTUSER to one supplier
      * (see PORTIDP.cpy); the PO must be that supplier's and
      * released, and the line still open. A PO that belongs to
      * someone else is answered exactly as one that does not
      * exist, so the portal cannot be used to find other
      * suppliers' orders; the journal keeps the real reason.
      *
      * The line takes the promised date and acknowledgment status
      * just as POACKIN sets them, and a refusal raises the same
      * unaddressed NOTIFY entry for the buyer to re-source. The
      * reply container PACKREPLY echoes the line as now held;
      * PACKRC carries the return code. Every call, refused ones
      * too, is journaled on PORTJRNL.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PORTACKC.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    Common return-code field, put back in its own container.
           COPY RTNCODE.
      *
      *    PURCHORD copybook - the PO header and the line marked.
           COPY PURCHORD.
      *
      *    NOTIFY copybook - the refusal notification.
           COPY NOTIFY.
      *
      *    PORTUSER, SUPPMAST and PORTJRNL copybooks - the portal
      *    identity, its supplier and the journal entry.
           COPY PORTUSER.
           COPY SUPPMAST.
           COPY PORTJRNL.
      *
      *    Shared portal identity work fields - see PORTIDW/PORTIDP.
           COPY PORTIDW.
      *
      *    Name of the CICS files to use
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  NOTIFY-FILE-NAME     PIC X(8) VALUE 'NOTIFY'.
      *
      *    Name of the containers to use
       77  REQ-CONTAINER-NAME   PIC X(16) VALUE 'PACKREQ'.
       77  RC-CONTAINER-NAME    PIC X(16) VALUE 'PACKRC'.
       77  REPLY-CONTAINER-NAME PIC X(16) VALUE 'PACKREPLY'.
      *
       01  WS-STORAGE.
           03 GET-RESP          PIC 9(8) COMP VALUE ZERO.
           03 PO-RESP           PIC 9(8) COMP VALUE ZERO.
           03 NOTIFY-RESP       PIC 9(8) COMP VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-PROMISED-NUM   PIC 9(8) VALUE ZERO.
      *
      *    The request as the portal sends it. The promised date
      *    is YYYYMMDD; a refusal may leave it zero.
       01  WS-REQUEST.
           03 RQ-PORTAL-ID           PIC X(32).
           03 RQ-PO-NUMBER           PIC 9(8) DISPLAY.
           03 RQ-PO-LINE             PIC 9(3) DISPLAY.
           03 RQ-ACK-STATUS          PIC X(1).
              88 RQ-CONFIRMED        VALUE 'A'.
              88 RQ-REFUSED          VALUE 'R'.
           03 RQ-PROMISED-DATE       PIC X(8).
      *
      *    The reply the portal reads back: the line as now held.
       01  WS-REPLY.
           03 RP-PO-NUMBER           PIC 9(8) DISPLAY.
           03 RP-PO-LINE             PIC 9(3) DISPLAY.
           03 RP-PART-ID             PIC 9(8) DISPLAY.
           03 RP-PROMISED-DATE       PIC X(8).
           03 RP-ACK-STATUS          PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACES TO WS-REPLY.
           MOVE ZERO TO WS-PI-PO-NUMBER.
           MOVE ZERO TO WS-PI-PO-LINE.
           MOVE SPACES TO WS-PI-DETAIL.
      *
           MOVE SPACES TO WS-REQUEST.
           EXEC CICS GET CONTAINER(REQ-CONTAINER-NAME)
                     INTO(WS-REQUEST)
                     RESP(GET-RESP)
                     END-EXEC.
           IF GET-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-INVALID-LENGTH TO TRUE
           ELSE
              MOVE RQ-PORTAL-ID TO WS-PI-PORTAL-ID
              PERFORM RESOLVE-PORTAL-IDENTITY
              IF PORTAL-ID-ACCEPTED
                 PERFORM VALIDATE-REQUEST
              END-IF
              IF RC-SUCCESS
                 PERFORM MARK-PO-LINE
              END-IF
           END-IF.
      *
           MOVE 'A' TO WS-PI-ACTION.
           IF WS-PI-DETAIL EQUAL SPACES
              STRING 'STATUS ' DELIMITED BY SIZE
                     RQ-ACK-STATUS DELIMITED BY SIZE
                     ' PROMISED ' DELIMITED BY SIZE
                     RQ-PROMISED-DATE DELIMITED BY SIZE
                     INTO WS-PI-DETAIL
              END-STRING
           END-IF.
           PERFORM JOURNAL-PORTAL-CALL.
      *
           EXEC CICS PUT CONTAINER(REPLY-CONTAINER-NAME)
                     FROM(WS-REPLY)
                     END-EXEC.
           EXEC CICS PUT CONTAINER(RC-CONTAINER-NAME)
                     FROM(RETURN-CODE)
                     END-EXEC.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    The fields must make sense, and the PO header must be
      *    the caller's supplier's and released. Another
      *    supplier's PO goes back as not found.
       VALIDATE-REQUEST.
      *
           IF RQ-PO-NUMBER NOT NUMERIC
              OR RQ-PO-LINE NOT NUMERIC
              OR RQ-PROMISED-DATE NOT NUMERIC
              SET RC-VALIDATION-ERROR TO TRUE
              MOVE 'FIELDS NOT NUMERIC' TO WS-PI-DETAIL
           ELSE
              MOVE RQ-PO-NUMBER TO WS-PI-PO-NUMBER
              MOVE RQ-PO-LINE TO WS-PI-PO-LINE
              MOVE RQ-PROMISED-DATE TO WS-PROMISED-NUM
              IF RQ-PO-LINE EQUAL ZERO
                 OR (NOT RQ-CONFIRMED AND NOT RQ-REFUSED)
                 SET RC-VALIDATION-ERROR TO TRUE
                 MOVE 'LINE OR STATUS INVALID' TO WS-PI-DETAIL
              ELSE
                 IF (RQ-CONFIRMED OR WS-PROMISED-NUM NOT EQUAL ZERO)
                    AND FUNCTION TEST-DATE-YYYYMMDD(WS-PROMISED-NUM)
                        NOT EQUAL ZERO
                    SET RC-VALIDATION-ERROR TO TRUE
                    MOVE 'PROMISED DATE INVALID' TO WS-PI-DETAIL
                 END-IF
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              MOVE RQ-PO-NUMBER TO PO-NUMBER
              MOVE ZERO TO PO-LINE-NUMBER
              EXEC CICS READ FILE(PO-FILE-NAME)
                        INTO(PURCHASE-ORDER-RECORD)
                        RIDFLD(PO-KEY)
                        RESP(PO-RESP)
                        END-EXEC
              IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-NOTFND TO TRUE
                 MOVE 'PO NOT FOUND' TO WS-PI-DETAIL
              ELSE
                 IF PO-SUPPLIER NOT EQUAL WS-PI-SUPPLIER-ID
                    SET RC-NOTFND TO TRUE
                    MOVE 'PO OF ANOTHER SUPPLIER' TO WS-PI-DETAIL
                 ELSE
                    IF NOT PO-STATUS-RELEASED
                       SET RC-VALIDATION-ERROR TO TRUE
                       MOVE 'PO NOT RELEASED' TO WS-PI-DETAIL
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       VALIDATE-REQUEST-EXIT.
           EXIT.
      *
      *    Mark the open detail line with the promised date and
      *    the supplier's answer, as POACKIN does for the file
      *    feed, and tell the buyer of a refusal.
       MARK-PO-LINE.
      *
           MOVE RQ-PO-NUMBER TO PO-NUMBER.
           MOVE RQ-PO-LINE TO PO-LINE-NUMBER.
           EXEC CICS READ FILE(PO-FILE-NAME)
                     INTO(PURCHASE-ORDER-RECORD)
                     RIDFLD(PO-KEY)
                     UPDATE
                     RESP(PO-RESP)
                     END-EXEC.
           IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-NOTFND TO TRUE
              MOVE 'PO LINE NOT FOUND' TO WS-PI-DETAIL
           ELSE
              IF NOT PO-DETAIL-RECORD
                 OR NOT PO-LINE-OPEN
                 EXEC CICS UNLOCK FILE(PO-FILE-NAME) END-EXEC
                 SET RC-VALIDATION-ERROR TO TRUE
                 MOVE 'PO LINE NOT OPEN' TO WS-PI-DETAIL
              ELSE
                 MOVE RQ-PROMISED-DATE TO PO-PROMISED-DATE
                 MOVE RQ-ACK-STATUS TO PO-ACK-STATUS
                 EXEC CICS REWRITE FILE(PO-FILE-NAME)
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(PO-RESP)
                           END-EXEC
                 IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                    MOVE 'PO LINE REWRITE FAILED' TO WS-PI-DETAIL
                 ELSE
                    MOVE PO-NUMBER TO RP-PO-NUMBER
                    MOVE PO-LINE-NUMBER TO RP-PO-LINE
                    MOVE PO-PART-ID TO RP-PART-ID
                    MOVE PO-PROMISED-DATE TO RP-PROMISED-DATE
                    MOVE PO-ACK-STATUS TO RP-ACK-STATUS
                    IF PO-ACK-REFUSED
                       PERFORM RAISE-REFUSAL-NOTIFICATION
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       MARK-PO-LINE-EXIT.
           EXIT.
      *
      *    A refused line raises a notification for whoever has
      *    to re-source it, worded as the POACKIN feed words it.
      *    The PO carries no requester, so the entry goes out
      *    unaddressed and surfaces on the operator browse.
       RAISE-REFUSAL-NOTIFICATION.
      *
           MOVE SPACES TO NOTIFICATION-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(NT-RAISE-DATE)
                     TIME(NT-RAISE-TIME)
                     END-EXEC.
           MOVE 'P' TO NT-EVENT-TYPE.
           MOVE SPACES TO NT-REQUESTER-REF.
           STRING 'PO ' DELIMITED BY SIZE
                  PO-NUMBER DELIMITED BY SIZE
                  ' LINE ' DELIMITED BY SIZE
                  PO-LINE-NUMBER DELIMITED BY SIZE
                  ' REFUSED BY SUPPLIER' DELIMITED BY SIZE
                  INTO NT-TEXT
           END-STRING.
           SET NT-STATUS-PENDING TO TRUE.
      *
           MOVE ZERO TO NT-SEQUENCE.
           MOVE DFHRESP(DUPREC) TO NOTIFY-RESP.
           PERFORM UNTIL NOTIFY-RESP NOT EQUAL DFHRESP(DUPREC)
              OR NT-SEQUENCE EQUAL 999
              ADD 1 TO NT-SEQUENCE
              EXEC CICS WRITE FILE(NOTIFY-FILE-NAME)
                        FROM(NOTIFICATION-RECORD)
                        RIDFLD(NT-KEY)
                        RESP(NOTIFY-RESP)
                        END-EXEC
           END-PERFORM.
      *
       RAISE-REFUSAL-NOTIFICATION-EXIT.
           EXIT.
      *
      *    Shared portal identity paragraphs - see PORTIDP.cpy.
           COPY PORTIDP.
