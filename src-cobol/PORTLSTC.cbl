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
      * Supplier-portal list of open PO lines - the first of the
      * channel-and-container programs the Liberty-hosted supplier
      * portal calls, so a supplier too small to send ASNINF or
      * acknowledgment files can see what we have ordered instead
      * of emailing a buyer. The request container PLSTREQ carries
      * the portal identity the portal authenticated and, after the
      * first page, the resume key the last reply handed back.
      * The identity resolves through PORTUSER to one supplier
      * (see PORTIDP.cpy); only that supplier's released POs are
      * read, and of them only the open detail lines, up to
      * MAX-REPLY-LINES a call. PLSTREPLY carries the lines, a
      * more-to-come flag and the resume key; PLSTRC the return
      * code. Every call, refused ones too, is journaled on
      * PORTJRNL.
      *
      * PURCHORD has no supplier index, so the list browses PO
      * number order and stops after MAX-BROWSE-RECORDS records
      * even when the page is not full - the portal simply asks
      * again from the resume key while the more flag is set.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PORTLSTC.
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
      *    PURCHORD copybook - the PO header and lines browsed.
           COPY PURCHORD.
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
      *    Name of the CICS file to use
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
      *
      *    Name of the containers to use
       77  REQ-CONTAINER-NAME   PIC X(16) VALUE 'PLSTREQ'.
       77  RC-CONTAINER-NAME    PIC X(16) VALUE 'PLSTRC'.
       77  REPLY-CONTAINER-NAME PIC X(16) VALUE 'PLSTREPLY'.
      *
      *    Lines per reply, and records read per call before the
      *    reply goes back with the more flag set regardless.
       77  MAX-REPLY-LINES      PIC 9(2) VALUE 20.
       77  MAX-BROWSE-RECORDS   PIC 9(4) VALUE 2000.
      *
       01  WS-STORAGE.
           03 GET-RESP          PIC 9(8) COMP VALUE ZERO.
           03 BROWSE-RESP       PIC 9(8) COMP VALUE ZERO.
           03 WS-RECORDS-READ   PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-KEY.
              05 WS-BROWSE-PO      PIC 9(8) DISPLAY.
              05 WS-BROWSE-LINE    PIC 9(3) DISPLAY.
           03 WS-RESUME-KEY.
              05 WS-RESUME-PO      PIC 9(8) DISPLAY.
              05 WS-RESUME-LINE    PIC 9(3) DISPLAY.
           03 WS-BROWSE-ACTIVE  PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
      *       Set on each PO header: this supplier's and released.
           03 WS-PO-ELIGIBLE    PIC X(1) VALUE 'N'.
              88 PO-IS-ELIGIBLE    VALUE 'Y'.
           03 WS-PO-RELEASE-DATE PIC X(8) VALUE SPACES.
           03 WS-EDIT-COUNT     PIC 9(2) VALUE ZERO.
      *
      *    The request as the portal sends it. Zero resume key
      *    lists from the first PO.
       01  WS-REQUEST.
           03 RQ-PORTAL-ID           PIC X(32).
           03 RQ-RESUME-PO-NUMBER    PIC 9(8) DISPLAY.
           03 RQ-RESUME-PO-LINE      PIC 9(3) DISPLAY.
      *
      *    The reply the portal reads back: the open lines, 'Y'
      *    when there may be more after them, and the key to ask
      *    again from.
       01  WS-REPLY.
           03 RP-LINE-COUNT          PIC 9(2) DISPLAY.
           03 RP-MORE-FLAG           PIC X(1).
           03 RP-RESUME-PO-NUMBER    PIC 9(8) DISPLAY.
           03 RP-RESUME-PO-LINE      PIC 9(3) DISPLAY.
           03 RP-LINE-ENTRY OCCURS 20 TIMES.
              05 RP-PO-NUMBER        PIC 9(8) DISPLAY.
              05 RP-PO-LINE          PIC 9(3) DISPLAY.
              05 RP-RELEASE-DATE     PIC X(8).
              05 RP-PART-ID          PIC 9(8) DISPLAY.
              05 RP-DESCRIPTION      PIC X(40).
              05 RP-ORDER-QUANTITY   PIC 9(8) DISPLAY.
              05 RP-RECEIVED-QUANTITY PIC 9(8) DISPLAY.
              05 RP-UNIT-PRICE       PIC 9(5)V99 DISPLAY.
              05 RP-CURRENCY-CODE    PIC X(3).
              05 RP-REQUIRED-DATE    PIC X(8).
              05 RP-PROMISED-DATE    PIC X(8).
              05 RP-ACK-STATUS       PIC X(1).
              05 RP-LINE-KIND        PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACES TO WS-REPLY.
           MOVE ZERO TO RP-LINE-COUNT.
           MOVE 'N' TO RP-MORE-FLAG.
           MOVE ZERO TO RP-RESUME-PO-NUMBER.
           MOVE ZERO TO RP-RESUME-PO-LINE.
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
                 PERFORM LIST-OPEN-LINES
              END-IF
           END-IF.
      *
           MOVE 'L' TO WS-PI-ACTION.
           MOVE ZERO TO WS-PI-PO-NUMBER.
           MOVE ZERO TO WS-PI-PO-LINE.
           MOVE RP-LINE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PI-DETAIL.
           STRING 'LINES ' DELIMITED BY SIZE
                  WS-EDIT-COUNT DELIMITED BY SIZE
                  ' FROM ' DELIMITED BY SIZE
                  WS-RESUME-PO DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-RESUME-LINE DELIMITED BY SIZE
                  ' MORE ' DELIMITED BY SIZE
                  RP-MORE-FLAG DELIMITED BY SIZE
                  INTO WS-PI-DETAIL
           END-STRING.
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
      *    Browse from the resume key's PO header, keeping each
      *    open detail line after the resume key on a released PO
      *    of the caller's supplier, until the page is full, the
      *    browse limit is reached or the file ends.
       LIST-OPEN-LINES.
      *
           MOVE ZERO TO WS-RESUME-PO.
           MOVE ZERO TO WS-RESUME-LINE.
           IF RQ-RESUME-PO-NUMBER NUMERIC
              AND RQ-RESUME-PO-LINE NUMERIC
              MOVE RQ-RESUME-PO-NUMBER TO WS-RESUME-PO
              MOVE RQ-RESUME-PO-LINE TO WS-RESUME-LINE
           END-IF.
      *
           MOVE WS-RESUME-PO TO WS-BROWSE-PO.
           MOVE ZERO TO WS-BROWSE-LINE.
           MOVE ZERO TO WS-RECORDS-READ.
           MOVE 'N' TO WS-PO-ELIGIBLE.
           EXEC CICS STARTBR FILE(PO-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(BROWSE-RESP)
                     END-EXEC.
           IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR RP-LINE-COUNT NOT LESS THAN MAX-REPLY-LINES
                 OR WS-RECORDS-READ NOT LESS THAN
                    MAX-BROWSE-RECORDS
                 EXEC CICS READNEXT FILE(PO-FILE-NAME)
                           INTO(PURCHASE-ORDER-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(BROWSE-RESP)
                           END-EXEC
                 IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
                    ADD 1 TO WS-RECORDS-READ
                    PERFORM SCREEN-ONE-RECORD
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(PO-FILE-NAME) END-EXEC
           END-IF.
      *
      *    Stopped short of the end of the file: tell the portal to
      *    ask again from the last record looked at.
           IF BROWSE-IS-ACTIVE
              MOVE 'Y' TO RP-MORE-FLAG
              MOVE PO-NUMBER TO RP-RESUME-PO-NUMBER
              MOVE PO-LINE-NUMBER TO RP-RESUME-PO-LINE
           END-IF.
      *
           IF RP-LINE-COUNT EQUAL ZERO
              AND NOT BROWSE-IS-ACTIVE
              SET RC-NOTFND TO TRUE
           END-IF.
      *
       LIST-OPEN-LINES-EXIT.
           EXIT.
      *
      *    A header decides whether its lines may be shown; a line
      *    is kept when its PO qualifies, it is still open and it
      *    comes after the resume key.
       SCREEN-ONE-RECORD.
      *
           IF PO-HEADER-RECORD
              MOVE 'N' TO WS-PO-ELIGIBLE
              IF PO-SUPPLIER EQUAL WS-PI-SUPPLIER-ID
                 AND PO-STATUS-RELEASED
                 SET PO-IS-ELIGIBLE TO TRUE
                 MOVE PO-RELEASE-DATE TO WS-PO-RELEASE-DATE
              END-IF
           ELSE
              IF PO-IS-ELIGIBLE
                 AND PO-DETAIL-RECORD
                 AND PO-LINE-OPEN
                 AND PO-KEY GREATER THAN WS-RESUME-KEY
                 PERFORM FILL-ONE-LINE
              END-IF
           END-IF.
      *
       SCREEN-ONE-RECORD-EXIT.
           EXIT.
      *
       FILL-ONE-LINE.
      *
           ADD 1 TO RP-LINE-COUNT.
           MOVE PO-NUMBER TO RP-PO-NUMBER(RP-LINE-COUNT).
           MOVE PO-LINE-NUMBER TO RP-PO-LINE(RP-LINE-COUNT).
           MOVE WS-PO-RELEASE-DATE
                TO RP-RELEASE-DATE(RP-LINE-COUNT).
           MOVE PO-PART-ID TO RP-PART-ID(RP-LINE-COUNT).
           MOVE PO-DESCRIPTION TO RP-DESCRIPTION(RP-LINE-COUNT).
           MOVE PO-SUGGESTED-QUANTITY
                TO RP-ORDER-QUANTITY(RP-LINE-COUNT).
           MOVE PO-RECEIVED-QUANTITY
                TO RP-RECEIVED-QUANTITY(RP-LINE-COUNT).
           MOVE PO-UNIT-PRICE TO RP-UNIT-PRICE(RP-LINE-COUNT).
           MOVE PO-CURRENCY-CODE TO RP-CURRENCY-CODE(RP-LINE-COUNT).
           MOVE PO-REQUIRED-DATE TO RP-REQUIRED-DATE(RP-LINE-COUNT).
           MOVE PO-PROMISED-DATE TO RP-PROMISED-DATE(RP-LINE-COUNT).
           MOVE PO-ACK-STATUS TO RP-ACK-STATUS(RP-LINE-COUNT).
           MOVE PO-LINE-KIND TO RP-LINE-KIND(RP-LINE-COUNT).
      *
       FILL-ONE-LINE-EXIT.
           EXIT.
      *
      *    Shared portal identity paragraphs - see PORTIDP.cpy.
           COPY PORTIDP.
