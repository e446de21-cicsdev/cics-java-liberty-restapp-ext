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
      * Supplier-portal despatch advice - the portal's counterpart
      * of the ASNIN batch feed, one shipped PO line a call. The
      * request container PASNREQ carries the portal identity, the
      * supplier's ASN number, the PO line, the quantity shipped,
      * the ship and expected-arrival dates and the portal's own
      * request ID. The identity resolves through PORTUSER to one
      * supplier (see PORTIDP.cpy); the PO must be that supplier's
      * and released, and the line an open stock line - the
      * portal cannot register unmatched despatches the way the
      * file feed can, since the supplier can see its own lines.
      * A PO that belongs to someone else is answered exactly as
      * one that does not exist; the journal keeps the real
      * reason.
      *
      * The ASNFILE record is the one ASNIN would write for the
      * same line, so the dock (ASNVIEW) and RECVGDS treat both
      * alike. PASNREPLY gives back the ASN key registered; PASNRC
      * the return code. A retry of an answered call, same request
      * ID, gets the first answer back and registers nothing - see
      * REQIDW/REQIDP. The request ID is qualified by the
      * supplier, so two suppliers' portals can never collide on
      * one. Every call, refused ones too, is journaled on
      * PORTJRNL.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PORTASNC.
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
      *    PURCHORD copybook - the PO header and line shipped.
           COPY PURCHORD.
      *
      *    ASN copybook - the expected delivery registered.
           COPY ASN.
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
      *    REQLOG copybook - the request-ID record.
           COPY REQLOG.
      *
      *    Shared duplicate-request work fields - see
      *    REQIDW/REQIDP.
           COPY REQIDW.
      *
      *    Name of the CICS files to use
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  ASN-FILE-NAME        PIC X(8) VALUE 'ASNFILE'.
      *
      *    Name of the containers to use
       77  REQ-CONTAINER-NAME   PIC X(16) VALUE 'PASNREQ'.
       77  RC-CONTAINER-NAME    PIC X(16) VALUE 'PASNRC'.
       77  REPLY-CONTAINER-NAME PIC X(16) VALUE 'PASNREPLY'.
      *
       01  WS-STORAGE.
           03 GET-RESP          PIC 9(8) COMP VALUE ZERO.
           03 PO-RESP           PIC 9(8) COMP VALUE ZERO.
           03 ASN-RESP          PIC 9(8) COMP VALUE ZERO.
           03 WS-SHIP-NUM       PIC 9(8) VALUE ZERO.
           03 WS-EXPECTED-NUM   PIC 9(8) VALUE ZERO.
      *       The portal's request ID under the supplier's number.
           03 WS-QUALIFIED-ID.
              05 WS-QI-SUPPLIER PIC 9(8).
              05 WS-QI-REQUEST  PIC X(24).
      *
      *    The request as the portal sends it. Dates are YYYYMMDD.
       01  WS-REQUEST.
           03 RQ-PORTAL-ID           PIC X(32).
           03 RQ-ASN-NUMBER          PIC X(10).
           03 RQ-PO-NUMBER           PIC 9(8) DISPLAY.
           03 RQ-PO-LINE             PIC 9(3) DISPLAY.
           03 RQ-SHIPPED-QUANTITY    PIC 9(8) DISPLAY.
           03 RQ-SHIP-DATE           PIC X(8).
           03 RQ-EXPECTED-DATE       PIC X(8).
      *    The portal's own ID for this request, the same on every
      *    retry of it; spaces registers it unprotected.
           03 RQ-REQUEST-ID          PIC X(24).
      *
      *    The reply the portal reads back: the ASN key registered.
       01  WS-REPLY.
           03 RP-PART-ID             PIC 9(8) DISPLAY.
           03 RP-EXPECTED-DATE       PIC X(8).
           03 RP-SEQUENCE            PIC 9(3) DISPLAY.
           03 RP-PO-NUMBER           PIC 9(8) DISPLAY.
           03 RP-PO-LINE             PIC 9(3) DISPLAY.
           03 RP-ASN-NUMBER          PIC X(10).
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           SET REQUEST-ID-UNCHECKED TO TRUE.
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
                 MOVE 'PORTASNC' TO WS-RI-INTERFACE
                 MOVE SPACES TO WS-RI-REQUEST-ID
                 IF RQ-REQUEST-ID NOT EQUAL SPACES
                    MOVE WS-PI-SUPPLIER-ID TO WS-QI-SUPPLIER
                    MOVE RQ-REQUEST-ID TO WS-QI-REQUEST
                    MOVE WS-QUALIFIED-ID TO WS-RI-REQUEST-ID
                 END-IF
                 PERFORM CLAIM-REQUEST-ID
                 IF NOT REQUEST-IS-DUPLICATE
                    PERFORM VALIDATE-REQUEST
                    IF RC-SUCCESS
                       PERFORM REGISTER-EXPECTED-DELIVERY
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *    A repeat gets the first call's answer back unchanged.
           IF REQUEST-IS-DUPLICATE
              MOVE WS-RI-RETURN-CODE TO RETURN-CODE
              MOVE WS-RI-REPLY TO WS-REPLY
              MOVE 'REPEAT OF AN ANSWERED REQUEST' TO WS-PI-DETAIL
           ELSE
              IF PORTAL-ID-ACCEPTED
                 MOVE WS-REPLY TO WS-RI-REPLY
                 PERFORM SETTLE-REQUEST-ID
              END-IF
           END-IF.
      *
           MOVE 'D' TO WS-PI-ACTION.
           IF WS-PI-DETAIL EQUAL SPACES
              STRING 'ASN ' DELIMITED BY SIZE
                     RQ-ASN-NUMBER DELIMITED BY SIZE
                     ' QTY ' DELIMITED BY SIZE
                     RQ-SHIPPED-QUANTITY DELIMITED BY SIZE
                     ' DUE ' DELIMITED BY SIZE
                     RQ-EXPECTED-DATE DELIMITED BY SIZE
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
      *    The fields must make sense - a quantity, real dates, an
      *    arrival no earlier than the shipment - and the PO line
      *    must be an open stock line on a released PO of the
      *    caller's supplier. Another supplier's PO goes back as
      *    not found.
       VALIDATE-REQUEST.
      *
           IF RQ-PO-NUMBER NOT NUMERIC
              OR RQ-PO-LINE NOT NUMERIC
              OR RQ-SHIPPED-QUANTITY NOT NUMERIC
              OR RQ-SHIP-DATE NOT NUMERIC
              OR RQ-EXPECTED-DATE NOT NUMERIC
              SET RC-VALIDATION-ERROR TO TRUE
              MOVE 'FIELDS NOT NUMERIC' TO WS-PI-DETAIL
           ELSE
              MOVE RQ-PO-NUMBER TO WS-PI-PO-NUMBER
              MOVE RQ-PO-LINE TO WS-PI-PO-LINE
              MOVE RQ-SHIP-DATE TO WS-SHIP-NUM
              MOVE RQ-EXPECTED-DATE TO WS-EXPECTED-NUM
              EVALUATE TRUE
                 WHEN RQ-PO-LINE EQUAL ZERO
                    SET RC-VALIDATION-ERROR TO TRUE
                    MOVE 'PO LINE INVALID' TO WS-PI-DETAIL
                 WHEN RQ-SHIPPED-QUANTITY EQUAL ZERO
                    SET RC-VALIDATION-ERROR TO TRUE
                    MOVE 'QUANTITY ZERO' TO WS-PI-DETAIL
                 WHEN RQ-ASN-NUMBER EQUAL SPACES
                    SET RC-VALIDATION-ERROR TO TRUE
                    MOVE 'ASN NUMBER MISSING' TO WS-PI-DETAIL
                 WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-SHIP-NUM)
                      NOT EQUAL ZERO
                    OR FUNCTION TEST-DATE-YYYYMMDD(WS-EXPECTED-NUM)
                      NOT EQUAL ZERO
                    SET RC-VALIDATION-ERROR TO TRUE
                    MOVE 'DATE INVALID' TO WS-PI-DETAIL
                 WHEN WS-EXPECTED-NUM LESS THAN WS-SHIP-NUM
                    SET RC-VALIDATION-ERROR TO TRUE
                    MOVE 'EXPECTED BEFORE SHIPPED' TO WS-PI-DETAIL
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
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
           IF RC-SUCCESS
              MOVE RQ-PO-NUMBER TO PO-NUMBER
              MOVE RQ-PO-LINE TO PO-LINE-NUMBER
              EXEC CICS READ FILE(PO-FILE-NAME)
                        INTO(PURCHASE-ORDER-RECORD)
                        RIDFLD(PO-KEY)
                        RESP(PO-RESP)
                        END-EXEC
              IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-NOTFND TO TRUE
                 MOVE 'PO LINE NOT FOUND' TO WS-PI-DETAIL
              ELSE
                 IF NOT PO-DETAIL-RECORD
                    OR NOT PO-LINE-OPEN
                    OR PO-NON-STOCK-LINE
                    SET RC-VALIDATION-ERROR TO TRUE
                    MOVE 'PO LINE NOT OPEN STOCK LINE'
                         TO WS-PI-DETAIL
                 END-IF
              END-IF
           END-IF.
      *
       VALIDATE-REQUEST-EXIT.
           EXIT.
      *
      *    Land the line on ASNFILE under the next free sequence
      *    for its part and expected date, as ASNIN does for a
      *    matched despatch line.
       REGISTER-EXPECTED-DELIVERY.
      *
           MOVE SPACES TO ASN-RECORD.
           MOVE PO-PART-ID TO AN-PART-ID.
           MOVE RQ-EXPECTED-DATE TO AN-EXPECTED-DATE.
           MOVE WS-PI-SUPPLIER-ID TO AN-SUPPLIER.
           MOVE RQ-ASN-NUMBER TO AN-ASN-NUMBER.
           MOVE PO-NUMBER TO AN-PO-NUMBER.
           MOVE PO-LINE-NUMBER TO AN-PO-LINE.
           MOVE RQ-SHIPPED-QUANTITY TO AN-SHIPPED-QUANTITY.
           MOVE RQ-SHIP-DATE TO AN-SHIP-DATE.
           SET AN-STATUS-EXPECTED TO TRUE.
      *
           MOVE ZERO TO AN-SEQUENCE.
           MOVE DFHRESP(DUPREC) TO ASN-RESP.
           PERFORM UNTIL ASN-RESP NOT EQUAL DFHRESP(DUPREC)
              OR AN-SEQUENCE EQUAL 999
              ADD 1 TO AN-SEQUENCE
              EXEC CICS WRITE FILE(ASN-FILE-NAME)
                        FROM(ASN-RECORD)
                        RIDFLD(AN-KEY)
                        RESP(ASN-RESP)
                        END-EXEC
           END-PERFORM.
      *
           IF ASN-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
              MOVE 'ASNFILE WRITE FAILED' TO WS-PI-DETAIL
           ELSE
              MOVE AN-PART-ID TO RP-PART-ID
              MOVE AN-EXPECTED-DATE TO RP-EXPECTED-DATE
              MOVE AN-SEQUENCE TO RP-SEQUENCE
              MOVE AN-PO-NUMBER TO RP-PO-NUMBER
              MOVE AN-PO-LINE TO RP-PO-LINE
              MOVE AN-ASN-NUMBER TO RP-ASN-NUMBER
           END-IF.
      *
       REGISTER-EXPECTED-DELIVERY-EXIT.
           EXIT.
      *
      *    Shared portal identity paragraphs - see PORTIDP.cpy.
           COPY PORTIDP.
      *
      *    Shared duplicate-request paragraphs - see REQIDP.cpy.
           COPY REQIDP.
