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
      * Customs-data maintenance for the approved sources. About a
      * third of our parts are imported, and the broker asks for
      * each one's country of origin and tariff (commodity) code -
      * until now looked up part by part. S=set stores both on the
      * part/supplier's SUPPXREF entry, beside the rest of the
      * approved-source data; I=inquire shows what a source
      * carries. A set with both fields blank clears them, for a
      * source that turns out to be domestic. From there POXMIT
      * prints them for a foreign supplier, RECVGDS carries them
      * onto each receipt, and IMPDECL totals the month's imports
      * by them for the customs return.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              ORIGMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    SUPPXREF copybook - the approved source the data lives on.
           COPY SUPPXREF.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS file to use
       77  XREF-FILE-NAME       PIC X(8) VALUE 'SUPPXREF'.
      *
       01  WS-STORAGE.
           03 XREF-RESP         PIC 9(8) COMP VALUE ZERO.
      *
      *    The tariff code as keyed, checked a digit at a time -
      *    the six-digit international heading is required, the
      *    national subdivisions past it are optional.
           03 WS-CODE-CHECK.
              05 WS-CODE-HEADING   PIC X(6).
              05 WS-CODE-NATIONAL  PIC X(4).
           03 WS-DATA-FLAG      PIC X(1) VALUE 'Y'.
              88 CUSTOMS-DATA-OK   VALUE 'Y'.
              88 CUSTOMS-DATA-BAD  VALUE 'N'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-SET          VALUE 'S'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-SUPPLIER-ID         PIC 9(8) DISPLAY.
      *
      *    Input on a set; output on an inquiry.
           03 CA-ORIGIN-COUNTRY      PIC X(2).
           03 CA-COMMODITY-CODE      PIC X(10).
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EVALUATE TRUE
              WHEN CA-ACTION-SET
                 PERFORM DO-SET-CUSTOMS-DATA
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE-CUSTOMS-DATA
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
      *    Store the origin and commodity code on the approved
      *    source's SUPPXREF entry. Only an existing source takes
      *    them - approving the source is a separate step.
       DO-SET-CUSTOMS-DATA.
      *
           PERFORM CHECK-CUSTOMS-DATA.
           IF CUSTOMS-DATA-BAD
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-PART-ID TO XR-PART-ID
              MOVE CA-SUPPLIER-ID TO XR-SUPPLIER-ID
              EXEC CICS READ FILE(XREF-FILE-NAME)
                        INTO(SUPPLIER-XREF-RECORD)
                        RIDFLD(XR-KEY)
                        UPDATE
                        RESP(XREF-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN XREF-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN XREF-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    MOVE CA-ORIGIN-COUNTRY TO XR-ORIGIN-COUNTRY
                    MOVE CA-COMMODITY-CODE TO XR-COMMODITY-CODE
                    EXEC CICS REWRITE FILE(XREF-FILE-NAME)
                              FROM(SUPPLIER-XREF-RECORD)
                              RESP(XREF-RESP)
                              END-EXEC
                    IF XREF-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-SET-CUSTOMS-DATA-EXIT.
           EXIT.
      *
      *    Both fields blank clears the source's customs data.
      *    Otherwise both are required: a two-letter country code,
      *    and a tariff code of at least the six-digit heading,
      *    any further national digits following on without a gap.
       CHECK-CUSTOMS-DATA.
      *
           SET CUSTOMS-DATA-OK TO TRUE.
           IF CA-ORIGIN-COUNTRY NOT EQUAL SPACES
              OR CA-COMMODITY-CODE NOT EQUAL SPACES
              MOVE CA-COMMODITY-CODE TO WS-CODE-CHECK
              IF CA-ORIGIN-COUNTRY NOT ALPHABETIC-UPPER
                 OR CA-ORIGIN-COUNTRY(1:1) EQUAL SPACE
                 OR CA-ORIGIN-COUNTRY(2:1) EQUAL SPACE
                 SET CUSTOMS-DATA-BAD TO TRUE
              END-IF
              IF WS-CODE-HEADING NOT NUMERIC
                 SET CUSTOMS-DATA-BAD TO TRUE
              END-IF
              EVALUATE TRUE
                 WHEN WS-CODE-NATIONAL EQUAL SPACES
                 WHEN WS-CODE-NATIONAL NUMERIC
                    CONTINUE
                 WHEN WS-CODE-NATIONAL(1:2) NUMERIC
                  AND WS-CODE-NATIONAL(3:2) EQUAL SPACES
                    CONTINUE
                 WHEN OTHER
                    SET CUSTOMS-DATA-BAD TO TRUE
              END-EVALUATE
           END-IF.
      *
       CHECK-CUSTOMS-DATA-EXIT.
           EXIT.
      *
       DO-INQUIRE-CUSTOMS-DATA.
      *
           MOVE CA-PART-ID TO XR-PART-ID.
           MOVE CA-SUPPLIER-ID TO XR-SUPPLIER-ID.
           EXEC CICS READ FILE(XREF-FILE-NAME)
                     INTO(SUPPLIER-XREF-RECORD)
                     RIDFLD(XR-KEY)
                     RESP(XREF-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN XREF-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN XREF-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE XR-ORIGIN-COUNTRY TO CA-ORIGIN-COUNTRY
                 MOVE XR-COMMODITY-CODE TO CA-COMMODITY-CODE
           END-EVALUATE.
      *
       DO-INQUIRE-CUSTOMS-DATA-EXIT.
           EXIT.
