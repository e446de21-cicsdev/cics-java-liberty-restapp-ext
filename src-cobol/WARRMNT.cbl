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
      * Warranty-terms maintenance for the approved sources. The
      * supplier's warranty on a serial-controlled part runs a
      * number of months, counted either from our receipt of the
      * unit or from the day we issue it into service. S=set stores
      * the months and that basis on the part/supplier's SUPPXREF
      * entry; I=inquire shows what a source carries. A set with
      * zero months and a blank basis clears the terms. RECVGDS
      * stamps the terms on each serial it receives, and dates the
      * expiry there for a receipt-based warranty; ISSUGDS dates it
      * at issue for an issue-based one. WARRSET catches up units
      * received before the terms were keyed.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WARRMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    SUPPXREF copybook - the approved source the terms live on.
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
           03 WS-TERMS-FLAG     PIC X(1) VALUE 'Y'.
              88 WARRANTY-TERMS-OK  VALUE 'Y'.
              88 WARRANTY-TERMS-BAD VALUE 'N'.
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
           03 CA-WARRANTY-MONTHS     PIC 9(3) DISPLAY.
           03 CA-WARRANTY-BASIS      PIC X(1).
              88 CA-FROM-RECEIPT        VALUE 'R'.
              88 CA-FROM-ISSUE          VALUE 'I'.
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
                 PERFORM DO-SET-WARRANTY-TERMS
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE-WARRANTY-TERMS
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
      *    Store the months and basis on the approved source's
      *    SUPPXREF entry. Only an existing source takes them -
      *    approving the source is a separate step. Units already
      *    received keep the terms they were stamped with.
       DO-SET-WARRANTY-TERMS.
      *
           PERFORM CHECK-WARRANTY-TERMS.
           IF WARRANTY-TERMS-BAD
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
                    MOVE CA-WARRANTY-MONTHS TO XR-WARRANTY-MONTHS
                    MOVE CA-WARRANTY-BASIS TO XR-WARRANTY-BASIS
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
       DO-SET-WARRANTY-TERMS-EXIT.
           EXIT.
      *
      *    Zero months with a blank basis clears the terms.
      *    Otherwise the months must be from 1 to 999 and the basis
      *    R (from receipt) or I (from issue).
       CHECK-WARRANTY-TERMS.
      *
           SET WARRANTY-TERMS-OK TO TRUE.
           EVALUATE TRUE
              WHEN CA-WARRANTY-MONTHS NOT NUMERIC
                 SET WARRANTY-TERMS-BAD TO TRUE
              WHEN CA-WARRANTY-MONTHS EQUAL ZERO
               AND CA-WARRANTY-BASIS EQUAL SPACE
                 CONTINUE
              WHEN CA-WARRANTY-MONTHS EQUAL ZERO
                 SET WARRANTY-TERMS-BAD TO TRUE
              WHEN CA-FROM-RECEIPT
              WHEN CA-FROM-ISSUE
                 CONTINUE
              WHEN OTHER
                 SET WARRANTY-TERMS-BAD TO TRUE
           END-EVALUATE.
      *
       CHECK-WARRANTY-TERMS-EXIT.
           EXIT.
      *
      *    Entries written before the terms existed carry spaces;
      *    they show as no warranty.
       DO-INQUIRE-WARRANTY-TERMS.
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
              WHEN XR-WARRANTY-MONTHS NOT NUMERIC
                 MOVE ZERO TO CA-WARRANTY-MONTHS
                 MOVE SPACE TO CA-WARRANTY-BASIS
              WHEN OTHER
                 MOVE XR-WARRANTY-MONTHS TO CA-WARRANTY-MONTHS
                 MOVE XR-WARRANTY-BASIS TO CA-WARRANTY-BASIS
           END-EVALUATE.
      *
       DO-INQUIRE-WARRANTY-TERMS-EXIT.
           EXIT.
