       PROCESS NODYNAM,RENT,APOST,TRUNC(OPT)

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
      * Nightly warranty catch-up for the serial-controlled units.
      * RECVGDS stamps each unit it receives with the warranty
      * terms of its part/supplier source, and dates the expiry
      * when the terms count from receipt; ISSUGDS and ASMORDER
      * date it at issue when they count from issue. This run
      * fills the gaps those leave behind:
      *
      *   - a unit received before the warranty fields existed
      *     (never assessed) or whose source had no terms when it
      *     arrived is looked up again on SUPPXREF, under the
      *     supplier it came from - the part's own when the unit
      *     does not say - and stamped with the terms if there
      *     now are some. One still without terms is marked as
      *     having none. A unit built here (no supplier) and one
      *     already rejected back to the vendor are left alone.
      *   - a unit with terms but no expiry yet is dated from its
      *     receipt date, or from its issue date once issued.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WARRSET.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SERIAL-FILE ASSIGN TO SERIALNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SN-KEY
                  FILE STATUS IS WS-SERIAL-STATUS.
      *
           SELECT SUPPXREF-FILE ASSIGN TO SUPPXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
      *    Shared run-control file every nightly job registers
      *    its start and completion on - see RUNCTL/RUNCTLP.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SERIAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SERIALNO.
      *
       FD  SUPPXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPXREF.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-SERIAL-STATUS          PIC X(2) VALUE '00'.
              88  SERIAL-STATUS-OK          VALUE '00'.
           03 WS-XREF-STATUS            PIC X(2) VALUE '00'.
              88  XREF-STATUS-OK            VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-SERIAL-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-SERIAL-FILE        VALUE 'Y'.
           03 WS-CHANGED-FLAG           PIC X(1) VALUE 'N'.
              88  UNIT-CHANGED              VALUE 'Y'.
              88  UNIT-UNCHANGED            VALUE 'N'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-READ-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-STAMPED-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-NO-TERMS-COUNT         PIC 9(8) COMP VALUE ZERO.
           03 WS-DATED-COUNT            PIC 9(8) COMP VALUE ZERO.
           03 WS-REWRITE-COUNT          PIC 9(8) COMP VALUE ZERO.
      *
      *    Shared warranty-expiry work fields - see
      *    WARRDATW/WARRDATP.
           COPY WARRDATW.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-SERIAL-FILE
              READ SERIAL-FILE
                   AT END SET END-OF-SERIAL-FILE TO TRUE
              END-READ
              IF NOT END-OF-SERIAL-FILE
                 ADD 1 TO WS-READ-COUNT
                 PERFORM CHECK-ONE-UNIT
              END-IF
           END-PERFORM.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'WARRSET' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN I-O SERIAL-FILE.
           OPEN INPUT SUPPXREF-FILE.
           OPEN INPUT SMPLXMPL-FILE.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Bring one unit's warranty up to date, writing it back
      *    only when something changed.
       CHECK-ONE-UNIT.
      *
           SET UNIT-UNCHANGED TO TRUE.
           IF NOT SN-STATUS-REJECTED
              IF SN-WARRANTY-UNASSESSED
                 PERFORM FILL-ORIGIN-FIELDS
              END-IF
              IF (SN-WARRANTY-UNASSESSED OR SN-WARRANTY-NONE)
                 AND SN-SUPPLIER-ID GREATER THAN ZERO
                 PERFORM LOOK-UP-WARRANTY-TERMS
              END-IF
              IF (SN-WARRANTY-FROM-RECEIPT OR SN-WARRANTY-FROM-ISSUE)
                 AND SN-WARRANTY-EXPIRY EQUAL SPACES
                 PERFORM DATE-WARRANTY-EXPIRY
              END-IF
           END-IF.
      *
           IF UNIT-CHANGED
              REWRITE SERIAL-NUMBER-RECORD
              ADD 1 TO WS-REWRITE-COUNT
           END-IF.
      *
       CHECK-ONE-UNIT-EXIT.
           EXIT.
      *
      *    A unit written before the origin and warranty fields
      *    existed has spaces in them. The supplier it came from
      *    is taken as the part's own; the PO it arrived on is
      *    not known.
       FILL-ORIGIN-FIELDS.
      *
           IF SN-SUPPLIER-ID NOT NUMERIC
              MOVE ZERO TO SN-SUPPLIER-ID
              MOVE SN-PART-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE SUPPLIER OF STOCK-PART-REC
                           TO SN-SUPPLIER-ID
              END-READ
           END-IF.
           IF SN-RECEIPT-PO NOT NUMERIC
              MOVE ZERO TO SN-RECEIPT-PO
           END-IF.
           IF SN-WARRANTY-MONTHS NOT NUMERIC
              MOVE ZERO TO SN-WARRANTY-MONTHS
           END-IF.
           IF SN-CLAIM-NUMBER NOT NUMERIC
              MOVE ZERO TO SN-CLAIM-NUMBER
           END-IF.
           SET UNIT-CHANGED TO TRUE.
      *
       FILL-ORIGIN-FIELDS-EXIT.
           EXIT.
      *
      *    The source's terms, if it has any now. A unit already
      *    marked as having none is only written back when terms
      *    turn up.
       LOOK-UP-WARRANTY-TERMS.
      *
           MOVE SN-PART-ID TO XR-PART-ID.
           MOVE SN-SUPPLIER-ID TO XR-SUPPLIER-ID.
           READ SUPPXREF-FILE
                INVALID KEY
                   MOVE ZERO TO XR-WARRANTY-MONTHS
                   MOVE SPACE TO XR-WARRANTY-BASIS
           END-READ.
      *
           IF XR-WARRANTY-MONTHS NUMERIC
              AND XR-WARRANTY-MONTHS GREATER THAN ZERO
              AND (XR-WARRANTY-FROM-RECEIPT OR XR-WARRANTY-FROM-ISSUE)
              MOVE XR-WARRANTY-MONTHS TO SN-WARRANTY-MONTHS
              MOVE XR-WARRANTY-BASIS TO SN-WARRANTY-BASIS
              MOVE SPACES TO SN-WARRANTY-EXPIRY
              ADD 1 TO WS-STAMPED-COUNT
              SET UNIT-CHANGED TO TRUE
           ELSE
              IF SN-WARRANTY-UNASSESSED
                 MOVE ZERO TO SN-WARRANTY-MONTHS
                 SET SN-WARRANTY-NONE TO TRUE
                 ADD 1 TO WS-NO-TERMS-COUNT
                 SET UNIT-CHANGED TO TRUE
              END-IF
           END-IF.
      *
       LOOK-UP-WARRANTY-TERMS-EXIT.
           EXIT.
      *
      *    Date the expiry from receipt, or from issue once the
      *    unit has gone out; a unit still on the shelf under an
      *    issue-based warranty waits.
       DATE-WARRANTY-EXPIRY.
      *
           MOVE ZERO TO WS-WD-START-DATE.
           EVALUATE TRUE
              WHEN SN-WARRANTY-FROM-RECEIPT
               AND SN-RECEIPT-DATE NUMERIC
                 MOVE SN-RECEIPT-DATE TO WS-WD-START-DATE
              WHEN SN-WARRANTY-FROM-ISSUE
               AND SN-STATUS-ISSUED
               AND SN-ISSUE-DATE NUMERIC
                 MOVE SN-ISSUE-DATE TO WS-WD-START-DATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           IF WS-WD-START-DATE GREATER THAN ZERO
              MOVE SN-WARRANTY-MONTHS TO WS-WD-MONTHS
              PERFORM COMPUTE-WARRANTY-EXPIRY
              IF WS-WD-EXPIRY NOT EQUAL SPACES
                 MOVE WS-WD-EXPIRY TO SN-WARRANTY-EXPIRY
                 ADD 1 TO WS-DATED-COUNT
                 SET UNIT-CHANGED TO TRUE
              END-IF
           END-IF.
      *
       DATE-WARRANTY-EXPIRY-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'WARRSET: UNITS READ:             ' WS-READ-COUNT.
           DISPLAY 'WARRSET: TERMS STAMPED:          '
                   WS-STAMPED-COUNT.
           DISPLAY 'WARRSET: MARKED NO WARRANTY:     '
                   WS-NO-TERMS-COUNT.
           DISPLAY 'WARRSET: EXPIRY DATES SET:       ' WS-DATED-COUNT.
           DISPLAY 'WARRSET: UNITS REWRITTEN:        '
                   WS-REWRITE-COUNT.
      *
           CLOSE SERIAL-FILE.
           CLOSE SUPPXREF-FILE.
           CLOSE SMPLXMPL-FILE.
      *
           MOVE WS-REWRITE-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared warranty-expiry paragraph - see WARRDATP.cpy.
           COPY WARRDATP.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
