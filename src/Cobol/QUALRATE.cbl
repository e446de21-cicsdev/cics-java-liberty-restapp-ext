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
      * Supplier quality rating batch job. Works out, for every
      * approved source on the SUPPXREF cross-reference, how much
      * of what that supplier sent us for that part over the
      * trailing twelve months came back out of the door - units
      * rejected at inspection (INSPHOLD holds INSPREL rejected)
      * plus units returned to vendor (RTVGOODS credit memos on
      * CREDMEMO) - against the units received on the PURCHORD
      * lines in the same window, and stamps the result on the
      * cross-reference entry as a percentage-good rating. PORDGEN
      * weighs the rating when it chooses between approved sources
      * and skips any source rated below the PARMFILE floor.
      *
      * A rejection at inspection also writes a credit memo; those
      * memos carry an inspection origin and are not counted again
      * as returns. Nor are warranty-claim credits - no goods
      * went back on them. A rejected hold is charged to the
      * supplier on the PO the receipt matched, or to the part's
      * own SUPPLIER when the receipt matched no PO.
      *
      * A source with nothing received, rejected or returned in
      * the window is left unrated rather than given a perfect
      * score it has not earned; a source whose rejections and
      * returns outrun its receipts in the window rates zero.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  Count only memos from a return to vendor
      *                    - a warranty-claim credit is not one.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              QUALRATE.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    Browsed from the top for received lines, then read by
      *    key for the supplier on a rejected hold's PO header.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-KEY OF PURCHASE-ORDER-RECORD
                  FILE STATUS IS WS-PURCHORD-STATUS.
      *
      *    CREDMEMO is a VSAM ESDS - entries are appended in write
      *    order and read back the same way.
           SELECT MEMO-FILE ASSIGN TO CREDMEMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MEMO-STATUS.
      *
           SELECT INSPHOLD-FILE ASSIGN TO INSPHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IH-KEY
                  FILE STATUS IS WS-HOLD-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
      *    Every cross-reference entry is read in key order and
      *    rewritten with its new rating.
           SELECT SUPPXREF-FILE ASSIGN TO SUPPXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT RATING-REPORT ASSIGN TO QUALRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The shared run-control file every nightly job registers
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
       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRMEMO.
      *
       FD  INSPHOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INSPHOLD.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way REORDPT renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  SUPPXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPXREF.
      *
       FD  RATING-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
       01  WS-STORAGE.
           03 WS-PURCHORD-STATUS         PIC X(2) VALUE '00'.
              88  PURCHORD-STATUS-OK         VALUE '00'.
           03 WS-MEMO-STATUS             PIC X(2) VALUE '00'.
              88  MEMO-STATUS-OK             VALUE '00'.
           03 WS-HOLD-STATUS             PIC X(2) VALUE '00'.
              88  HOLD-STATUS-OK             VALUE '00'.
           03 WS-STOCK-STATUS            PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK            VALUE '00'.
           03 WS-XREF-STATUS             PIC X(2) VALUE '00'.
              88  XREF-STATUS-OK             VALUE '00'.
           03 WS-REPORT-STATUS           PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK           VALUE '00'.
           03 WS-PO-EOF-FLAG             PIC X(1) VALUE 'N'.
              88  END-OF-PO-FILE             VALUE 'Y'.
           03 WS-MEMO-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-MEMO-FILE           VALUE 'Y'.
           03 WS-HOLD-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-HOLD-FILE           VALUE 'Y'.
           03 WS-XREF-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-XREF-FILE           VALUE 'Y'.
           03 WS-RUN-DATE                PIC 9(8) VALUE ZERO.
           03 WS-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
           03 WS-EVENT-DATE              PIC X(8) VALUE SPACES.
      *
      *    The source, quantity and kind of the event being folded
      *    into the table.
           03 WS-EVENT-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-EVENT-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-EVENT-QUANTITY          PIC 9(8) VALUE ZERO.
           03 WS-EVENT-KIND              PIC X(1) VALUE SPACE.
              88  EVENT-RECEIVED             VALUE 'R'.
              88  EVENT-REJECTED             VALUE 'J'.
              88  EVENT-RETURNED             VALUE 'V'.
           03 WS-QR-INDEX                PIC 9(4) COMP VALUE ZERO.
           03 WS-QR-SLOT                 PIC 9(4) COMP VALUE ZERO.
           03 WS-QR-DROPPED              PIC 9(8) COMP VALUE ZERO.
           03 WS-DEFECT-QUANTITY         PIC 9(9) COMP VALUE ZERO.
           03 WS-BASE-QUANTITY           PIC 9(9) COMP VALUE ZERO.
           03 WS-RATED-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-UNRATED-COUNT           PIC 9(8) COMP VALUE ZERO.
      *
      *    Received, rejected and returned units inside the window,
      *    totalled per part and supplier. Serial search, the same
      *    shape as PORDGEN's consumption table; overflow is
      *    counted and reported rather than silently dropped.
       77  MAX-RATED-SOURCES             PIC 9(4) VALUE 2000.
       77  RATING-WINDOW-DAYS            PIC 9(3) VALUE 365.
       01  WS-QUALITY-TABLE.
           03 WS-QR-COUNT                PIC 9(4) COMP VALUE ZERO.
           03 WS-QR-ENTRY OCCURS 2000 TIMES.
              05 WS-QR-PART-ID           PIC 9(8).
              05 WS-QR-SUPPLIER          PIC 9(8).
              05 WS-QR-RECEIVED          PIC 9(9) COMP.
              05 WS-QR-REJECTED          PIC 9(9) COMP.
              05 WS-QR-RETURNED          PIC 9(9) COMP.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                   PIC X(38) VALUE
                'SUPPLIER QUALITY RATING - RUN'.
           03   FILLER                   PIC X(1)  VALUE SPACE.
           03   RH-RUN-YYYY              PIC 9(4).
           03   FILLER                   PIC X(1)  VALUE '-'.
           03   RH-RUN-MM                PIC 9(2).
           03   FILLER                   PIC X(1)  VALUE '-'.
           03   RH-RUN-DD                PIC 9(2).
           03   FILLER                   PIC X(32) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                   PIC X(10) VALUE 'PART'.
           03   FILLER                   PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                   PIC X(11) VALUE 'RECEIVED'.
           03   FILLER                   PIC X(11) VALUE 'REJECTED'.
           03   FILLER                   PIC X(11) VALUE 'RETURNED'.
           03   FILLER                   PIC X(27) VALUE 'RATING'.
      *
      *    One line per cross-reference entry.
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID               PIC 9(8).
           03   FILLER                   PIC X(2)  VALUE SPACES.
           03   RD-SUPPLIER              PIC 9(8).
           03   FILLER                   PIC X(2)  VALUE SPACES.
           03   RD-RECEIVED              PIC Z(8)9.
           03   FILLER                   PIC X(2)  VALUE SPACES.
           03   RD-REJECTED              PIC Z(8)9.
           03   FILLER                   PIC X(2)  VALUE SPACES.
           03   RD-RETURNED              PIC Z(8)9.
           03   FILLER                   PIC X(2)  VALUE SPACES.
           03   RD-RATING                PIC ZZ9.9.
           03   FILLER                   PIC X(1)  VALUE SPACES.
           03   RD-RATING-TEXT           PIC X(21) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                   RATING-WINDOW-DAYS).
      *
      *    Register this run - a business date already completed
      *    refuses to run again.
           MOVE 'QUALRATE' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT PURCHASE-ORDER-FILE.
           OPEN INPUT MEMO-FILE.
           OPEN INPUT INSPHOLD-FILE.
           OPEN INPUT SMPLXMPL-FILE.
           OPEN I-O SUPPXREF-FILE.
           OPEN OUTPUT RATING-REPORT.
           PERFORM WRITE-REPORT-HEADINGS.
      *
           PERFORM TOTAL-RECEIPTS.
           PERFORM TOTAL-RETURNS.
           PERFORM TOTAL-REJECTIONS.
           PERFORM RATE-SOURCES.
      *
           PERFORM FINALIZE-RUN.
      *
           MOVE WS-RATED-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
           STOP RUN.
      *
      *    Print the run-date heading and column heading.
       WRITE-REPORT-HEADINGS.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      *
      *    Browse PURCHORD from the top, totalling the received
      *    quantity of every detail line last received inside the
      *    window against the line's supplier.
       TOTAL-RECEIPTS.
      *
           PERFORM UNTIL END-OF-PO-FILE
              READ PURCHASE-ORDER-FILE NEXT
                   AT END SET END-OF-PO-FILE TO TRUE
              END-READ
              IF NOT END-OF-PO-FILE
                 IF PO-DETAIL-RECORD
                    AND PO-RECEIVED-QUANTITY NUMERIC
                    AND PO-RECEIVED-QUANTITY GREATER THAN ZERO
                    MOVE PO-RECEIPT-DATE TO WS-EVENT-DATE
                    IF WS-EVENT-DATE NUMERIC
                       AND WS-EVENT-DATE NOT LESS THAN
                           WS-CUTOFF-DATE
                       MOVE PO-PART-ID TO WS-EVENT-PART-ID
                       MOVE PO-SUPPLIER TO WS-EVENT-SUPPLIER
                       MOVE PO-RECEIVED-QUANTITY
                            TO WS-EVENT-QUANTITY
                       SET EVENT-RECEIVED TO TRUE
                       PERFORM ADD-EVENT-TO-TABLE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       TOTAL-RECEIPTS-EXIT.
           EXIT.
      *
      *    Scan the credit memos for returns to vendor inside the
      *    window. A memo written by an inspection rejection is
      *    skipped - the rejection is counted off its hold - and
      *    so is a warranty-claim credit, where nothing went back.
       TOTAL-RETURNS.
      *
           PERFORM UNTIL END-OF-MEMO-FILE
              READ MEMO-FILE
                   AT END SET END-OF-MEMO-FILE TO TRUE
              END-READ
              IF NOT END-OF-MEMO-FILE
                 IF CM-FROM-RTV
                    AND CM-RTV-DATE NUMERIC
                    AND CM-RTV-DATE NOT LESS THAN WS-CUTOFF-DATE
                    MOVE CM-PART-ID TO WS-EVENT-PART-ID
                    MOVE CM-SUPPLIER-ID TO WS-EVENT-SUPPLIER
                    MOVE CM-QUANTITY TO WS-EVENT-QUANTITY
                    SET EVENT-RETURNED TO TRUE
                    PERFORM ADD-EVENT-TO-TABLE
                 END-IF
              END-IF
           END-PERFORM.
      *
       TOTAL-RETURNS-EXIT.
           EXIT.
      *
      *    Scan the inspection holds for receipts rejected inside
      *    the window, charging each to the supplier on the PO the
      *    receipt matched, or the part's own supplier without one.
       TOTAL-REJECTIONS.
      *
           PERFORM UNTIL END-OF-HOLD-FILE
              READ INSPHOLD-FILE
                   AT END SET END-OF-HOLD-FILE TO TRUE
              END-READ
              IF NOT END-OF-HOLD-FILE
                 IF IH-STATUS-REJECTED
                    AND IH-RELEASE-DATE NUMERIC
                    AND IH-RELEASE-DATE NOT LESS THAN
                        WS-CUTOFF-DATE
                    PERFORM FIND-HOLD-SUPPLIER
                    MOVE IH-PART-ID TO WS-EVENT-PART-ID
                    MOVE IH-QUANTITY TO WS-EVENT-QUANTITY
                    SET EVENT-REJECTED TO TRUE
                    PERFORM ADD-EVENT-TO-TABLE
                 END-IF
              END-IF
           END-PERFORM.
      *
       TOTAL-REJECTIONS-EXIT.
           EXIT.
      *
      *    The supplier a rejected hold is charged to - the PO
      *    header's when the receipt matched a PO on file,
      *    otherwise the part's own SUPPLIER field.
       FIND-HOLD-SUPPLIER.
      *
           MOVE ZERO TO WS-EVENT-SUPPLIER.
      *
           IF IH-PO-NUMBER NUMERIC
              AND IH-PO-NUMBER GREATER THAN ZERO
              MOVE IH-PO-NUMBER TO PO-NUMBER
              MOVE ZERO TO PO-LINE-NUMBER
              READ PURCHASE-ORDER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE PO-SUPPLIER TO WS-EVENT-SUPPLIER
              END-READ
           END-IF.
      *
           IF WS-EVENT-SUPPLIER EQUAL ZERO
              MOVE IH-PART-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE SUPPLIER OF STOCK-PART-REC
                           TO WS-EVENT-SUPPLIER
              END-READ
           END-IF.
      *
       FIND-HOLD-SUPPLIER-EXIT.
           EXIT.
      *
      *    Fold one receipt, rejection or return into its part and
      *    supplier's table slot, adding a new slot for a source
      *    not seen yet.
       ADD-EVENT-TO-TABLE.
      *
           MOVE ZERO TO WS-QR-SLOT.
           PERFORM VARYING WS-QR-INDEX FROM 1 BY 1
                     UNTIL WS-QR-INDEX GREATER THAN WS-QR-COUNT
                        OR WS-QR-SLOT GREATER THAN ZERO
              IF WS-QR-PART-ID(WS-QR-INDEX) EQUAL WS-EVENT-PART-ID
                 AND WS-QR-SUPPLIER(WS-QR-INDEX) EQUAL
                     WS-EVENT-SUPPLIER
                 MOVE WS-QR-INDEX TO WS-QR-SLOT
              END-IF
           END-PERFORM.
      *
           IF WS-QR-SLOT EQUAL ZERO
              IF WS-QR-COUNT LESS THAN MAX-RATED-SOURCES
                 ADD 1 TO WS-QR-COUNT
                 MOVE WS-QR-COUNT TO WS-QR-SLOT
                 MOVE WS-EVENT-PART-ID TO WS-QR-PART-ID(WS-QR-SLOT)
                 MOVE WS-EVENT-SUPPLIER TO WS-QR-SUPPLIER(WS-QR-SLOT)
                 MOVE ZERO TO WS-QR-RECEIVED(WS-QR-SLOT)
                 MOVE ZERO TO WS-QR-REJECTED(WS-QR-SLOT)
                 MOVE ZERO TO WS-QR-RETURNED(WS-QR-SLOT)
              ELSE
                 ADD 1 TO WS-QR-DROPPED
              END-IF
           END-IF.
      *
           IF WS-QR-SLOT GREATER THAN ZERO
              EVALUATE TRUE
                 WHEN EVENT-RECEIVED
                    ADD WS-EVENT-QUANTITY
                        TO WS-QR-RECEIVED(WS-QR-SLOT)
                 WHEN EVENT-REJECTED
                    ADD WS-EVENT-QUANTITY
                        TO WS-QR-REJECTED(WS-QR-SLOT)
                 WHEN EVENT-RETURNED
                    ADD WS-EVENT-QUANTITY
                        TO WS-QR-RETURNED(WS-QR-SLOT)
              END-EVALUATE
           END-IF.
      *
       ADD-EVENT-TO-TABLE-EXIT.
           EXIT.
      *
      *    Walk every cross-reference entry, stamp the rating its
      *    table slot earns (or clear it when the source had no
      *    activity in the window), rewrite it and print it.
       RATE-SOURCES.
      *
           PERFORM UNTIL END-OF-XREF-FILE
              READ SUPPXREF-FILE NEXT
                   AT END SET END-OF-XREF-FILE TO TRUE
              END-READ
              IF NOT END-OF-XREF-FILE
                 PERFORM RATE-ONE-SOURCE
                 REWRITE SUPPLIER-XREF-RECORD
                 WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
              END-IF
           END-PERFORM.
      *
       RATE-SOURCES-EXIT.
           EXIT.
      *
      *    Rating = percentage of the window's receipts that were
      *    neither rejected nor returned. The base is the larger of
      *    received and defective units, so a source whose defects
      *    outrun its receipts (goods received before the window,
      *    rejected inside it) rates zero rather than negative.
       RATE-ONE-SOURCE.
      *
           MOVE ZERO TO WS-QR-SLOT.
           PERFORM VARYING WS-QR-INDEX FROM 1 BY 1
                     UNTIL WS-QR-INDEX GREATER THAN WS-QR-COUNT
                        OR WS-QR-SLOT GREATER THAN ZERO
              IF WS-QR-PART-ID(WS-QR-INDEX) EQUAL XR-PART-ID
                 AND WS-QR-SUPPLIER(WS-QR-INDEX) EQUAL
                     XR-SUPPLIER-ID
                 MOVE WS-QR-INDEX TO WS-QR-SLOT
              END-IF
           END-PERFORM.
      *
           MOVE XR-PART-ID TO RD-PART-ID.
           MOVE XR-SUPPLIER-ID TO RD-SUPPLIER.
           MOVE ZERO TO RD-RECEIVED.
           MOVE ZERO TO RD-REJECTED.
           MOVE ZERO TO RD-RETURNED.
           MOVE ZERO TO RD-RATING.
           MOVE SPACES TO RD-RATING-TEXT.
      *
           MOVE ZERO TO WS-BASE-QUANTITY.
           MOVE ZERO TO WS-DEFECT-QUANTITY.
           IF WS-QR-SLOT GREATER THAN ZERO
              COMPUTE WS-DEFECT-QUANTITY =
                      WS-QR-REJECTED(WS-QR-SLOT) +
                      WS-QR-RETURNED(WS-QR-SLOT)
              MOVE WS-QR-RECEIVED(WS-QR-SLOT) TO WS-BASE-QUANTITY
              IF WS-DEFECT-QUANTITY GREATER THAN WS-BASE-QUANTITY
                 MOVE WS-DEFECT-QUANTITY TO WS-BASE-QUANTITY
              END-IF
              MOVE WS-QR-RECEIVED(WS-QR-SLOT) TO RD-RECEIVED
              MOVE WS-QR-REJECTED(WS-QR-SLOT) TO RD-REJECTED
              MOVE WS-QR-RETURNED(WS-QR-SLOT) TO RD-RETURNED
           END-IF.
      *
           IF WS-BASE-QUANTITY GREATER THAN ZERO
              COMPUTE XR-QUALITY-RATING ROUNDED =
                      100 * (WS-BASE-QUANTITY - WS-DEFECT-QUANTITY)
                      / WS-BASE-QUANTITY
              SET XR-RATED TO TRUE
              MOVE XR-QUALITY-RATING TO RD-RATING
              ADD 1 TO WS-RATED-COUNT
           ELSE
              MOVE ZERO TO XR-QUALITY-RATING
              SET XR-UNRATED TO TRUE
              MOVE 'UNRATED - NO ACTIVITY' TO RD-RATING-TEXT
              ADD 1 TO WS-UNRATED-COUNT
           END-IF.
      *
       RATE-ONE-SOURCE-EXIT.
           EXIT.
      *
      *    Report the final counts and close the files.
       FINALIZE-RUN.
      *
           DISPLAY 'QUALRATE: SOURCES RATED:           '
                   WS-RATED-COUNT.
           DISPLAY 'QUALRATE: SOURCES LEFT UNRATED:    '
                   WS-UNRATED-COUNT.
           IF WS-QR-DROPPED GREATER THAN ZERO
              DISPLAY 'QUALRATE: EVENTS NOT TABLED:       '
                      WS-QR-DROPPED
              DISPLAY 'QUALRATE: (QUALITY TABLE FULL - THOSE '
                      'SOURCES MAY BE LEFT UNRATED)'
           END-IF.
      *
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE MEMO-FILE.
           CLOSE INSPHOLD-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE SUPPXREF-FILE.
           CLOSE RATING-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
