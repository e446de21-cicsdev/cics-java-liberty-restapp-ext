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
      * Month-end goods-received-not-invoiced accrual. Goods
      * received against PURCHORD lines the supplier hasn't billed
      * yet were being accrued from a guess. This run totals the
      * quantity invoiced on SUPPINV against every PO line (on
      * invoices dated up to the period end), and values whatever
      * has been received but not invoiced at the line's unit
      * price converted at the line's own exchange rate.
      *
      * The total posts to the GRNIGLF feed as a reversing accrual:
      * the GRNI clearing balance GLEXTRCT builds up from receipts
      * is moved to the accrued-purchases liability on the last
      * day of the period, and moved back on the first day of the
      * next, so the ledger carries it for month-end only.
      *
      * The aged GRNI listing prints each uninvoiced line by
      * supplier, aged from the line's last receipt to the period
      * end, with 0-30, 31-60, 61-90 and over-90-day totals per
      * supplier and overall, so old receipts get chased.
      *
      * The period comes from a one-record MONTHIN control card
      * (YYYYMM); an empty card accrues the previous month.
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
       PROGRAM-ID.              GRNIACCR.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PURCHORD-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
      *    The supplier invoices - read in key order, so each
      *    header arrives ahead of its lines.
           SELECT INVOICE-FILE ASSIGN TO SUPPINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS WS-INV-STATUS.
      *
           SELECT MONTH-CARD-FILE ASSIGN TO MONTHIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT GL-FEED-FILE ASSIGN TO GRNIGLF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.
      *
           SELECT GRNI-REPORT ASSIGN TO GRNIRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
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
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPINV.
      *
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  MONTH-CARD                   PIC X(6).
      *
      *    Sort work record - PO lines and the invoice lines that
      *    bill them, brought together on supplier, PO and line.
      *    The PO line ('A') sorts ahead of its invoice lines
      *    ('B'), so its group opens with what was received.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-SUPPLIER             PIC 9(8).
           03   SR-PO-NUMBER            PIC 9(8).
           03   SR-LINE-NUMBER          PIC 9(3).
           03   SR-SOURCE               PIC X(1).
                88  SR-FROM-PO-LINE      VALUE 'A'.
                88  SR-FROM-INVOICE      VALUE 'B'.
           03   SR-PART-ID              PIC 9(8).
           03   SR-QUANTITY             PIC 9(8).
           03   SR-UNIT-PRICE           PIC 99999V99.
           03   SR-EXCHANGE-RATE        PIC 9(4)V9(6).
           03   SR-CURRENCY             PIC X(3).
           03   SR-RECEIPT-DATE         PIC X(8).
      *
       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.
      *
       FD  GRNI-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-GL-STATUS              PIC X(2) VALUE '00'.
              88  GL-STATUS-OK              VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-PO-EOF-FLAG            PIC X(1) VALUE 'N'.
              88  END-OF-PO-FILE            VALUE 'Y'.
           03 WS-INV-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-INV-FILE           VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RPT-PERIOD             PIC 9(6) VALUE ZERO.
      *
      *    The period end the accrual posts on, and the first day
      *    of the next month it reverses on.
           03 WS-PERIOD-END-DATE        PIC 9(8) VALUE ZERO.
           03 WS-PERIOD-END-INT         PIC S9(9) COMP VALUE ZERO.
           03 WS-REVERSAL-DATE          PIC 9(8) VALUE ZERO.
           03 WS-RECEIPT-DATE-NUM       PIC 9(8) VALUE ZERO.
           03 WS-DAYS-OLD               PIC S9(5) PACKED-DECIMAL
                                         VALUE ZERO.
      *
      *    The PO header read last - only released and closed POs
      *    have receipts worth accruing.
           03 WS-HDR-STATUS             PIC X(1) VALUE SPACE.
           03 WS-HDR-PO-NUMBER          PIC 9(8) VALUE ZERO.
      *
      *    The invoice header read last, and whether its lines
      *    were billed by the period end.
           03 WS-OPEN-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-OPEN-INVOICE           PIC X(10) VALUE SPACES.
           03 WS-SELECT-FLAG            PIC X(1) VALUE 'N'.
              88  INVOICE-IS-SELECTED       VALUE 'Y'.
      *
      *    The PO line being folded up out of the sort.
           03 WS-GROUP-FLAG             PIC X(1) VALUE 'N'.
              88  A-GROUP-IS-OPEN           VALUE 'Y'.
           03 WS-LINE-FLAG              PIC X(1) VALUE 'N'.
              88  GROUP-HAS-PO-LINE         VALUE 'Y'.
           03 WS-CURR-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-CURR-PO-NUMBER         PIC 9(8) VALUE ZERO.
           03 WS-CURR-LINE-NUMBER       PIC 9(3) VALUE ZERO.
           03 WS-CURR-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-CURR-RECEIVED          PIC 9(8) VALUE ZERO.
           03 WS-CURR-INVOICED          PIC 9(9) VALUE ZERO.
           03 WS-CURR-UNIT-PRICE        PIC 99999V99 VALUE ZERO.
           03 WS-CURR-RATE              PIC 9(4)V9(6) VALUE ZERO.
           03 WS-CURR-CURRENCY          PIC X(3) VALUE SPACES.
           03 WS-CURR-RECEIPT-DATE      PIC X(8) VALUE SPACES.
           03 WS-UNINVOICED             PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-LINE-VALUE             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-PRINT-SUPPLIER         PIC 9(8) VALUE ZERO.
           03 WS-BUCKET-INDEX           PIC 9(4) COMP VALUE ZERO.
      *
           03 WS-LINE-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-INVOICE-LINES          PIC 9(8) COMP VALUE ZERO.
           03 WS-GRNI-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-GRNI-TOTAL             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-SUPP-TOTAL             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    Age buckets - 0-30, 31-60, 61-90 and over 90 days -
      *    for the supplier being printed and for the whole run.
       01  WS-AGE-BUCKETS.
           03 WS-SUPP-BUCKET            PIC S9(13)V99
                                        PACKED-DECIMAL
                                        OCCURS 4 TIMES.
           03 WS-GRAND-BUCKET           PIC S9(13)V99
                                        PACKED-DECIMAL
                                        OCCURS 4 TIMES.
      *
      *    The accounts the accrual moves the uninvoiced receipts
      *    between - the GRNI clearing GLEXTRCT credits on receipt,
      *    and the accrued-purchases liability.
       77  GRNI-CLEARING-ACCT           PIC X(8) VALUE '21050000'.
       77  GRNI-ACCRUAL-ACCT            PIC X(8) VALUE '21060000'.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(40) VALUE
                'GOODS RECEIVED NOT INVOICED - PERIOD'.
           03   RH-PERIOD               PIC 9(6).
           03   FILLER                  PIC X(12) VALUE
                '  PERIOD END'.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RH-PERIOD-END           PIC 9(8).
           03   FILLER                  PIC X(43) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'PO'.
           03   FILLER                  PIC X(5) VALUE 'LN'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(10) VALUE 'RECEIVED'.
           03   FILLER                  PIC X(10) VALUE 'QTY RCVD'.
           03   FILLER                  PIC X(10) VALUE 'QTY INVD'.
           03   FILLER                  PIC X(5) VALUE 'CCY'.
           03   FILLER                  PIC X(16) VALUE
                '  UNINVOICED'.
           03   FILLER                  PIC X(7) VALUE 'DAYS'.
           03   FILLER                  PIC X(17) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PO-NUMBER            PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-LINE-NUMBER          PIC ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-RECEIPT-DATE         PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-RECEIVED             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-INVOICED             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-CURRENCY             PIC X(3).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DAYS-OLD             PIC ZZZZ9.
           03   FILLER                  PIC X(19) VALUE SPACES.
      *
      *    Supplier and run totals, spread over the age buckets.
       01  REPORT-BUCKET-LINE.
           03   RB-LABEL                PIC X(16).
           03   RB-TOTAL                PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(7) VALUE '  0-30:'.
           03   RB-BUCKET-1             PIC ZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(7) VALUE ' 31-60:'.
           03   RB-BUCKET-2             PIC ZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(7) VALUE ' 61-90:'.
           03   RB-BUCKET-3             PIC ZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(7) VALUE '   90+:'.
           03   RB-BUCKET-4             PIC ZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SUPPLIER
                                 SR-PO-NUMBER
                                 SR-LINE-NUMBER
                                 SR-SOURCE
                INPUT PROCEDURE IS GATHER-RECEIPTS-AND-INVOICES
                OUTPUT PROCEDURE IS PRINT-GRNI-LISTING.
      *
           PERFORM WRITE-GL-FEED.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'GRNIACCR' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT INVOICE-FILE.
           OPEN INPUT MONTH-CARD-FILE.
           OPEN OUTPUT GL-FEED-FILE.
           OPEN OUTPUT GRNI-REPORT.
      *
           MOVE SPACES TO MONTH-CARD.
           READ MONTH-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF MONTH-CARD NUMERIC
              MOVE MONTH-CARD TO WS-RPT-PERIOD
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-RPT-PERIOD
              IF WS-RPT-PERIOD(5:2) EQUAL '01'
      *          January accrues last year's December.
                 SUBTRACT 89 FROM WS-RPT-PERIOD
              ELSE
                 SUBTRACT 1 FROM WS-RPT-PERIOD
              END-IF
           END-IF.
      *
      *    The first of the following month is the reversal date;
      *    the day before it is the period end.
           MOVE WS-RPT-PERIOD TO WS-REVERSAL-DATE(1:6).
           MOVE '01' TO WS-REVERSAL-DATE(7:2).
           IF WS-RPT-PERIOD(5:2) EQUAL '12'
              ADD 8900 TO WS-REVERSAL-DATE
           ELSE
              ADD 100 TO WS-REVERSAL-DATE
           END-IF.
           COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REVERSAL-DATE) - 1.
           COMPUTE WS-PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).
      *
           MOVE ZERO TO WS-SUPP-BUCKET(1) WS-SUPP-BUCKET(2)
                        WS-SUPP-BUCKET(3) WS-SUPP-BUCKET(4).
           MOVE ZERO TO WS-GRAND-BUCKET(1) WS-GRAND-BUCKET(2)
                        WS-GRAND-BUCKET(3) WS-GRAND-BUCKET(4).
      *
           MOVE WS-RPT-PERIOD TO RH-PERIOD.
           MOVE WS-PERIOD-END-DATE TO RH-PERIOD-END.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - every received line on a
      *    released or closed PO, then every invoice line billed
      *    by the period end.
       GATHER-RECEIPTS-AND-INVOICES.
      *
           PERFORM UNTIL END-OF-PO-FILE
              READ PURCHORD-FILE
                   AT END SET END-OF-PO-FILE TO TRUE
              END-READ
              IF NOT END-OF-PO-FILE
                 PERFORM SELECT-PO-RECORD
              END-IF
           END-PERFORM.
      *
           PERFORM UNTIL END-OF-INV-FILE
              READ INVOICE-FILE NEXT
                   AT END SET END-OF-INV-FILE TO TRUE
              END-READ
              IF NOT END-OF-INV-FILE
                 PERFORM SELECT-INVOICE-RECORD
              END-IF
           END-PERFORM.
      *
       GATHER-RECEIPTS-AND-INVOICES-EXIT.
           EXIT.
      *
       SELECT-PO-RECORD.
      *
           IF PO-HEADER-RECORD
              MOVE PO-NUMBER TO WS-HDR-PO-NUMBER
              MOVE PO-STATUS TO WS-HDR-STATUS
           ELSE
              IF (WS-HDR-STATUS EQUAL 'R'
                  OR WS-HDR-STATUS EQUAL 'L')
                 AND PO-NUMBER EQUAL WS-HDR-PO-NUMBER
                 AND PO-RECEIVED-QUANTITY GREATER THAN ZERO
                 MOVE PO-SUPPLIER TO SR-SUPPLIER
                 MOVE PO-NUMBER TO SR-PO-NUMBER
                 MOVE PO-LINE-NUMBER TO SR-LINE-NUMBER
                 SET SR-FROM-PO-LINE TO TRUE
                 MOVE PO-PART-ID TO SR-PART-ID
                 MOVE PO-RECEIVED-QUANTITY TO SR-QUANTITY
                 MOVE PO-UNIT-PRICE TO SR-UNIT-PRICE
                 MOVE PO-EXCHANGE-RATE TO SR-EXCHANGE-RATE
                 MOVE PO-CURRENCY-CODE TO SR-CURRENCY
                 MOVE PO-RECEIPT-DATE TO SR-RECEIPT-DATE
                 RELEASE SORT-RECORD
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-IF.
      *
       SELECT-PO-RECORD-EXIT.
           EXIT.
      *
      *    Any invoice the supplier has sent counts as billed,
      *    matched or not - whether it pays is AP's question, not
      *    the accrual's. Invoices dated after the period end are
      *    next month's.
       SELECT-INVOICE-RECORD.
      *
           IF IV-HEADER-RECORD
              MOVE IV-SUPPLIER-ID TO WS-OPEN-SUPPLIER
              MOVE IV-INVOICE-NUMBER TO WS-OPEN-INVOICE
              IF IV-INVOICE-DATE NOT GREATER THAN WS-PERIOD-END-DATE
                 SET INVOICE-IS-SELECTED TO TRUE
              ELSE
                 MOVE 'N' TO WS-SELECT-FLAG
              END-IF
           ELSE
              IF INVOICE-IS-SELECTED
                 AND IV-SUPPLIER-ID EQUAL WS-OPEN-SUPPLIER
                 AND IV-INVOICE-NUMBER EQUAL WS-OPEN-INVOICE
                 MOVE IV-SUPPLIER-ID TO SR-SUPPLIER
                 MOVE IV-PO-NUMBER TO SR-PO-NUMBER
                 MOVE IV-PO-LINE-NUMBER TO SR-LINE-NUMBER
                 SET SR-FROM-INVOICE TO TRUE
                 MOVE ZERO TO SR-PART-ID
                 MOVE IV-QUANTITY TO SR-QUANTITY
                 MOVE ZERO TO SR-UNIT-PRICE
                 MOVE ZERO TO SR-EXCHANGE-RATE
                 MOVE SPACES TO SR-CURRENCY
                 MOVE SPACES TO SR-RECEIPT-DATE
                 RELEASE SORT-RECORD
                 ADD 1 TO WS-INVOICE-LINES
              END-IF
           END-IF.
      *
       SELECT-INVOICE-RECORD-EXIT.
           EXIT.
      *
      *    SORT output procedure - each PO line's invoiced
      *    quantity is totalled behind it, and whatever is left
      *    uninvoiced prints under its supplier.
       PRINT-GRNI-LISTING.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM FOLD-ONE-SORT-RECORD
              END-IF
           END-PERFORM.
      *
           IF A-GROUP-IS-OPEN
              PERFORM CLOSE-PO-LINE-GROUP
           END-IF.
           IF WS-PRINT-SUPPLIER NOT EQUAL ZERO
              PERFORM PRINT-SUPPLIER-TOTAL
           END-IF.
      *
           MOVE 'TOTAL GRNI:' TO RB-LABEL.
           MOVE WS-GRNI-TOTAL TO RB-TOTAL.
           MOVE WS-GRAND-BUCKET(1) TO RB-BUCKET-1.
           MOVE WS-GRAND-BUCKET(2) TO RB-BUCKET-2.
           MOVE WS-GRAND-BUCKET(3) TO RB-BUCKET-3.
           MOVE WS-GRAND-BUCKET(4) TO RB-BUCKET-4.
           WRITE REPORT-LINE FROM REPORT-BUCKET-LINE.
      *
       PRINT-GRNI-LISTING-EXIT.
           EXIT.
      *
       FOLD-ONE-SORT-RECORD.
      *
           IF A-GROUP-IS-OPEN
              AND (SR-SUPPLIER NOT EQUAL WS-CURR-SUPPLIER
                   OR SR-PO-NUMBER NOT EQUAL WS-CURR-PO-NUMBER
                   OR SR-LINE-NUMBER NOT EQUAL WS-CURR-LINE-NUMBER)
              PERFORM CLOSE-PO-LINE-GROUP
           END-IF.
      *
           IF NOT A-GROUP-IS-OPEN
              MOVE SR-SUPPLIER TO WS-CURR-SUPPLIER
              MOVE SR-PO-NUMBER TO WS-CURR-PO-NUMBER
              MOVE SR-LINE-NUMBER TO WS-CURR-LINE-NUMBER
              MOVE ZERO TO WS-CURR-RECEIVED
              MOVE ZERO TO WS-CURR-INVOICED
              MOVE 'N' TO WS-LINE-FLAG
              SET A-GROUP-IS-OPEN TO TRUE
           END-IF.
      *
           IF SR-FROM-PO-LINE
              SET GROUP-HAS-PO-LINE TO TRUE
              MOVE SR-PART-ID TO WS-CURR-PART-ID
              MOVE SR-QUANTITY TO WS-CURR-RECEIVED
              MOVE SR-UNIT-PRICE TO WS-CURR-UNIT-PRICE
              MOVE SR-EXCHANGE-RATE TO WS-CURR-RATE
              MOVE SR-CURRENCY TO WS-CURR-CURRENCY
              MOVE SR-RECEIPT-DATE TO WS-CURR-RECEIPT-DATE
           ELSE
              ADD SR-QUANTITY TO WS-CURR-INVOICED
           END-IF.
      *
       FOLD-ONE-SORT-RECORD-EXIT.
           EXIT.
      *
      *    A group with no PO line behind it is invoicing against
      *    a draft or cancelled PO, or one with nothing received -
      *    there is no receipt to accrue, so it is skipped.
       CLOSE-PO-LINE-GROUP.
      *
           MOVE 'N' TO WS-GROUP-FLAG.
           IF GROUP-HAS-PO-LINE
              COMPUTE WS-UNINVOICED =
                      WS-CURR-RECEIVED - WS-CURR-INVOICED
              IF WS-UNINVOICED GREATER THAN ZERO
                 PERFORM PRINT-GRNI-LINE
              END-IF
           END-IF.
      *
       CLOSE-PO-LINE-GROUP-EXIT.
           EXIT.
      *
      *    Value the uninvoiced units at the line's price and
      *    booked rate, age them from the last receipt, and print.
       PRINT-GRNI-LINE.
      *
           IF WS-CURR-SUPPLIER NOT EQUAL WS-PRINT-SUPPLIER
              IF WS-PRINT-SUPPLIER NOT EQUAL ZERO
                 PERFORM PRINT-SUPPLIER-TOTAL
              END-IF
              MOVE WS-CURR-SUPPLIER TO WS-PRINT-SUPPLIER
           END-IF.
      *
           COMPUTE WS-LINE-VALUE ROUNDED =
                   WS-UNINVOICED * WS-CURR-UNIT-PRICE *
                   WS-CURR-RATE.
      *
      *    A receipt dated after the period end (or not dated at
      *    all) ages as current.
           MOVE ZERO TO WS-DAYS-OLD.
           IF WS-CURR-RECEIPT-DATE NUMERIC
              MOVE WS-CURR-RECEIPT-DATE TO WS-RECEIPT-DATE-NUM
              IF WS-RECEIPT-DATE-NUM LESS THAN WS-PERIOD-END-DATE
                 COMPUTE WS-DAYS-OLD = WS-PERIOD-END-INT -
                         FUNCTION INTEGER-OF-DATE(WS-RECEIPT-DATE-NUM)
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-DAYS-OLD GREATER THAN 90
                 MOVE 4 TO WS-BUCKET-INDEX
              WHEN WS-DAYS-OLD GREATER THAN 60
                 MOVE 3 TO WS-BUCKET-INDEX
              WHEN WS-DAYS-OLD GREATER THAN 30
                 MOVE 2 TO WS-BUCKET-INDEX
              WHEN OTHER
                 MOVE 1 TO WS-BUCKET-INDEX
           END-EVALUATE.
      *
           MOVE WS-CURR-SUPPLIER TO RD-SUPPLIER.
           MOVE WS-CURR-PO-NUMBER TO RD-PO-NUMBER.
           MOVE WS-CURR-LINE-NUMBER TO RD-LINE-NUMBER.
           MOVE WS-CURR-PART-ID TO RD-PART-ID.
           MOVE WS-CURR-RECEIPT-DATE TO RD-RECEIPT-DATE.
           MOVE WS-CURR-RECEIVED TO RD-RECEIVED.
           MOVE WS-CURR-INVOICED TO RD-INVOICED.
           MOVE WS-CURR-CURRENCY TO RD-CURRENCY.
           MOVE WS-LINE-VALUE TO RD-VALUE.
           MOVE WS-DAYS-OLD TO RD-DAYS-OLD.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           ADD WS-LINE-VALUE TO WS-SUPP-TOTAL.
           ADD WS-LINE-VALUE TO WS-SUPP-BUCKET(WS-BUCKET-INDEX).
           ADD WS-LINE-VALUE TO WS-GRNI-TOTAL.
           ADD WS-LINE-VALUE TO WS-GRAND-BUCKET(WS-BUCKET-INDEX).
           ADD 1 TO WS-GRNI-COUNT.
      *
       PRINT-GRNI-LINE-EXIT.
           EXIT.
      *
       PRINT-SUPPLIER-TOTAL.
      *
           MOVE '  SUPPLIER TOTAL' TO RB-LABEL.
           MOVE WS-SUPP-TOTAL TO RB-TOTAL.
           MOVE WS-SUPP-BUCKET(1) TO RB-BUCKET-1.
           MOVE WS-SUPP-BUCKET(2) TO RB-BUCKET-2.
           MOVE WS-SUPP-BUCKET(3) TO RB-BUCKET-3.
           MOVE WS-SUPP-BUCKET(4) TO RB-BUCKET-4.
           WRITE REPORT-LINE FROM REPORT-BUCKET-LINE.
      *
           MOVE ZERO TO WS-SUPP-TOTAL.
           MOVE ZERO TO WS-SUPP-BUCKET(1) WS-SUPP-BUCKET(2)
                        WS-SUPP-BUCKET(3) WS-SUPP-BUCKET(4).
      *
       PRINT-SUPPLIER-TOTAL-EXIT.
           EXIT.
      *
      *    The accrual posts on the period end and reverses on the
      *    first of the next month - two balanced pairs on GRNIGLF.
       WRITE-GL-FEED.
      *
           MOVE SPACES TO GL-POSTING-RECORD.
           SET GL-HEADER-RECORD TO TRUE.
           MOVE WS-PERIOD-END-DATE TO GL-POSTING-DATE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE ZERO TO GL-MOVEMENT-COUNT.
           WRITE GL-POSTING-RECORD.
      *
           IF WS-GRNI-TOTAL GREATER THAN ZERO
              SET GL-POSTING-REC TO TRUE
              MOVE 'G' TO GL-MOVEMENT-TYPE
              MOVE WS-GRNI-TOTAL TO GL-AMOUNT
              MOVE WS-GRNI-COUNT TO GL-MOVEMENT-COUNT
              MOVE WS-PERIOD-END-DATE TO GL-POSTING-DATE
              MOVE GRNI-CLEARING-ACCT TO GL-ACCOUNT-CODE
              MOVE 'D' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
              MOVE GRNI-ACCRUAL-ACCT TO GL-ACCOUNT-CODE
              MOVE 'C' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
      *       And the reversal.
              MOVE WS-REVERSAL-DATE TO GL-POSTING-DATE
              MOVE GRNI-ACCRUAL-ACCT TO GL-ACCOUNT-CODE
              MOVE 'D' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
              MOVE GRNI-CLEARING-ACCT TO GL-ACCOUNT-CODE
              MOVE 'C' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
           END-IF.
      *
           SET GL-TRAILER-RECORD TO TRUE.
           MOVE WS-PERIOD-END-DATE TO GL-POSTING-DATE.
           MOVE SPACES TO GL-ACCOUNT-CODE.
           MOVE SPACE TO GL-MOVEMENT-TYPE.
           IF WS-GRNI-TOTAL GREATER THAN ZERO
              COMPUTE GL-AMOUNT = WS-GRNI-TOTAL * 2
           ELSE
              MOVE ZERO TO GL-AMOUNT
           END-IF.
           MOVE ZERO TO GL-MOVEMENT-COUNT.
           MOVE 'D' TO GL-DEBIT-CREDIT.
           WRITE GL-POSTING-RECORD.
           MOVE 'C' TO GL-DEBIT-CREDIT.
           WRITE GL-POSTING-RECORD.
      *
       WRITE-GL-FEED-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'GRNIACCR: PERIOD:          ' WS-RPT-PERIOD.
           DISPLAY 'GRNIACCR: RECEIVED LINES:  ' WS-LINE-COUNT.
           DISPLAY 'GRNIACCR: INVOICE LINES:   ' WS-INVOICE-LINES.
           DISPLAY 'GRNIACCR: UNINVOICED LINES:' WS-GRNI-COUNT.
           DISPLAY 'GRNIACCR: GRNI ACCRUED:    ' WS-GRNI-TOTAL.
      *
           CLOSE PURCHORD-FILE.
           CLOSE INVOICE-FILE.
           CLOSE MONTH-CARD-FILE.
           CLOSE GL-FEED-FILE.
           CLOSE GRNI-REPORT.
      *
           MOVE WS-GRNI-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
