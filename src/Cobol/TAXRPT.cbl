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
      * Period input-tax report for the VAT return. Supplier-
      * invoice lines now carry a TAXCODE tax code and the tax
      * charged on them, so this job reads the SUPPINV invoices
      * INVMATCH has matched whose invoice date falls in the
      * period and prints, for each tax code, one line per
      * supplier with the goods value and tax, a code total, and
      * the code's rate, GL account and whether its tax can be
      * reclaimed. The run closes with the recoverable input tax
      * (the figure that goes on the return), the non-recoverable
      * tax, and the goods value it was all charged on. Lines with
      * no tax code print under their own heading so the goods
      * value still reconciles to the purchase ledger.
      *
      * SUPPINV is keyed by supplier and invoice with the header
      * first, so a sequential read meets each header before its
      * lines; the lines are sorted into tax-code / supplier order
      * through SORTWK01.
      *
      * The report period comes from a one-record MONTHIN control
      * card (YYYYMM); an empty card reports the month before the
      * run, the one whose return is being prepared.
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
       PROGRAM-ID.              TAXRPT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The supplier invoices - read in key order, so each
      *    header arrives ahead of its lines.
           SELECT INVOICE-FILE ASSIGN TO SUPPINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS WS-INV-STATUS.
      *
           SELECT TAXCODE-FILE ASSIGN TO TAXCODE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TX-TAX-CODE
                  FILE STATUS IS WS-TAX-STATUS.
      *
           SELECT MONTH-CARD-FILE ASSIGN TO MONTHIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT TAX-REPORT ASSIGN TO TAXRPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPINV.
      *
       FD  TAXCODE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXCODE.
      *
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  MONTH-CARD                   PIC X(6).
      *
      *    Sort work record - tax code, then supplier inside it.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-TAX-CODE             PIC X(4).
           03   SR-SUPPLIER             PIC 9(8).
           03   SR-GOODS                PIC S9(11)V99.
           03   SR-TAX                  PIC S9(11)V99.
      *
       FD  TAX-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-TAX-STATUS             PIC X(2) VALUE '00'.
              88  TAX-STATUS-OK             VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-INV-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-INV-FILE           VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RPT-PERIOD             PIC 9(6) VALUE ZERO.
           03 WS-LINE-COUNT             PIC 9(8) COMP VALUE ZERO.
      *
      *    The invoice whose header was read last, and whether its
      *    lines belong on the report.
           03 WS-OPEN-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-OPEN-INVOICE           PIC X(10) VALUE SPACES.
           03 WS-SELECT-FLAG            PIC X(1) VALUE 'N'.
              88  INVOICE-IS-SELECTED       VALUE 'Y'.
      *
      *    Control-break fields and the running totals.
           03 WS-CURR-TAX-CODE          PIC X(4) VALUE SPACES.
           03 WS-CURR-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-GROUP-FLAG             PIC X(1) VALUE 'N'.
              88  A-GROUP-IS-OPEN           VALUE 'Y'.
           03 WS-CODE-RECOVER-FLAG      PIC X(1) VALUE 'N'.
              88  CODE-IS-RECOVERABLE       VALUE 'R'.
           03 WS-SUPP-GOODS             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-SUPP-TAX               PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-CODE-GOODS             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-CODE-TAX               PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOTAL-GOODS            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOTAL-RECOVERABLE      PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOTAL-NON-RECOVERABLE  PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    Report headings.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(36) VALUE
                'INPUT TAX BY TAX CODE - PERIOD'.
           03   RH-PERIOD               PIC 9(6).
           03   FILLER                  PIC X(68) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE SPACES.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(19) VALUE
                '       GOODS VALUE'.
           03   FILLER                  PIC X(19) VALUE
                '               TAX'.
           03   FILLER                  PIC X(52) VALUE SPACES.
      *
      *    Printed as each tax code's group opens.
       01  REPORT-CODE-LINE.
           03   FILLER                  PIC X(9) VALUE 'TAX CODE'.
           03   RC-TAX-CODE             PIC X(4).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RC-DESCRIPTION          PIC X(30).
           03   FILLER                  PIC X(6) VALUE ' RATE'.
           03   RC-RATE                 PIC ZZ9.999.
           03   FILLER                  PIC X(3) VALUE '%'.
           03   RC-RECOVERABLE          PIC X(16).
           03   FILLER                  PIC X(3) VALUE 'GL'.
           03   RC-GL-ACCOUNT           PIC X(8).
           03   FILLER                  PIC X(22) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   FILLER                  PIC X(10) VALUE SPACES.
           03   RD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-GOODS                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RD-TAX                  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(53) VALUE SPACES.
      *
       01  REPORT-CODE-TOTAL-LINE.
           03   FILLER                  PIC X(20) VALUE
                '  CODE TOTAL:'.
           03   RT-CODE-GOODS           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RT-CODE-TAX             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(53) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(38).
           03   RT-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(54) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-TAX-CODE
                                 SR-SUPPLIER
                INPUT PROCEDURE IS GATHER-INVOICE-LINES
                OUTPUT PROCEDURE IS PRINT-TAX-SUMMARY.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           OPEN INPUT INVOICE-FILE.
           OPEN INPUT TAXCODE-FILE.
           OPEN INPUT MONTH-CARD-FILE.
           OPEN OUTPUT TAX-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MONTH-CARD.
           READ MONTH-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF MONTH-CARD NUMERIC
              MOVE MONTH-CARD TO WS-RPT-PERIOD
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-RPT-PERIOD
              IF WS-RPT-PERIOD(5:2) EQUAL '01'
      *          January reports last year's December.
                 SUBTRACT 89 FROM WS-RPT-PERIOD
              ELSE
                 SUBTRACT 1 FROM WS-RPT-PERIOD
              END-IF
           END-IF.
      *
           MOVE WS-RPT-PERIOD TO RH-PERIOD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - the lines of every matched
      *    invoice dated in the period.
       GATHER-INVOICE-LINES.
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
       GATHER-INVOICE-LINES-EXIT.
           EXIT.
      *
      *    A header decides whether its invoice is reported; a
      *    detail line of a selected invoice goes to the sort.
       SELECT-INVOICE-RECORD.
      *
           IF IV-HEADER-RECORD
              MOVE IV-SUPPLIER-ID TO WS-OPEN-SUPPLIER
              MOVE IV-INVOICE-NUMBER TO WS-OPEN-INVOICE
              IF IV-STATUS-MATCHED
                 AND IV-INVOICE-DATE(1:6) EQUAL WS-RPT-PERIOD
                 SET INVOICE-IS-SELECTED TO TRUE
              ELSE
                 MOVE 'N' TO WS-SELECT-FLAG
              END-IF
           ELSE
              IF INVOICE-IS-SELECTED
                 AND IV-SUPPLIER-ID EQUAL WS-OPEN-SUPPLIER
                 AND IV-INVOICE-NUMBER EQUAL WS-OPEN-INVOICE
                 MOVE IV-TAX-CODE TO SR-TAX-CODE
                 MOVE IV-SUPPLIER-ID TO SR-SUPPLIER
                 MOVE IV-LINE-AMOUNT TO SR-GOODS
      *          Lines keyed before tax was captured hold spaces.
                 IF IV-TAX-AMOUNT NUMERIC
                    MOVE IV-TAX-AMOUNT TO SR-TAX
                 ELSE
                    MOVE ZERO TO SR-TAX
                 END-IF
                 RELEASE SORT-RECORD
                 ADD 1 TO WS-LINE-COUNT
              END-IF
           END-IF.
      *
       SELECT-INVOICE-RECORD-EXIT.
           EXIT.
      *
      *    SORT output procedure - one line per tax code and
      *    supplier, with code totals and the return's figures.
       PRINT-TAX-SUMMARY.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM FOLD-ONE-LINE
              END-IF
           END-PERFORM.
      *
           IF A-GROUP-IS-OPEN
              PERFORM CLOSE-SUPPLIER-GROUP
              PERFORM CLOSE-CODE-GROUP
           END-IF.
      *
           MOVE 'RECOVERABLE INPUT TAX:' TO RT-LABEL.
           MOVE WS-TOTAL-RECOVERABLE TO RT-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'NON-RECOVERABLE TAX:' TO RT-LABEL.
           MOVE WS-TOTAL-NON-RECOVERABLE TO RT-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'GOODS VALUE, ALL CODES:' TO RT-LABEL.
           MOVE WS-TOTAL-GOODS TO RT-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       PRINT-TAX-SUMMARY-EXIT.
           EXIT.
      *
       FOLD-ONE-LINE.
      *
           IF NOT A-GROUP-IS-OPEN
              SET A-GROUP-IS-OPEN TO TRUE
              PERFORM OPEN-CODE-GROUP
           ELSE
              IF SR-TAX-CODE NOT EQUAL WS-CURR-TAX-CODE
                 PERFORM CLOSE-SUPPLIER-GROUP
                 PERFORM CLOSE-CODE-GROUP
                 PERFORM OPEN-CODE-GROUP
              ELSE
                 IF SR-SUPPLIER NOT EQUAL WS-CURR-SUPPLIER
                    PERFORM CLOSE-SUPPLIER-GROUP
                    MOVE SR-SUPPLIER TO WS-CURR-SUPPLIER
                 END-IF
              END-IF
           END-IF.
      *
           ADD SR-GOODS TO WS-SUPP-GOODS.
           ADD SR-TAX TO WS-SUPP-TAX.
      *
       FOLD-ONE-LINE-EXIT.
           EXIT.
      *
      *    Start a tax code's group under a line naming the code's
      *    rate, recoverability and GL account off TAXCODE.
       OPEN-CODE-GROUP.
      *
           MOVE SR-TAX-CODE TO WS-CURR-TAX-CODE.
           MOVE SR-SUPPLIER TO WS-CURR-SUPPLIER.
      *
           MOVE SPACES TO TAX-CODE-RECORD.
           MOVE ZERO TO TX-RATE.
           IF SR-TAX-CODE EQUAL SPACES
              MOVE 'NO TAX CODE' TO TX-DESCRIPTION
           ELSE
              MOVE SR-TAX-CODE TO TX-TAX-CODE
              READ TAXCODE-FILE
                   INVALID KEY
                      MOVE '** NOT ON TAXCODE **' TO TX-DESCRIPTION
                      MOVE ZERO TO TX-RATE
              END-READ
           END-IF.
      *
           MOVE TX-RECOVERABLE-FLAG TO WS-CODE-RECOVER-FLAG.
           MOVE SR-TAX-CODE TO RC-TAX-CODE.
           MOVE TX-DESCRIPTION TO RC-DESCRIPTION.
           MOVE TX-RATE TO RC-RATE.
           IF CODE-IS-RECOVERABLE
              MOVE 'RECOVERABLE' TO RC-RECOVERABLE
           ELSE
              MOVE 'NON-RECOVERABLE' TO RC-RECOVERABLE
           END-IF.
           MOVE TX-GL-ACCOUNT TO RC-GL-ACCOUNT.
           WRITE REPORT-LINE FROM REPORT-CODE-LINE.
      *
       OPEN-CODE-GROUP-EXIT.
           EXIT.
      *
       CLOSE-SUPPLIER-GROUP.
      *
           MOVE WS-CURR-SUPPLIER TO RD-SUPPLIER.
           MOVE WS-SUPP-GOODS TO RD-GOODS.
           MOVE WS-SUPP-TAX TO RD-TAX.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD WS-SUPP-GOODS TO WS-CODE-GOODS.
           ADD WS-SUPP-TAX TO WS-CODE-TAX.
           MOVE ZERO TO WS-SUPP-GOODS.
           MOVE ZERO TO WS-SUPP-TAX.
      *
       CLOSE-SUPPLIER-GROUP-EXIT.
           EXIT.
      *
      *    Close a tax code's group - its tax is reclaimable or a
      *    cost according to the code.
       CLOSE-CODE-GROUP.
      *
           MOVE WS-CODE-GOODS TO RT-CODE-GOODS.
           MOVE WS-CODE-TAX TO RT-CODE-TAX.
           WRITE REPORT-LINE FROM REPORT-CODE-TOTAL-LINE.
           ADD WS-CODE-GOODS TO WS-TOTAL-GOODS.
           IF CODE-IS-RECOVERABLE
              ADD WS-CODE-TAX TO WS-TOTAL-RECOVERABLE
           ELSE
              ADD WS-CODE-TAX TO WS-TOTAL-NON-RECOVERABLE
           END-IF.
           MOVE ZERO TO WS-CODE-GOODS.
           MOVE ZERO TO WS-CODE-TAX.
      *
       CLOSE-CODE-GROUP-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'TAXRPT: PERIOD:            ' WS-RPT-PERIOD.
           DISPLAY 'TAXRPT: INVOICE LINES:     ' WS-LINE-COUNT.
           DISPLAY 'TAXRPT: RECOVERABLE TAX:   '
                   WS-TOTAL-RECOVERABLE.
      *
           CLOSE INVOICE-FILE.
           CLOSE TAXCODE-FILE.
           CLOSE MONTH-CARD-FILE.
           CLOSE TAX-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
