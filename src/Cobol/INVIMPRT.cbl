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
      * Electronic supplier-invoice import. The suppliers who can
      * send their invoices as a flat file still had every one keyed
      * through INVENTRY by hand. This job reads the INVIMPIN file
      * (INVIMP copybook) - an 'H' header record per invoice, then
      * its 'D' lines - and applies the checks INVENTRY applies to
      * a keyed invoice, plus the ones a clerk makes by eye:
      *   - the supplier must be on SUPPMAST;
      *   - the invoice number must not already be on SUPPINV for
      *     that supplier, and the tax total may not exceed the
      *     invoice total;
      *   - each line's PO line must be a PURCHORD detail line on a
      *     PO raised to that same supplier, its line number unique
      *     on the invoice, and any tax code active on TAXCODE (a
      *     line with no code may carry no tax).
      * An invoice that passes is written to SUPPINV header first,
      * then its lines, all pending, exactly as INVENTRY writes
      * them, so the nightly INVMATCH treats it the same as a keyed
      * one. An invoice with anything wrong is not written at all -
      * a part-written invoice could never match its total - and
      * every reason it failed prints on the INVIMPR exceptions
      * report, line by line.
      *
      * Restart: like BULKLOAD, this job keeps its own checkpoint
      * record (INVCKPT copybook) on a small flat file, rewritten
      * after every invoice it finishes with. A rerun after a
      * failure skips the input records already dealt with and
      * carries the counts forward. The invoice that was being
      * written when the run failed may be partly on SUPPINV - on a
      * restart, if the first invoice's header is already on file,
      * pending, with the same date and total, it is taken as this
      * import's own and its remaining lines are written; lines
      * already there are skipped. The checkpoint is emptied when
      * the input is exhausted, so the next file starts afresh.
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
       PROGRAM-ID.              INVIMPRT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT IMPORT-FILE ASSIGN TO INVIMPIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IMPORT-STATUS.
      *
           SELECT INVOICE-FILE ASSIGN TO SUPPINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS WS-INV-STATUS.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT PURCHORD-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT TAXCODE-FILE ASSIGN TO TAXCODE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TX-TAX-CODE
                  FILE STATUS IS WS-TAX-STATUS.
      *
           SELECT CHECKPOINT-FILE ASSIGN TO INVCKPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CHECKPOINT-STATUS.
      *
           SELECT EXCEPTION-REPORT ASSIGN TO INVIMPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  IMPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
           COPY INVIMP.
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPINV.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  TAXCODE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXCODE.
      *
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVCKPT.
      *
       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-IMPORT-STATUS          PIC X(2) VALUE '00'.
              88  IMPORT-STATUS-OK          VALUE '00'.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
              88  INV-STATUS-DUPLICATE      VALUE '22'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-TAX-STATUS             PIC X(2) VALUE '00'.
              88  TAX-STATUS-OK             VALUE '00'.
           03 WS-CHECKPOINT-STATUS      PIC X(2) VALUE '00'.
              88  CHECKPOINT-STATUS-OK      VALUE '00'.
              88  CHECKPOINT-FILE-MISSING   VALUE '35'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-IMPORT-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-IMPORT-FILE        VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
      *
      *    Input records read, records dealt with by a finished
      *    invoice (what the checkpoint records), and the number to
      *    skip on a restart.
           03 WS-RECORDS-READ           PIC 9(8) COMP VALUE ZERO.
           03 WS-RECORDS-DONE           PIC 9(8) COMP VALUE ZERO.
           03 WS-RECORDS-TO-SKIP        PIC 9(8) COMP VALUE ZERO.
           03 WS-RECORDS-SKIPPED        PIC 9(8) COMP VALUE ZERO.
           03 WS-INVOICE-RECORDS        PIC 9(8) COMP VALUE ZERO.
      *
           03 WS-INVOICES-WRITTEN       PIC 9(8) COMP VALUE ZERO.
           03 WS-INVOICES-REJECTED      PIC 9(8) COMP VALUE ZERO.
           03 WS-LINES-WRITTEN          PIC 9(8) COMP VALUE ZERO.
           03 WS-LINES-ALREADY-ON-FILE  PIC 9(8) COMP VALUE ZERO.
           03 WS-ORPHAN-LINES           PIC 9(8) COMP VALUE ZERO.
      *
      *    Restart state - set when a checkpoint was found, and
      *    cleared once the first invoice after it is dealt with.
           03 WS-RESTART-FLAG           PIC X(1) VALUE 'N'.
              88  RESTART-PENDING           VALUE 'Y'.
           03 WS-RESUME-FLAG            PIC X(1) VALUE 'N'.
              88  RESUMING-INVOICE          VALUE 'Y'.
      *
      *    The invoice being imported - its header, how many of its
      *    records failed a check, and why the header did.
           03 WS-IH-KEY                 PIC X(18) VALUE SPACES.
           03 WS-IH-SUPPLIER-ID         PIC 9(8) VALUE ZERO.
           03 WS-IH-INVOICE-NUMBER      PIC X(10) VALUE SPACES.
           03 WS-IH-INVOICE-DATE        PIC X(8) VALUE SPACES.
           03 WS-IH-TOTAL-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           03 WS-IH-TAX-TOTAL           PIC 9(11)V99 VALUE ZERO.
           03 WS-ERROR-COUNT            PIC 9(4) COMP VALUE ZERO.
           03 WS-HEADER-FLAG            PIC X(1) VALUE 'N'.
              88  HEADER-IS-VALID           VALUE 'Y'.
           03 WS-REASON                 PIC X(30) VALUE SPACES.
           03 WS-TAX-AMOUNT             PIC 9(9)V99 VALUE ZERO.
           03 WS-LINE-SLOT              PIC 9(4) COMP VALUE ZERO.
           03 WS-PRINT-COUNT            PIC ZZZ9.
      *
      *    The lines of the invoice being imported, held until the
      *    whole invoice has passed.
       77  MAX-IMPORT-LINES             PIC 9(4) VALUE 200.
       01  WS-IMPORT-LINES.
           03 WS-IL-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-IL-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-IL-ENTRY OCCURS 200 TIMES.
              05 WS-IL-LINE-NUMBER      PIC 9(3).
              05 WS-IL-PO-NUMBER        PIC 9(8).
              05 WS-IL-PO-LINE-NUMBER   PIC 9(3).
              05 WS-IL-QUANTITY         PIC 9(8).
              05 WS-IL-UNIT-PRICE       PIC 9(5)V99.
              05 WS-IL-TAX-CODE         PIC X(4).
              05 WS-IL-TAX-AMOUNT       PIC 9(9)V99.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(44) VALUE
                'SUPPLIER INVOICE IMPORT EXCEPTIONS - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(56) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(12) VALUE 'INVOICE'.
           03   FILLER                  PIC X(6) VALUE 'LINE'.
           03   FILLER                  PIC X(10) VALUE 'PO'.
           03   FILLER                  PIC X(6) VALUE 'PO LN'.
           03   FILLER                  PIC X(30) VALUE 'REASON'.
           03   FILLER                  PIC X(36) VALUE SPACES.
      *
       01  REPORT-EXCEPTION-LINE.
           03   RX-SUPPLIER             PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RX-INVOICE-NUMBER       PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RX-LINE-NUMBER          PIC X(3).
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RX-PO-NUMBER            PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RX-PO-LINE-NUMBER       PIC X(3).
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RX-REASON               PIC X(30).
           03   FILLER                  PIC X(36) VALUE SPACES.
      *
       01  REPORT-TEXT-LINE.
           03   RT-TEXT                 PIC X(60).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(40) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM SKIP-ALREADY-IMPORTED.
      *
           PERFORM READ-IMPORT-RECORD.
           PERFORM UNTIL END-OF-IMPORT-FILE
              IF II-HEADER-RECORD
                 PERFORM IMPORT-ONE-INVOICE
              ELSE
                 PERFORM REJECT-ORPHAN-LINE
              END-IF
           END-PERFORM.
      *
           PERFORM CLEAR-CHECKPOINT.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open the files and pick up any checkpoint an earlier,
      *    interrupted run left behind.
       INITIALIZE-RUN.
      *
           OPEN INPUT IMPORT-FILE.
           OPEN I-O INVOICE-FILE.
           OPEN INPUT SUPPMAST-FILE.
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT TAXCODE-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT CHECKPOINT-FILE-MISSING
              READ CHECKPOINT-FILE
                   AT END MOVE ZERO TO WS-RECORDS-TO-SKIP
                   NOT AT END
                      SET RESTART-PENDING TO TRUE
                      MOVE IC-RECORDS-READ TO WS-RECORDS-TO-SKIP
                      MOVE IC-INVOICES-WRITTEN TO WS-INVOICES-WRITTEN
                      MOVE IC-INVOICES-REJECTED
                           TO WS-INVOICES-REJECTED
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.
      *
           IF RESTART-PENDING
              MOVE 'RESTARTED AFTER INPUT RECORD' TO RT-TEXT
              MOVE WS-RECORDS-TO-SKIP TO RT-COUNT
              WRITE REPORT-LINE FROM REPORT-TEXT-LINE
           END-IF.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Read past the records an earlier attempt finished with.
       SKIP-ALREADY-IMPORTED.
      *
           PERFORM UNTIL WS-RECORDS-SKIPPED NOT LESS THAN
                         WS-RECORDS-TO-SKIP
                         OR END-OF-IMPORT-FILE
              PERFORM READ-IMPORT-RECORD
              IF NOT END-OF-IMPORT-FILE
                 ADD 1 TO WS-RECORDS-SKIPPED
              END-IF
           END-PERFORM.
           MOVE WS-RECORDS-SKIPPED TO WS-RECORDS-DONE.
      *
       SKIP-ALREADY-IMPORTED-EXIT.
           EXIT.
      *
       READ-IMPORT-RECORD.
      *
           READ IMPORT-FILE
                AT END SET END-OF-IMPORT-FILE TO TRUE
           END-READ.
           IF NOT END-OF-IMPORT-FILE
              ADD 1 TO WS-RECORDS-READ
           END-IF.
      *
       READ-IMPORT-RECORD-EXIT.
           EXIT.
      *
      *    A line with no header ahead of it belongs to no invoice.
       REJECT-ORPHAN-LINE.
      *
           MOVE 'LINE WITHOUT INVOICE HEADER' TO WS-REASON.
           PERFORM PRINT-LINE-EXCEPTION.
           ADD 1 TO WS-ORPHAN-LINES.
           ADD 1 TO WS-RECORDS-DONE.
           PERFORM READ-IMPORT-RECORD.
      *
       REJECT-ORPHAN-LINE-EXIT.
           EXIT.
      *
      *    One invoice - its header, then every line that follows
      *    it for the same supplier and invoice number. It is
      *    written only if the header and every line passed.
       IMPORT-ONE-INVOICE.
      *
           MOVE INVOICE-IMPORT-RECORD(2:18) TO WS-IH-KEY.
           MOVE 1 TO WS-INVOICE-RECORDS.
           MOVE ZERO TO WS-ERROR-COUNT.
           MOVE ZERO TO WS-IL-COUNT.
           MOVE 'N' TO WS-RESUME-FLAG.
           PERFORM CHECK-INVOICE-HEADER.
      *
           PERFORM READ-IMPORT-RECORD.
           PERFORM UNTIL END-OF-IMPORT-FILE
                      OR NOT II-DETAIL-RECORD
                      OR INVOICE-IMPORT-RECORD(2:18)
                         NOT EQUAL WS-IH-KEY
              ADD 1 TO WS-INVOICE-RECORDS
              IF HEADER-IS-VALID
                 PERFORM CHECK-INVOICE-LINE
              END-IF
              PERFORM READ-IMPORT-RECORD
           END-PERFORM.
      *
           IF HEADER-IS-VALID
              AND WS-IL-COUNT EQUAL ZERO
              AND WS-ERROR-COUNT EQUAL ZERO
              MOVE 'INVOICE HAS NO LINES' TO WS-REASON
              PERFORM PRINT-HEADER-EXCEPTION
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
      *
           IF WS-ERROR-COUNT EQUAL ZERO
              PERFORM WRITE-IMPORTED-INVOICE
              ADD 1 TO WS-INVOICES-WRITTEN
           ELSE
              MOVE WS-ERROR-COUNT TO WS-PRINT-COUNT
              MOVE SPACES TO WS-REASON
              STRING 'INVOICE REJECTED - ' DELIMITED BY SIZE
                     WS-PRINT-COUNT DELIMITED BY SIZE
                     ' ERRORS' DELIMITED BY SIZE
                     INTO WS-REASON
              END-STRING
              PERFORM PRINT-HEADER-EXCEPTION
              ADD 1 TO WS-INVOICES-REJECTED
           END-IF.
      *
           ADD WS-INVOICE-RECORDS TO WS-RECORDS-DONE.
           MOVE 'N' TO WS-RESTART-FLAG.
           PERFORM WRITE-CHECKPOINT-RECORD.
      *
       IMPORT-ONE-INVOICE-EXIT.
           EXIT.
      *
      *    The header checks. Lines under a header that failed are
      *    not checked one by one - the invoice is rejected whole.
       CHECK-INVOICE-HEADER.
      *
           MOVE 'N' TO WS-HEADER-FLAG.
           EVALUATE TRUE
              WHEN II-SUPPLIER-ID NOT NUMERIC
                 OR II-INVOICE-NUMBER EQUAL SPACES
                 OR II-INVOICE-DATE NOT NUMERIC
                 OR II-TOTAL-AMOUNT NOT NUMERIC
                 MOVE 'INVALID HEADER DATA' TO WS-REASON
              WHEN II-TAX-TOTAL NOT NUMERIC
                 AND II-TAX-TOTAL NOT EQUAL SPACES
                 MOVE 'INVALID HEADER DATA' TO WS-REASON
              WHEN OTHER
                 SET HEADER-IS-VALID TO TRUE
           END-EVALUATE.
      *
           IF HEADER-IS-VALID
              MOVE II-SUPPLIER-ID TO WS-IH-SUPPLIER-ID
              MOVE II-INVOICE-NUMBER TO WS-IH-INVOICE-NUMBER
              MOVE II-INVOICE-DATE TO WS-IH-INVOICE-DATE
              MOVE II-TOTAL-AMOUNT TO WS-IH-TOTAL-AMOUNT
              IF II-TAX-TOTAL NUMERIC
                 MOVE II-TAX-TOTAL TO WS-IH-TAX-TOTAL
              ELSE
                 MOVE ZERO TO WS-IH-TAX-TOTAL
              END-IF
              PERFORM CHECK-HEADER-AGAINST-FILES
           END-IF.
      *
           IF NOT HEADER-IS-VALID
              PERFORM PRINT-HEADER-EXCEPTION
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
      *
       CHECK-INVOICE-HEADER-EXIT.
           EXIT.
      *
       CHECK-HEADER-AGAINST-FILES.
      *
           MOVE WS-IH-SUPPLIER-ID TO SM-SUPPLIER-ID.
           READ SUPPMAST-FILE
                INVALID KEY
                   MOVE 'N' TO WS-HEADER-FLAG
                   MOVE 'SUPPLIER NOT ON FILE' TO WS-REASON
           END-READ.
      *
           IF HEADER-IS-VALID
              AND WS-IH-TAX-TOTAL GREATER THAN WS-IH-TOTAL-AMOUNT
              MOVE 'N' TO WS-HEADER-FLAG
              MOVE 'TAX EXCEEDS INVOICE TOTAL' TO WS-REASON
           END-IF.
      *
           IF HEADER-IS-VALID
              MOVE WS-IH-SUPPLIER-ID TO IV-SUPPLIER-ID
              MOVE WS-IH-INVOICE-NUMBER TO IV-INVOICE-NUMBER
              MOVE ZERO TO IV-LINE-NUMBER
              READ INVOICE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      PERFORM CHECK-INVOICE-ON-FILE
              END-READ
           END-IF.
      *
       CHECK-HEADER-AGAINST-FILES-EXIT.
           EXIT.
      *
      *    An invoice number already on SUPPINV is a duplicate -
      *    unless this is the first invoice after a restart and the
      *    header on file is the one this import was writing when
      *    it failed: still pending, same date, same total.
       CHECK-INVOICE-ON-FILE.
      *
           IF RESTART-PENDING
              AND IV-STATUS-PENDING
              AND IV-INVOICE-DATE EQUAL WS-IH-INVOICE-DATE
              AND IV-TOTAL-AMOUNT EQUAL WS-IH-TOTAL-AMOUNT
              SET RESUMING-INVOICE TO TRUE
           ELSE
              MOVE 'N' TO WS-HEADER-FLAG
              MOVE 'INVOICE ALREADY ON FILE' TO WS-REASON
           END-IF.
      *
       CHECK-INVOICE-ON-FILE-EXIT.
           EXIT.
      *
      *    The line checks, in the order a clerk would make them;
      *    the first failure is the one reported. A line that
      *    passes is tabled for writing.
       CHECK-INVOICE-LINE.
      *
           MOVE SPACES TO WS-REASON.
           IF II-LINE-NUMBER NOT NUMERIC
              OR II-LINE-NUMBER EQUAL ZERO
              OR II-PO-NUMBER NOT NUMERIC
              OR II-PO-LINE-NUMBER NOT NUMERIC
              OR II-QUANTITY NOT NUMERIC
              OR II-UNIT-PRICE NOT NUMERIC
              OR (II-TAX-AMOUNT NOT NUMERIC
                  AND II-TAX-AMOUNT NOT EQUAL SPACES)
              MOVE 'INVALID LINE DATA' TO WS-REASON
           END-IF.
      *
           IF WS-REASON EQUAL SPACES
              PERFORM VARYING WS-IL-INDEX FROM 1 BY 1
                        UNTIL WS-IL-INDEX GREATER THAN WS-IL-COUNT
                 IF WS-IL-LINE-NUMBER(WS-IL-INDEX) EQUAL
                    II-LINE-NUMBER
                    MOVE 'DUPLICATE LINE NUMBER' TO WS-REASON
                 END-IF
              END-PERFORM
           END-IF.
      *
           IF WS-REASON EQUAL SPACES
              MOVE II-PO-NUMBER TO PO-NUMBER
              MOVE II-PO-LINE-NUMBER TO PO-LINE-NUMBER
              READ PURCHORD-FILE
                   INVALID KEY
                      MOVE 'PO LINE NOT ON FILE' TO WS-REASON
                   NOT INVALID KEY
                      IF NOT PO-DETAIL-RECORD
                         MOVE 'PO LINE NOT ON FILE' TO WS-REASON
                      ELSE
                         IF PO-SUPPLIER NOT EQUAL WS-IH-SUPPLIER-ID
                            MOVE 'PO LINE IS ANOTHER SUPPLIER''S'
                                 TO WS-REASON
                         END-IF
                      END-IF
              END-READ
           END-IF.
      *
           IF WS-REASON EQUAL SPACES
              PERFORM CHECK-LINE-TAX-CODE
           END-IF.
      *
           IF WS-REASON EQUAL SPACES
              AND WS-IL-COUNT NOT LESS THAN MAX-IMPORT-LINES
              MOVE 'TOO MANY LINES ON INVOICE' TO WS-REASON
           END-IF.
      *
           IF WS-REASON EQUAL SPACES
              ADD 1 TO WS-IL-COUNT
              MOVE II-LINE-NUMBER TO WS-IL-LINE-NUMBER(WS-IL-COUNT)
              MOVE II-PO-NUMBER TO WS-IL-PO-NUMBER(WS-IL-COUNT)
              MOVE II-PO-LINE-NUMBER
                   TO WS-IL-PO-LINE-NUMBER(WS-IL-COUNT)
              MOVE II-QUANTITY TO WS-IL-QUANTITY(WS-IL-COUNT)
              MOVE II-UNIT-PRICE TO WS-IL-UNIT-PRICE(WS-IL-COUNT)
              MOVE II-TAX-CODE TO WS-IL-TAX-CODE(WS-IL-COUNT)
              MOVE WS-TAX-AMOUNT TO WS-IL-TAX-AMOUNT(WS-IL-COUNT)
           ELSE
              PERFORM PRINT-LINE-EXCEPTION
              ADD 1 TO WS-ERROR-COUNT
           END-IF.
      *
       CHECK-INVOICE-LINE-EXIT.
           EXIT.
      *
      *    A line's tax code must be active on TAXCODE; a line with
      *    no code may carry no tax - as INVENTRY checks it.
       CHECK-LINE-TAX-CODE.
      *
           IF II-TAX-AMOUNT NUMERIC
              MOVE II-TAX-AMOUNT TO WS-TAX-AMOUNT
           ELSE
              MOVE ZERO TO WS-TAX-AMOUNT
           END-IF.
      *
           IF II-TAX-CODE EQUAL SPACES
              IF WS-TAX-AMOUNT NOT EQUAL ZERO
                 MOVE 'TAX CHARGED WITH NO TAX CODE' TO WS-REASON
              END-IF
           ELSE
              MOVE II-TAX-CODE TO TX-TAX-CODE
              READ TAXCODE-FILE
                   INVALID KEY
                      MOVE 'TAX CODE NOT ACTIVE' TO WS-REASON
                   NOT INVALID KEY
                      IF NOT TX-CODE-ACTIVE
                         MOVE 'TAX CODE NOT ACTIVE' TO WS-REASON
                      END-IF
              END-READ
           END-IF.
      *
       CHECK-LINE-TAX-CODE-EXIT.
           EXIT.
      *
      *    Write the invoice the way INVENTRY does - header as line
      *    000, then the lines, all pending. A record already on
      *    file can only be this import's own, written before a
      *    failure, and is skipped.
       WRITE-IMPORTED-INVOICE.
      *
           MOVE SPACES TO SUPPLIER-INVOICE-RECORD.
           MOVE WS-IH-SUPPLIER-ID TO IV-SUPPLIER-ID.
           MOVE WS-IH-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
           MOVE ZERO TO IV-LINE-NUMBER.
           SET IV-HEADER-RECORD TO TRUE.
           SET IV-STATUS-PENDING TO TRUE.
           MOVE WS-IH-INVOICE-DATE TO IV-INVOICE-DATE.
           MOVE WS-IH-TOTAL-AMOUNT TO IV-TOTAL-AMOUNT.
           MOVE WS-IH-TAX-TOTAL TO IV-TAX-TOTAL.
           IF NOT RESUMING-INVOICE
              WRITE SUPPLIER-INVOICE-RECORD
           END-IF.
      *
           PERFORM VARYING WS-LINE-SLOT FROM 1 BY 1
                     UNTIL WS-LINE-SLOT GREATER THAN WS-IL-COUNT
              PERFORM WRITE-IMPORTED-LINE
           END-PERFORM.
      *
       WRITE-IMPORTED-INVOICE-EXIT.
           EXIT.
      *
       WRITE-IMPORTED-LINE.
      *
           MOVE SPACES TO SUPPLIER-INVOICE-RECORD.
           MOVE WS-IH-SUPPLIER-ID TO IV-SUPPLIER-ID.
           MOVE WS-IH-INVOICE-NUMBER TO IV-INVOICE-NUMBER.
           MOVE WS-IL-LINE-NUMBER(WS-LINE-SLOT) TO IV-LINE-NUMBER.
           SET IV-DETAIL-RECORD TO TRUE.
           SET IV-STATUS-PENDING TO TRUE.
           MOVE WS-IL-PO-NUMBER(WS-LINE-SLOT) TO IV-PO-NUMBER.
           MOVE WS-IL-PO-LINE-NUMBER(WS-LINE-SLOT)
                TO IV-PO-LINE-NUMBER.
           MOVE WS-IL-QUANTITY(WS-LINE-SLOT) TO IV-QUANTITY.
           MOVE WS-IL-UNIT-PRICE(WS-LINE-SLOT) TO IV-UNIT-PRICE.
           COMPUTE IV-LINE-AMOUNT ROUNDED =
                   WS-IL-QUANTITY(WS-LINE-SLOT) *
                   WS-IL-UNIT-PRICE(WS-LINE-SLOT).
           MOVE WS-IL-TAX-CODE(WS-LINE-SLOT) TO IV-TAX-CODE.
           MOVE WS-IL-TAX-AMOUNT(WS-LINE-SLOT) TO IV-TAX-AMOUNT.
      *
           WRITE SUPPLIER-INVOICE-RECORD
                 INVALID KEY
                    ADD 1 TO WS-LINES-ALREADY-ON-FILE
                 NOT INVALID KEY
                    ADD 1 TO WS-LINES-WRITTEN
           END-WRITE.
      *
       WRITE-IMPORTED-LINE-EXIT.
           EXIT.
      *
       PRINT-HEADER-EXCEPTION.
      *
           MOVE WS-IH-KEY(1:8) TO RX-SUPPLIER.
           MOVE WS-IH-KEY(9:10) TO RX-INVOICE-NUMBER.
           MOVE SPACES TO RX-LINE-NUMBER.
           MOVE SPACES TO RX-PO-NUMBER.
           MOVE SPACES TO RX-PO-LINE-NUMBER.
           MOVE WS-REASON TO RX-REASON.
           WRITE REPORT-LINE FROM REPORT-EXCEPTION-LINE.
      *
       PRINT-HEADER-EXCEPTION-EXIT.
           EXIT.
      *
      *    A failed line, printed from the input record itself.
       PRINT-LINE-EXCEPTION.
      *
           MOVE INVOICE-IMPORT-RECORD(2:8) TO RX-SUPPLIER.
           MOVE II-INVOICE-NUMBER TO RX-INVOICE-NUMBER.
           MOVE II-DETAIL-BODY(1:3) TO RX-LINE-NUMBER.
           MOVE II-DETAIL-BODY(4:8) TO RX-PO-NUMBER.
           MOVE II-DETAIL-BODY(12:3) TO RX-PO-LINE-NUMBER.
           MOVE WS-REASON TO RX-REASON.
           WRITE REPORT-LINE FROM REPORT-EXCEPTION-LINE.
      *
       PRINT-LINE-EXCEPTION-EXIT.
           EXIT.
      *
      *    Rewrite the single checkpoint record with the progress
      *    so far, closing and reopening the file as BULKLOAD does.
       WRITE-CHECKPOINT-RECORD.
      *
           OPEN OUTPUT CHECKPOINT-FILE.
      *
           MOVE WS-RECORDS-DONE TO IC-RECORDS-READ.
           MOVE WS-INVOICES-WRITTEN TO IC-INVOICES-WRITTEN.
           MOVE WS-INVOICES-REJECTED TO IC-INVOICES-REJECTED.
           MOVE WS-IH-KEY(1:8) TO IC-LAST-SUPPLIER-ID.
           MOVE WS-IH-KEY(9:10) TO IC-LAST-INVOICE-NUMBER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO IC-CHECKPOINT-DATE.
           MOVE WS-RUN-TIME(1:6) TO IC-CHECKPOINT-TIME.
           WRITE IMPORT-CHECKPOINT-RECORD.
      *
           CLOSE CHECKPOINT-FILE.
      *
       WRITE-CHECKPOINT-RECORD-EXIT.
           EXIT.
      *
      *    The whole file is in - leave the checkpoint empty, so
      *    the next file is imported from its first record.
       CLEAR-CHECKPOINT.
      *
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
      *
       CLEAR-CHECKPOINT-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           MOVE 'INVOICES WRITTEN TO SUPPINV:' TO RT-TEXT.
           MOVE WS-INVOICES-WRITTEN TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'INVOICES REJECTED:' TO RT-TEXT.
           MOVE WS-INVOICES-REJECTED TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'LINES WITHOUT AN INVOICE HEADER:' TO RT-TEXT.
           MOVE WS-ORPHAN-LINES TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
      *
           DISPLAY 'INVIMPRT: RECORDS READ:         ' WS-RECORDS-READ.
           DISPLAY 'INVIMPRT: RECORDS SKIPPED:      '
                   WS-RECORDS-SKIPPED.
           DISPLAY 'INVIMPRT: INVOICES WRITTEN:     '
                   WS-INVOICES-WRITTEN.
           DISPLAY 'INVIMPRT: INVOICES REJECTED:    '
                   WS-INVOICES-REJECTED.
           DISPLAY 'INVIMPRT: LINES WRITTEN:        ' WS-LINES-WRITTEN.
           DISPLAY 'INVIMPRT: LINES ALREADY ON FILE:'
                   WS-LINES-ALREADY-ON-FILE.
      *
           CLOSE IMPORT-FILE.
           CLOSE INVOICE-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE PURCHORD-FILE.
           CLOSE TAXCODE-FILE.
           CLOSE EXCEPTION-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
