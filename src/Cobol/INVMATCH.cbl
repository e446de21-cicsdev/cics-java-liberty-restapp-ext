      * tolerance are marked discrepant with the reason and print
      * on the discrepancy report; an invoice whose every line
      * matches is marked matched and written to the APPAYF
      * payment file AP pays from, stamped with the due date its
      * supplier's payment terms give it.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Check tax - a line's tax must be its
      *                    TAXCODE rate on the goods value, and a
      *                    fully-matched invoice's header must
      *                    agree: tax total the sum of the lines'
      *                    tax, invoice total goods plus tax. The
      *                    tax rides on the APPAYF record, and the
      *                    discrepancy report shows it.
      *  15 Oct 2026  DEV  Stamp a matched invoice's due date, and
      *                    any prompt-payment discount date and
      *                    amount, off the supplier's PAYTERMS
      *                    terms - rolled forward to a working day
      *                    through BIZDAYP - on the header and the
      *                    APPAYF record, grown to 120 bytes.
      *                    APPAYF is now extended rather than
      *                    rewritten, so an invoice not yet due
      *                    waits on it for a later proposal.
      *  15 Oct 2026  DEV  APPAYF record carries the paid flag and
      *                    payment number PAYREL sets on release;
      *                    a new record is written unpaid.
      *
      *****************************************************************

                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT TAXCODE-FILE ASSIGN TO TAXCODE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TX-TAX-CODE
                  FILE STATUS IS WS-TAX-STATUS.
      *
      *    The supplier's terms code, the terms it names, and the
      *    business calendar the due dates are rolled forward on -
      *    see BIZDAYP/BIZDAYW.
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT PAYTERMS-FILE ASSIGN TO PAYTERMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-TERMS-CODE
                  FILE STATUS IS WS-TERMS-STATUS.
      *
           SELECT BIZCAL-FILE ASSIGN TO BIZCALDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS BC-DATE
                  FILE STATUS IS WS-BIZCAL-STATUS.
      *
      *    APPAYF accumulates - each run's matched invoices are
      *    added to the end, so one not yet due is still there
      *    for the proposal that finally pays it.
           SELECT PAYMENT-FILE ASSIGN TO APPAYF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PAY-STATUS.
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  TAXCODE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAXCODE.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  PAYTERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYTERMS.
      *
       FD  BIZCAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BIZCALDR.
      *
      *    One payable record per fully-matched invoice.
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PAYMENT-RECORD.
           03   PAY-SUPPLIER-ID         PIC 9(8).
           03   PAY-INVOICE-NUMBER      PIC X(10).
           03   PAY-INVOICE-DATE        PIC X(8).
           03   PAY-AMOUNT              PIC 9(11)V99.
           03   PAY-MATCH-DATE          PIC 9(8).
      *    The tax included in PAY-AMOUNT.
           03   PAY-TAX-AMOUNT          PIC 9(11)V99.
      *    Copied from the header's terms stamp - see SUPPINV.
           03   PAY-TERMS-CODE          PIC X(10).
           03   PAY-DUE-DATE            PIC 9(8).
           03   PAY-DISCOUNT-DATE       PIC 9(8).
           03   PAY-DISCOUNT-AMOUNT     PIC 9(11)V99.
      *    Set by PAYREL when the payment that settles the invoice
      *    is released to the bank.
           03   PAY-PAID-FLAG           PIC X(1).
                88  PAY-IS-PAID          VALUE 'P'.
           03   PAY-PAYMENT-NUMBER      PIC X(8).
           03   FILLER                  PIC X(12) VALUE SPACES.
      *
       FD  DISCREPANCY-REPORT
           LABEL RECORDS ARE STANDARD
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-TAX-STATUS             PIC X(2) VALUE '00'.
              88  TAX-STATUS-OK             VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-TERMS-STATUS           PIC X(2) VALUE '00'.
              88  TERMS-STATUS-OK           VALUE '00'.
           03 WS-PAY-STATUS             PIC X(2) VALUE '00'.
              88  PAY-STATUS-OK             VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
           03 WS-LINES-MATCHED          PIC 9(4) COMP VALUE ZERO.
           03 WS-OPEN-HEADER-WAS-PENDING PIC X(1) VALUE 'N'.
              88  HEADER-WAS-PENDING        VALUE 'Y'.
      *    The goods value and tax of every line the invoice had,
      *    for the header check.
           03 WS-OPEN-GOODS             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-OPEN-TAX               PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
           03 WS-LINE-TAX               PIC S9(11)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-EXPECTED-TAX           PIC S9(11)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-HEADER-TAX             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-AMOUNT-DIFF            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    The date the terms run from - the invoice date, or the
      *    last day of its month under an end-of-month rule.
           03 WS-BASE-DATE              PIC 9(8) VALUE ZERO.
           03 WS-BASE-DATE-PARTS REDEFINES WS-BASE-DATE.
              05 WS-BASE-YYYY           PIC 9(4).
              05 WS-BASE-MM             PIC 9(2).
              05 WS-BASE-DD             PIC 9(2).
           03 WS-BASE-INT               PIC S9(9) COMP VALUE ZERO.
      *
           03 WS-PO-KEY-BUILD           PIC X(11) VALUE SPACES.
           03 WS-PRICE-BAND             PIC S9(7)V99
      *    PO price fails the match.
       77  PRICE-TOL-PERCENT            PIC 9(3) VALUE 2.
      *
      *    Rounding slack allowed between the supplier's tax and
      *    ours on a line, and between the header total and the
      *    lines it should add up to.
       77  ROUNDING-TOL-AMOUNT          PIC 9V99 VALUE 0.05.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Shared working-day work fields - see BIZDAYW/BIZDAYP.
           COPY BIZDAYW.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(40) VALUE
           03   FILLER                  PIC X(10) VALUE 'INV QTY'.
           03   FILLER                  PIC X(12) VALUE 'INV PRICE'.
           03   FILLER                  PIC X(22) VALUE 'REASON'.
           03   FILLER                  PIC X(6) VALUE 'TAX'.
           03   FILLER                  PIC X(10) VALUE 'TAX AMT'.
           03   FILLER                  PIC X(4) VALUE SPACES.
      *
      *    One line per discrepant invoice line.
       01  REPORT-DETAIL-LINE.
           03   RD-UNIT-PRICE           PIC ZZZZ9.99.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RD-REASON               PIC X(20).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TAX-CODE             PIC X(4).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TAX-AMOUNT           PIC Z(6)9.99.
           03   FILLER                  PIC X(4) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      *
           OPEN I-O INVOICE-FILE.
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT TAXCODE-FILE.
           OPEN INPUT SUPPMAST-FILE.
           OPEN INPUT PAYTERMS-FILE.
           OPEN INPUT BIZCAL-FILE.
           OPEN EXTEND PAYMENT-FILE.
           OPEN OUTPUT DISCREPANCY-REPORT.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
              MOVE IV-INVOICE-NUMBER TO WS-OPEN-INVOICE
              MOVE ZERO TO WS-LINES-SEEN
              MOVE ZERO TO WS-LINES-MATCHED
              MOVE ZERO TO WS-OPEN-GOODS
              MOVE ZERO TO WS-OPEN-TAX
              IF IV-STATUS-PENDING
                 MOVE 'Y' TO WS-OPEN-HEADER-WAS-PENDING
              ELSE
                 AND IV-SUPPLIER-ID EQUAL WS-OPEN-SUPPLIER
                 AND IV-INVOICE-NUMBER EQUAL WS-OPEN-INVOICE
                 ADD 1 TO WS-LINES-SEEN
                 PERFORM PICK-UP-LINE-TAX
                 ADD IV-LINE-AMOUNT TO WS-OPEN-GOODS
                 ADD WS-LINE-TAX TO WS-OPEN-TAX
                 IF IV-STATUS-PENDING
                    PERFORM MATCH-ONE-LINE
                 END-IF
       PROCESS-INVOICE-RECORD-EXIT.
           EXIT.
      *
      *    A line keyed before tax was captured holds spaces in
      *    its tax amount - read it as no tax.
       PICK-UP-LINE-TAX.
      *
           IF IV-TAX-AMOUNT NUMERIC
              MOVE IV-TAX-AMOUNT TO WS-LINE-TAX
           ELSE
              MOVE ZERO TO WS-LINE-TAX
           END-IF.
      *
       PICK-UP-LINE-TAX-EXIT.
           EXIT.
      *
      *    The three-way match for one pending line: the PO line
      *    must exist, belong to the invoice's supplier, have
      *    received enough to cover the billing, and be priced
      *    within tolerance - and then carry the right tax.
       MATCH-ONE-LINE.
      *
           MOVE IV-PO-NUMBER TO WS-PO-KEY-BUILD(1:8).
                 MOVE 'PRICE OUT OF TOL' TO IV-MISMATCH-REASON
                 SET IV-STATUS-DISCREPANT TO TRUE
              WHEN OTHER
                 PERFORM CHECK-LINE-TAX
           END-EVALUATE.
      *
       MATCH-AGAINST-PO-LINE-EXIT.
           EXIT.
      *
      *    A line with no tax code may carry no tax. One with a
      *    code must find it on TAXCODE, and its tax must be the
      *    code's rate on the line's goods value, give or take
      *    the rounding slack.
       CHECK-LINE-TAX.
      *
           MOVE SPACES TO IV-MISMATCH-REASON.
           IF IV-TAX-CODE EQUAL SPACES
              MOVE ZERO TO WS-EXPECTED-TAX
           ELSE
              MOVE IV-TAX-CODE TO TX-TAX-CODE
              READ TAXCODE-FILE
                   INVALID KEY
                      MOVE 'TAX CODE INVALID' TO IV-MISMATCH-REASON
                   NOT INVALID KEY
                      COMPUTE WS-EXPECTED-TAX ROUNDED =
                              IV-LINE-AMOUNT * TX-RATE / 100
              END-READ
           END-IF.
      *
           IF IV-MISMATCH-REASON EQUAL SPACES
              COMPUTE WS-AMOUNT-DIFF =
                      WS-LINE-TAX - WS-EXPECTED-TAX
              IF WS-AMOUNT-DIFF LESS THAN ZERO
                 COMPUTE WS-AMOUNT-DIFF = ZERO - WS-AMOUNT-DIFF
              END-IF
              IF WS-AMOUNT-DIFF GREATER THAN ROUNDING-TOL-AMOUNT
                 MOVE 'TAX AMOUNT WRONG' TO IV-MISMATCH-REASON
              END-IF
           END-IF.
      *
           IF IV-MISMATCH-REASON EQUAL SPACES
              SET IV-STATUS-MATCHED TO TRUE
           ELSE
              SET IV-STATUS-DISCREPANT TO TRUE
           END-IF.
      *
       CHECK-LINE-TAX-EXIT.
           EXIT.
      *
       PRINT-DISCREPANCY.
      *
           MOVE IV-QUANTITY TO RD-QUANTITY.
           MOVE IV-UNIT-PRICE TO RD-UNIT-PRICE.
           MOVE IV-MISMATCH-REASON TO RD-REASON.
           MOVE IV-TAX-CODE TO RD-TAX-CODE.
           MOVE WS-LINE-TAX TO RD-TAX-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-DISCREPANCY-EXIT.
           EXIT.
      *
      *    A header that fails the total check prints with the
      *    header's own tax total and no PO line.
       PRINT-HEADER-DISCREPANCY.
      *
           MOVE IV-SUPPLIER-ID TO RD-SUPPLIER-ID.
           MOVE IV-INVOICE-NUMBER TO RD-INVOICE-NUMBER.
           MOVE IV-LINE-NUMBER TO RD-LINE-NUMBER.
           MOVE ZERO TO RD-PO-NUMBER.
           MOVE ZERO TO RD-PO-LINE.
           MOVE ZERO TO RD-QUANTITY.
           MOVE ZERO TO RD-UNIT-PRICE.
           MOVE IV-MISMATCH-REASON TO RD-REASON.
           MOVE SPACES TO RD-TAX-CODE.
           MOVE WS-HEADER-TAX TO RD-TAX-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-HEADER-DISCREPANCY-EXIT.
           EXIT.
      *
      *    Close the invoice whose lines have all been seen: a
      *    pending header whose every line matched goes matched
      *    and onto the payment file, provided its own totals
      *    agree with the lines; one with a discrepant line or
      *    wrong totals goes discrepant. A header with no lines
      *    yet stays pending - AP may still be keying it.
       FINALIZE-OPEN-INVOICE.
      *
           IF AN-INVOICE-IS-OPEN
                      CONTINUE
                   NOT INVALID KEY
                      IF WS-LINES-MATCHED EQUAL WS-LINES-SEEN
                         PERFORM CHECK-HEADER-TOTALS
                      ELSE
                         SET IV-STATUS-DISCREPANT TO TRUE
                         MOVE 'SEE LINE DETAIL' TO
       FINALIZE-OPEN-INVOICE-EXIT.
           EXIT.
      *
      *    Every line matched - the header's tax total must be the
      *    sum of the lines' tax, and its invoice total the lines'
      *    goods value plus that tax. A header keyed before tax
      *    was captured holds spaces in its tax total, read as
      *    none.
       CHECK-HEADER-TOTALS.
      *
           IF IV-TAX-TOTAL NUMERIC
              MOVE IV-TAX-TOTAL TO WS-HEADER-TAX
           ELSE
              MOVE ZERO TO WS-HEADER-TAX
           END-IF.
           MOVE SPACES TO IV-MISMATCH-REASON.
      *
           COMPUTE WS-AMOUNT-DIFF = WS-HEADER-TAX - WS-OPEN-TAX.
           IF WS-AMOUNT-DIFF LESS THAN ZERO
              COMPUTE WS-AMOUNT-DIFF = ZERO - WS-AMOUNT-DIFF
           END-IF.
           IF WS-AMOUNT-DIFF GREATER THAN ROUNDING-TOL-AMOUNT
              MOVE 'TAX TOTAL WRONG' TO IV-MISMATCH-REASON
           ELSE
              COMPUTE WS-AMOUNT-DIFF = IV-TOTAL-AMOUNT
                      - WS-OPEN-GOODS - WS-HEADER-TAX
              IF WS-AMOUNT-DIFF LESS THAN ZERO
                 COMPUTE WS-AMOUNT-DIFF = ZERO - WS-AMOUNT-DIFF
              END-IF
              IF WS-AMOUNT-DIFF GREATER THAN ROUNDING-TOL-AMOUNT
                 MOVE 'TOTAL NOT GOODS+TAX' TO IV-MISMATCH-REASON
              END-IF
           END-IF.
      *
           IF IV-MISMATCH-REASON EQUAL SPACES
              SET IV-STATUS-MATCHED TO TRUE
              PERFORM SET-PAYMENT-DATES
              PERFORM WRITE-PAYMENT-RECORD
              ADD 1 TO WS-MATCHED-INVOICES
           ELSE
              SET IV-STATUS-DISCREPANT TO TRUE
              ADD 1 TO WS-DISCREPANT-LINES
              PERFORM PRINT-HEADER-DISCREPANCY
           END-IF.
      *
       CHECK-HEADER-TOTALS-EXIT.
           EXIT.
      *
      *    Stamp the matched header with when it falls due. A
      *    supplier with no terms code, or one naming no active
      *    PAYTERMS terms, is due at once - the old behaviour. An
      *    invoice date that is not a date runs the terms from
      *    today.
       SET-PAYMENT-DATES.
      *
           MOVE SPACES TO IV-TERMS-CODE.
           MOVE WS-RUN-DATE TO IV-DUE-DATE.
           MOVE ZERO TO IV-DISCOUNT-DATE.
           MOVE ZERO TO IV-DISCOUNT-AMOUNT.
      *
           MOVE WS-RUN-DATE TO WS-BASE-DATE.
           IF IV-INVOICE-DATE NUMERIC
              MOVE IV-INVOICE-DATE TO WS-BASE-DATE
              IF WS-BASE-YYYY LESS THAN 1601
                 OR WS-BASE-MM LESS THAN 1
                 OR WS-BASE-MM GREATER THAN 12
                 OR WS-BASE-DD LESS THAN 1
                 OR WS-BASE-DD GREATER THAN 31
                 MOVE WS-RUN-DATE TO WS-BASE-DATE
              END-IF
           END-IF.
      *
           MOVE IV-SUPPLIER-ID TO SM-SUPPLIER-ID.
           READ SUPPMAST-FILE
                INVALID KEY
                   MOVE SPACES TO SM-PAYMENT-TERMS
           END-READ.
           IF SM-PAYMENT-TERMS NOT EQUAL SPACES
              MOVE SM-PAYMENT-TERMS TO PT-TERMS-CODE
              READ PAYTERMS-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PT-TERMS-ACTIVE
                         PERFORM APPLY-PAYMENT-TERMS
                      END-IF
              END-READ
           END-IF.
      *
       SET-PAYMENT-DATES-EXIT.
           EXIT.
      *
      *    Net days (and discount days) from the base date, each
      *    landing date rolled forward to a working day. The
      *    discount is the terms' percentage of the invoice total.
       APPLY-PAYMENT-TERMS.
      *
           MOVE PT-TERMS-CODE TO IV-TERMS-CODE.
           IF PT-FROM-MONTH-END
      *       The day before the first of the following month.
              MOVE 1 TO WS-BASE-DD
              IF WS-BASE-MM EQUAL 12
                 MOVE 1 TO WS-BASE-MM
                 ADD 1 TO WS-BASE-YYYY
              ELSE
                 ADD 1 TO WS-BASE-MM
              END-IF
              COMPUTE WS-BASE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BASE-DATE) - 1
           ELSE
              COMPUTE WS-BASE-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BASE-DATE)
           END-IF.
      *
           COMPUTE WS-BD-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-BASE-INT + PT-NET-DAYS).
           PERFORM ROLL-TO-WORKING-DAY.
           MOVE WS-BD-TO-DATE TO IV-DUE-DATE.
      *
           IF PT-DISCOUNT-PERCENT GREATER THAN ZERO
              COMPUTE WS-BD-FROM-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-BASE-INT
                                              + PT-DISCOUNT-DAYS)
              PERFORM ROLL-TO-WORKING-DAY
              MOVE WS-BD-TO-DATE TO IV-DISCOUNT-DATE
              COMPUTE IV-DISCOUNT-AMOUNT ROUNDED =
                      IV-TOTAL-AMOUNT * PT-DISCOUNT-PERCENT / 100
           END-IF.
      *
       APPLY-PAYMENT-TERMS-EXIT.
           EXIT.
      *
      *    One payable record for the fully-matched invoice, at
      *    the header's own total, tax included and shown.
       WRITE-PAYMENT-RECORD.
      *
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE IV-INVOICE-DATE TO PAY-INVOICE-DATE.
           MOVE IV-TOTAL-AMOUNT TO PAY-AMOUNT.
           MOVE WS-RUN-DATE TO PAY-MATCH-DATE.
           MOVE WS-HEADER-TAX TO PAY-TAX-AMOUNT.
           MOVE IV-TERMS-CODE TO PAY-TERMS-CODE.
           MOVE IV-DUE-DATE TO PAY-DUE-DATE.
           MOVE IV-DISCOUNT-DATE TO PAY-DISCOUNT-DATE.
           MOVE IV-DISCOUNT-AMOUNT TO PAY-DISCOUNT-AMOUNT.
           WRITE PAYMENT-RECORD.
      *
       WRITE-PAYMENT-RECORD-EXIT.
      *
           CLOSE INVOICE-FILE.
           CLOSE PURCHORD-FILE.
           CLOSE TAXCODE-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE PAYTERMS-FILE.
           CLOSE BIZCAL-FILE.
           CLOSE PAYMENT-FILE.
           CLOSE DISCREPANCY-REPORT.
      *
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
      *
      *    Shared working-day paragraphs - see BIZDAYP.cpy.
           COPY BIZDAYP.
