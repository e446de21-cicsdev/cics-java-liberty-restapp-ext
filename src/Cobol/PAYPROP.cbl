      * exception side of the report instead, which is exactly
      * the conversation that should happen before anything pays.
      * Writes PAYPROPF (supplier, bank code, account, amount) and
      * prints the proposal. PAYPROPD lists the invoices, self-bills
      * and credits behind each supplier's figure; once the
      * proposal is approved, PAYREL pays it to the bank and marks
      * those items paid, so the next proposal leaves them out.
      *
      * An invoice is paid by its due date, not whenever the run
      * happens to fall: one not due before the next run waits on
      * APPAYF, and one whose discount can still be earned is paid
      * early, net of the discount, on the last run inside the
      * window. Invoices matched before due dates were stamped are
      * due at once.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Carry the tax INVMATCH puts on APPAYF
      *                    through to the proposal - each supplier's
      *                    invoice tax is totalled, written on the
      *                    PAYPROPF record and printed beside the
      *                    amount it is part of.
      *  15 Oct 2026  DEV  Select invoices by due date - only those
      *                    falling due before the next run (PARMFILE
      *                    PAYHRZN days ahead, default 7) are
      *                    proposed, and one still inside its
      *                    prompt-payment discount window is paid
      *                    net of the discount on the last run
      *                    before the window closes. Every discount
      *                    taken or missed prints on the new
      *                    PAYDISCR report.
      *  15 Oct 2026  DEV  Pass over invoices and self-bills PAYREL
      *                    has marked paid and memos it has netted,
      *                    and write each item behind a supplier's
      *                    position to the new PAYPROPD detail file
      *                    PAYREL releases the proposal from.
      *
      *****************************************************************

           SELECT PROPOSAL-FILE ASSIGN TO PAYPROPF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROP-STATUS.
      *
      *    The items behind each supplier's proposed amount.
           SELECT DETAIL-FILE ASSIGN TO PAYPROPD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DETAIL-STATUS.
      *
           SELECT PROPOSAL-REPORT ASSIGN TO PAYPROPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    Discounts taken and missed, for accounts payable.
           SELECT DISCOUNT-REPORT ASSIGN TO PAYDISCR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DISC-STATUS.
      *
      *    Runtime parameters - the look-ahead is tuned on
      *    PARMFILE without a recompile.
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
       DATA DIVISION.
      *
      *    The matched-invoice records INVMATCH writes.
       FD  INVOICE-PAY-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PAYMENT-RECORD.
           03   PAY-SUPPLIER-ID         PIC 9(8).
           03   PAY-INVOICE-NUMBER      PIC X(10).
           03   PAY-INVOICE-DATE        PIC X(8).
           03   PAY-AMOUNT              PIC 9(11)V99.
           03   PAY-MATCH-DATE          PIC 9(8).
           03   PAY-TAX-AMOUNT          PIC 9(11)V99.
           03   PAY-TERMS-CODE          PIC X(10).
           03   PAY-DUE-DATE            PIC 9(8).
           03   PAY-DISCOUNT-DATE       PIC 9(8).
           03   PAY-DISCOUNT-AMOUNT     PIC 9(11)V99.
           03   PAY-PAID-FLAG           PIC X(1).
                88  PAY-IS-PAID          VALUE 'P'.
           03   PAY-PAYMENT-NUMBER      PIC X(8).
           03   FILLER                  PIC X(12).
      *
      *    The consignment self-bill records CONSBILL writes.
       FD  CONSIGN-PAY-FILE
           03   ST-PERIOD               PIC 9(6).
           03   ST-QUANTITY             PIC 9(8).
           03   ST-VALUE                PIC 9(11)V99.
           03   ST-PAID-FLAG            PIC X(1).
                88  ST-IS-PAID           VALUE 'P'.
           03   ST-PAYMENT-NUMBER       PIC X(8).
           03   FILLER                  PIC X(8).
      *
       FD  MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           03   PP-ACCOUNT-NUMBER       PIC X(17).
           03   PP-AMOUNT               PIC 9(11)V99.
           03   PP-RUN-DATE             PIC 9(8).
      *    The invoice tax included in PP-AMOUNT.
           03   PP-TAX-AMOUNT           PIC 9(11)V99.
           03   FILLER                  PIC X(12).
      *
      *    One record per item counted into a supplier's position:
      *    an invoice at the amount it is paid at (net of any
      *    discount taken), a self-bill, or a credit netted off.
      *    PAYREL finds each one again by its identifying fields.
       FD  DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PROPOSAL-DETAIL-RECORD.
           03   PD-SUPPLIER-ID          PIC 9(8).
           03   PD-ITEM-TYPE            PIC X(1).
                88  PD-INVOICE-ITEM      VALUE 'I'.
                88  PD-SELF-BILL-ITEM    VALUE 'S'.
                88  PD-CREDIT-ITEM       VALUE 'C'.
      *    Invoice number; self-bill period; credit memo PO.
           03   PD-REFERENCE            PIC X(10).
           03   PD-PART-ID              PIC 9(8).
      *    Invoice date; credit memo RTV date and time.
           03   PD-ITEM-DATE            PIC X(8).
           03   PD-ITEM-TIME            PIC 9(6).
           03   PD-AMOUNT               PIC 9(11)V99.
           03   PD-RUN-DATE             PIC 9(8).
           03   FILLER                  PIC X(18).
      *
       FD  PROPOSAL-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       FD  DISCOUNT-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  DISCOUNT-LINE                PIC X(100).
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       WORKING-STORAGE SECTION.
      *
              88  PROP-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-DETAIL-STATUS          PIC X(2) VALUE '00'.
              88  DETAIL-STATUS-OK          VALUE '00'.
           03 WS-DISC-STATUS            PIC X(2) VALUE '00'.
              88  DISC-STATUS-OK            VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-INV-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-INV-FILE           VALUE 'Y'.
           03 WS-CONS-EOF-FLAG          PIC X(1) VALUE 'N'.
           03 WS-WORK-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-WORK-AMOUNT            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-WORK-TAX               PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-SP-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-SP-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-SP-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-HELD-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-PROPOSED-VALUE         PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-PROPOSED-TAX           PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    Due-date selection: anything falling due before the
      *    next run's date is paid on this one.
           03 WS-NEXT-RUN-DATE          PIC 9(8) VALUE ZERO.
           03 WS-HORIZON-RAW            PIC 9(3) VALUE ZERO.
           03 WS-DISCOUNT-AMOUNT        PIC 9(11)V99 VALUE ZERO.
           03 WS-NOT-DUE-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-DISC-TAKEN-VALUE       PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-DISC-MISSED-VALUE      PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    How many days ahead the run looks for invoices falling
      *    due before the next one - a weekly run by default. The
      *    PAYHRZN runtime parameter overrides it - see
      *    GET-RUNTIME-PARMS.
       77  PAY-HORIZON-DAYS             PIC 9(3) VALUE 7.
      *
      *    Net position per supplier - obligations in, credits
      *    out, and the invoice tax inside the obligations. The
      *    usual serial-search accumulator.
       77  MAX-PAY-SUPPLIERS            PIC 9(4) VALUE 500.
       01  WS-SUPPLIER-TABLE.
           03 WS-SP-COUNT               PIC 9(4) COMP VALUE ZERO.
              05 WS-SP-SUPPLIER         PIC 9(8).
              05 WS-SP-AMOUNT           PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-SP-TAX              PIC S9(13)V99
                                        PACKED-DECIMAL.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(56) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(16) VALUE
                '        AMOUNT'.
           03   FILLER                  PIC X(16) VALUE
                '  TAX INCLUDED'.
           03   FILLER                  PIC X(58) VALUE 'NOTE'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TAX                  PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-NOTE                 PIC X(40).
           03   FILLER                  PIC X(18) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   FILLER                  PIC X(24) VALUE
                'TOTAL PROPOSED:         '.
           03   RT-PROPOSED-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-PROPOSED-TAX         PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(46) VALUE SPACES.
      *
      *    Discount report lines.
       01  DISCOUNT-HEADING-1.
           03   FILLER                  PIC X(36) VALUE
                'PROMPT-PAYMENT DISCOUNTS - RUN'.
           03   DH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   DH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   DH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(54) VALUE SPACES.
      *
       01  DISCOUNT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(12) VALUE 'INVOICE'.
           03   FILLER                  PIC X(10) VALUE 'DISC DATE'.
           03   FILLER                  PIC X(16) VALUE
                '  INVOICE TOTAL'.
           03   FILLER                  PIC X(16) VALUE
                '      DISCOUNT'.
           03   FILLER                  PIC X(36) VALUE SPACES.
      *
       01  DISCOUNT-DETAIL-LINE.
           03   DD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   DD-INVOICE-NUMBER       PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   DD-DISCOUNT-DATE        PIC 9(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   DD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   DD-DISCOUNT             PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   DD-OUTCOME              PIC X(6).
           03   FILLER                  PIC X(30) VALUE SPACES.
      *
       01  DISCOUNT-TOTAL-LINE.
           03   DT-LABEL                PIC X(24).
           03   DT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.
           OPEN INPUT MEMO-FILE.
           OPEN INPUT REMIT-FILE.
           OPEN OUTPUT PROPOSAL-FILE.
           OPEN OUTPUT DETAIL-FILE.
           OPEN OUTPUT PROPOSAL-REPORT.
           OPEN OUTPUT DISCOUNT-REPORT.
      *
           OPEN INPUT PARMFILE-FILE.
           PERFORM GET-RUNTIME-PARMS.
           CLOSE PARMFILE-FILE.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-NEXT-RUN-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + PAY-HORIZON-DAYS).
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           MOVE WS-RUN-DATE(1:4) TO DH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO DH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO DH-RUN-DD.
           WRITE DISCOUNT-LINE FROM DISCOUNT-HEADING-1.
           WRITE DISCOUNT-LINE FROM DISCOUNT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    The look-ahead in days (007 = 7). No entry keeps the
      *    compiled default.
       GET-RUNTIME-PARMS.
      *
           MOVE 'PAYHRZN' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      MOVE PM-PARM-VALUE(1:3) TO WS-HORIZON-RAW
                      MOVE WS-HORIZON-RAW TO PAY-HORIZON-DAYS
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
       GATHER-INVOICE-OBLIGATIONS.
      *
                   AT END SET END-OF-INV-FILE TO TRUE
              END-READ
              IF NOT END-OF-INV-FILE
                 AND NOT PAY-IS-PAID
                 PERFORM SELECT-BY-DUE-DATE
              END-IF
           END-PERFORM.
      *
       GATHER-INVOICE-OBLIGATIONS-EXIT.
           EXIT.
      *
      *    An invoice whose discount can still be earned is paid
      *    net of it on the last run before the window closes, and
      *    waits until then. Otherwise it is paid in full once it
      *    falls due before the next run - and if it carried a
      *    discount, that discount was missed. Records written
      *    before due dates were stamped are due at once.
       SELECT-BY-DUE-DATE.
      *
           MOVE PAY-SUPPLIER-ID TO WS-WORK-SUPPLIER.
           MOVE PAY-AMOUNT TO WS-WORK-AMOUNT.
      *    Payment records written before tax was carried hold
      *    spaces there - no tax.
           IF PAY-TAX-AMOUNT NUMERIC
              MOVE PAY-TAX-AMOUNT TO WS-WORK-TAX
           ELSE
              MOVE ZERO TO WS-WORK-TAX
           END-IF.
           IF PAY-DUE-DATE NOT NUMERIC
              MOVE ZERO TO PAY-DUE-DATE
           END-IF.
           IF PAY-DISCOUNT-AMOUNT NUMERIC
              AND PAY-DISCOUNT-DATE NUMERIC
              MOVE PAY-DISCOUNT-AMOUNT TO WS-DISCOUNT-AMOUNT
           ELSE
              MOVE ZERO TO WS-DISCOUNT-AMOUNT
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-DISCOUNT-AMOUNT GREATER THAN ZERO
                   AND PAY-DISCOUNT-DATE NOT LESS THAN WS-RUN-DATE
                 IF PAY-DISCOUNT-DATE LESS THAN WS-NEXT-RUN-DATE
                    SUBTRACT WS-DISCOUNT-AMOUNT FROM WS-WORK-AMOUNT
                    MOVE 'TAKEN' TO DD-OUTCOME
                    ADD WS-DISCOUNT-AMOUNT TO WS-DISC-TAKEN-VALUE
                    PERFORM PRINT-DISCOUNT-LINE
                    PERFORM ADD-TO-SUPPLIER
                    PERFORM WRITE-INVOICE-DETAIL
                 ELSE
                    ADD 1 TO WS-NOT-DUE-COUNT
                 END-IF
              WHEN PAY-DUE-DATE LESS THAN WS-NEXT-RUN-DATE
                 IF WS-DISCOUNT-AMOUNT GREATER THAN ZERO
                    MOVE 'MISSED' TO DD-OUTCOME
                    ADD WS-DISCOUNT-AMOUNT TO WS-DISC-MISSED-VALUE
                    PERFORM PRINT-DISCOUNT-LINE
                 END-IF
                 PERFORM ADD-TO-SUPPLIER
                 PERFORM WRITE-INVOICE-DETAIL
              WHEN OTHER
                 ADD 1 TO WS-NOT-DUE-COUNT
           END-EVALUATE.
      *
       SELECT-BY-DUE-DATE-EXIT.
           EXIT.
      *
       PRINT-DISCOUNT-LINE.
      *
           MOVE PAY-SUPPLIER-ID TO DD-SUPPLIER.
           MOVE PAY-INVOICE-NUMBER TO DD-INVOICE-NUMBER.
           MOVE PAY-DISCOUNT-DATE TO DD-DISCOUNT-DATE.
           MOVE PAY-AMOUNT TO DD-AMOUNT.
           MOVE WS-DISCOUNT-AMOUNT TO DD-DISCOUNT.
           WRITE DISCOUNT-LINE FROM DISCOUNT-DETAIL-LINE.
      *
       PRINT-DISCOUNT-LINE-EXIT.
           EXIT.
      *
       WRITE-INVOICE-DETAIL.
      *
           MOVE SPACES TO PROPOSAL-DETAIL-RECORD.
           MOVE PAY-SUPPLIER-ID TO PD-SUPPLIER-ID.
           SET PD-INVOICE-ITEM TO TRUE.
           MOVE PAY-INVOICE-NUMBER TO PD-REFERENCE.
           MOVE ZERO TO PD-PART-ID.
           MOVE PAY-INVOICE-DATE TO PD-ITEM-DATE.
           MOVE ZERO TO PD-ITEM-TIME.
           MOVE WS-WORK-AMOUNT TO PD-AMOUNT.
           MOVE WS-RUN-DATE TO PD-RUN-DATE.
           WRITE PROPOSAL-DETAIL-RECORD.
      *
       WRITE-INVOICE-DETAIL-EXIT.
           EXIT.
      *
       GATHER-CONSIGNMENT-OBLIGATIONS.
      *
                   AT END SET END-OF-CONS-FILE TO TRUE
              END-READ
              IF NOT END-OF-CONS-FILE
                 AND NOT ST-IS-PAID
                 MOVE ST-SUPPLIER TO WS-WORK-SUPPLIER
                 MOVE ST-VALUE TO WS-WORK-AMOUNT
                 MOVE ZERO TO WS-WORK-TAX
                 PERFORM ADD-TO-SUPPLIER
                 MOVE SPACES TO PROPOSAL-DETAIL-RECORD
                 MOVE ST-SUPPLIER TO PD-SUPPLIER-ID
                 SET PD-SELF-BILL-ITEM TO TRUE
                 MOVE ST-PERIOD TO PD-REFERENCE
                 MOVE ST-PART-ID TO PD-PART-ID
                 MOVE ZERO TO PD-ITEM-TIME
                 MOVE ST-VALUE TO PD-AMOUNT
                 MOVE WS-RUN-DATE TO PD-RUN-DATE
                 WRITE PROPOSAL-DETAIL-RECORD
              END-IF
           END-PERFORM.
      *
           EXIT.
      *
      *    Unsettled credits come off the supplier's position -
      *    only what we actually owe is proposed. One already
      *    netted off a released payment has been taken.
       NET-OFF-CREDITS.
      *
           PERFORM UNTIL END-OF-MEMO-FILE
              END-READ
              IF NOT END-OF-MEMO-FILE
                 IF NOT CM-SETTLED
                    AND NOT CM-NETTED
                    MOVE CM-SUPPLIER-ID TO WS-WORK-SUPPLIER
                    COMPUTE WS-WORK-AMOUNT = ZERO - CM-VALUE
                    MOVE ZERO TO WS-WORK-TAX
                    PERFORM ADD-TO-SUPPLIER
                    MOVE SPACES TO PROPOSAL-DETAIL-RECORD
                    MOVE CM-SUPPLIER-ID TO PD-SUPPLIER-ID
                    SET PD-CREDIT-ITEM TO TRUE
                    MOVE CM-PO-NUMBER TO PD-REFERENCE
                    MOVE CM-PART-ID TO PD-PART-ID
                    MOVE CM-RTV-DATE TO PD-ITEM-DATE
                    MOVE CM-RTV-TIME TO PD-ITEM-TIME
                    MOVE CM-VALUE TO PD-AMOUNT
                    MOVE WS-RUN-DATE TO PD-RUN-DATE
                    WRITE PROPOSAL-DETAIL-RECORD
                 END-IF
              END-IF
           END-PERFORM.
                 MOVE WS-WORK-SUPPLIER
                      TO WS-SP-SUPPLIER(WS-SP-SLOT)
                 MOVE ZERO TO WS-SP-AMOUNT(WS-SP-SLOT)
                 MOVE ZERO TO WS-SP-TAX(WS-SP-SLOT)
              ELSE
                 ADD 1 TO WS-SP-DROPPED
              END-IF
           END-IF.
           IF WS-SP-SLOT GREATER THAN ZERO
              ADD WS-WORK-AMOUNT TO WS-SP-AMOUNT(WS-SP-SLOT)
              ADD WS-WORK-TAX TO WS-SP-TAX(WS-SP-SLOT)
           END-IF.
      *
       ADD-TO-SUPPLIER-EXIT.
           END-PERFORM.
      *
           MOVE WS-PROPOSED-VALUE TO RT-PROPOSED-VALUE.
           MOVE WS-PROPOSED-TAX TO RT-PROPOSED-TAX.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           MOVE 'DISCOUNTS TAKEN:' TO DT-LABEL.
           MOVE WS-DISC-TAKEN-VALUE TO DT-AMOUNT.
           WRITE DISCOUNT-LINE FROM DISCOUNT-TOTAL-LINE.
           MOVE 'DISCOUNTS MISSED:' TO DT-LABEL.
           MOVE WS-DISC-MISSED-VALUE TO DT-AMOUNT.
           WRITE DISCOUNT-LINE FROM DISCOUNT-TOTAL-LINE.
      *
       WRITE-PROPOSALS-EXIT.
           EXIT.
      *
           MOVE WS-SP-SUPPLIER(WS-SP-INDEX) TO RD-SUPPLIER.
           MOVE WS-SP-AMOUNT(WS-SP-INDEX) TO RD-AMOUNT.
           MOVE WS-SP-TAX(WS-SP-INDEX) TO RD-TAX.
           IF RM-STATUS-ACTIVE
              MOVE SPACES TO PROPOSAL-RECORD
              MOVE WS-SP-SUPPLIER(WS-SP-INDEX)
              MOVE RM-ACCOUNT-NUMBER TO PP-ACCOUNT-NUMBER
              MOVE WS-SP-AMOUNT(WS-SP-INDEX) TO PP-AMOUNT
              MOVE WS-RUN-DATE TO PP-RUN-DATE
              MOVE WS-SP-TAX(WS-SP-INDEX) TO PP-TAX-AMOUNT
              WRITE PROPOSAL-RECORD
              ADD 1 TO WS-PROPOSED-COUNT
              ADD WS-SP-AMOUNT(WS-SP-INDEX)
                  TO WS-PROPOSED-VALUE
              ADD WS-SP-TAX(WS-SP-INDEX)
                  TO WS-PROPOSED-TAX
              MOVE 'PROPOSED' TO RD-NOTE
           ELSE
              ADD 1 TO WS-HELD-COUNT
           DISPLAY 'PAYPROP: SUPPLIERS HELD:     ' WS-HELD-COUNT.
           DISPLAY 'PAYPROP: VALUE PROPOSED:     '
                   WS-PROPOSED-VALUE.
           DISPLAY 'PAYPROP: TAX INCLUDED:       '
                   WS-PROPOSED-TAX.
           DISPLAY 'PAYPROP: INVOICES NOT DUE:   '
                   WS-NOT-DUE-COUNT.
           DISPLAY 'PAYPROP: DISCOUNTS TAKEN:    '
                   WS-DISC-TAKEN-VALUE.
           DISPLAY 'PAYPROP: DISCOUNTS MISSED:   '
                   WS-DISC-MISSED-VALUE.
           IF WS-SP-DROPPED GREATER THAN ZERO
              DISPLAY 'PAYPROP: ENTRIES DROPPED - TABLE FULL: '
                      WS-SP-DROPPED
           CLOSE MEMO-FILE.
           CLOSE REMIT-FILE.
           CLOSE PROPOSAL-FILE.
           CLOSE DETAIL-FILE.
           CLOSE PROPOSAL-REPORT.
           CLOSE DISCOUNT-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
