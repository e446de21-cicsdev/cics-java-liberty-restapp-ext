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
      * Monthly supplier volume-rebate accrual. Rebates agreed with
      * suppliers on REBATE (see REBMNT) were only booked when the
      * credit note arrived, months after the spend that earned
      * them. This run measures each active agreement's spend from
      * the start of its period to the month end - goods received
      * on PURCHORD at the line's unit price and booked rate, or
      * goods invoiced on SUPPINV (tax excluded), as the agreement
      * says - finds the highest tier that spend has reached, and
      * works out the rebate earned at that tier's percentage on
      * the whole of the spend.
      *
      * A received line is counted whole, dated by its last
      * receipt, the same way SUPSPEND values a supplier's
      * receipts; an invoice counts on its invoice date.
      *
      * The change in the rebate earned since the last run posts
      * to the REBGLF feed in GLPOST format on the period end -
      * rebate receivable debited and purchase-rebate income
      * credited, or the other way round when the earned rebate
      * has fallen (a tier lost to a credit or a changed term).
      * The accrual listing shows every agreement's spend, tier,
      * rebate earned and the month's movement.
      *
      * An agreement whose period has ended by the month end is
      * then claimed: a rebate claim statement prints for the
      * supplier on REBCLM - their name and address off SUPPMAST,
      * the agreement's tiers, the qualifying spend and the rebate
      * due - and the agreement is marked claimed, so later runs
      * leave it be. The accrued receivable stands until the
      * supplier's credit note clears it.
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
       PROGRAM-ID.              REBACCR.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The agreements - read once to load the active ones, and
      *    again to rewrite them with the month's figures.
           SELECT REBATE-FILE ASSIGN TO REBATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RB-KEY
                  FILE STATUS IS WS-REBATE-STATUS.
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
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT MONTH-CARD-FILE ASSIGN TO MONTHIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT GL-FEED-FILE ASSIGN TO REBGLF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.
      *
           SELECT ACCRUAL-REPORT ASSIGN TO REBRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT CLAIM-STATEMENT ASSIGN TO REBCLM
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CLAIM-STATUS.
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
       FD  REBATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REBATE.
      *
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPINV.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  MONTH-CARD                   PIC X(6).
      *
       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.
      *
       FD  ACCRUAL-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       FD  CLAIM-STATEMENT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CLAIM-LINE                   PIC X(80).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-REBATE-STATUS          PIC X(2) VALUE '00'.
              88  REBATE-STATUS-OK          VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-GL-STATUS              PIC X(2) VALUE '00'.
              88  GL-STATUS-OK              VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-CLAIM-STATUS           PIC X(2) VALUE '00'.
              88  CLAIM-STATUS-OK           VALUE '00'.
           03 WS-REBATE-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-REBATE-FILE        VALUE 'Y'.
           03 WS-PO-EOF-FLAG            PIC X(1) VALUE 'N'.
              88  END-OF-PO-FILE            VALUE 'Y'.
           03 WS-INV-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-INV-FILE           VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RPT-PERIOD             PIC 9(6) VALUE ZERO.
      *
      *    The month end the spend is measured to and the accrual
      *    posts on.
           03 WS-PERIOD-END-DATE        PIC 9(8) VALUE ZERO.
           03 WS-PERIOD-END-INT         PIC S9(9) COMP VALUE ZERO.
           03 WS-NEXT-MONTH-DATE        PIC 9(8) VALUE ZERO.
      *
      *    The PO header read last - only released and closed POs
      *    have receipts worth counting.
           03 WS-HDR-STATUS             PIC X(1) VALUE SPACE.
           03 WS-HDR-PO-NUMBER          PIC 9(8) VALUE ZERO.
      *
      *    The invoice header read last, and whether it was dated
      *    by the month end.
           03 WS-OPEN-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-OPEN-INVOICE           PIC X(10) VALUE SPACES.
           03 WS-OPEN-INVOICE-DATE      PIC X(8) VALUE SPACES.
           03 WS-SELECT-FLAG            PIC X(1) VALUE 'N'.
              88  INVOICE-IS-SELECTED       VALUE 'Y'.
      *
      *    The spend being counted, and against which supplier,
      *    basis and date.
           03 WS-SPEND-SUPPLIER         PIC 9(8) VALUE ZERO.
           03 WS-SPEND-BASIS            PIC X(1) VALUE SPACE.
           03 WS-SPEND-DATE             PIC X(8) VALUE SPACES.
           03 WS-SPEND-VALUE            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    The agreement being rewritten.
           03 WS-RA-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-TIER-INDEX             PIC 9(4) COMP VALUE ZERO.
           03 WS-TIER-PERCENT           PIC 9(2)V99 VALUE ZERO.
           03 WS-PRIOR-ACCRUED          PIC S9(11)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-ACCRUAL-MOVEMENT       PIC S9(11)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-CLAIM-FLAG             PIC X(1) VALUE 'N'.
              88  AGREEMENT-IS-CLAIMED      VALUE 'Y'.
      *
           03 WS-PO-LINES-COUNTED       PIC 9(8) COMP VALUE ZERO.
           03 WS-INV-LINES-COUNTED      PIC 9(8) COMP VALUE ZERO.
           03 WS-AGREEMENT-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-CLAIM-COUNT            PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-EARNED           PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOTAL-MOVEMENT         PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    The month's accrual, split into the agreements whose
      *    rebate went up and those whose rebate came down - each
      *    posts as its own balanced pair.
           03 WS-ACCRUE-UP              PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-ACCRUE-UP-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-ACCRUE-DOWN            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-ACCRUE-DOWN-COUNT      PIC 9(8) COMP VALUE ZERO.
      *
      *    Active agreements loaded for the spend to be counted
      *    against. One that does not fit is left unaccrued this
      *    month rather than posted on a spend of nothing.
       77  MAX-REBATE-AGREEMENTS        PIC 9(4) VALUE 500.
       01  WS-AGREEMENT-TABLE.
           03 WS-RA-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-RA-DROPPED             PIC 9(4) COMP VALUE ZERO.
           03 WS-RA-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-RA-ENTRY OCCURS 500 TIMES.
              05 WS-RA-SUPPLIER         PIC 9(8).
              05 WS-RA-PERIOD-FROM      PIC X(8).
              05 WS-RA-PERIOD-TO        PIC X(8).
              05 WS-RA-BASIS            PIC X(1).
              05 WS-RA-SPEND            PIC S9(13)V99
                                        PACKED-DECIMAL.
      *
      *    The accounts the rebate accrues between - the rebate
      *    receivable from suppliers, and purchase-rebate income.
       77  REBATE-RECEIVABLE-ACCT       PIC X(8) VALUE '13200000'.
       77  REBATE-INCOME-ACCT           PIC X(8) VALUE '51500000'.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Accrual listing lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(40) VALUE
                'SUPPLIER VOLUME REBATE ACCRUAL - PERIOD'.
           03   RH-PERIOD               PIC 9(6).
           03   FILLER                  PIC X(12) VALUE
                '  PERIOD END'.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RH-PERIOD-END           PIC 9(8).
           03   FILLER                  PIC X(65) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'FROM'.
           03   FILLER                  PIC X(10) VALUE 'TO'.
           03   FILLER                  PIC X(3) VALUE 'B'.
           03   FILLER                  PIC X(21) VALUE
                '     SPEND TO DATE'.
           03   FILLER                  PIC X(5) VALUE 'TIER'.
           03   FILLER                  PIC X(7) VALUE 'PCT'.
           03   FILLER                  PIC X(19) VALUE
                '    REBATE EARNED'.
           03   FILLER                  PIC X(19) VALUE
                '   PRIOR ACCRUED'.
           03   FILLER                  PIC X(19) VALUE
                '  MONTH MOVEMENT'.
           03   FILLER                  PIC X(9) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PERIOD-FROM          PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PERIOD-TO            PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-BASIS                PIC X(1).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SPEND                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TIER                 PIC 9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PERCENT              PIC Z9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-EARNED               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PRIOR                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-MOVEMENT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-NOTE                 PIC X(8).
           03   FILLER                  PIC X(4) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(30).
           03   RT-EARNED               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RT-MOVEMENT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(62) VALUE SPACES.
      *
      *    Claim statement lines.
       01  CLAIM-HEADING-LINE.
           03   FILLER                  PIC X(40) VALUE
                'VOLUME REBATE CLAIM STATEMENT'.
           03   FILLER                  PIC X(10) VALUE
                'DATE'.
           03   CH-RUN-DATE             PIC 9(8).
           03   FILLER                  PIC X(22) VALUE SPACES.
      *
       01  CLAIM-TEXT-LINE.
           03   CT-LABEL                PIC X(20).
           03   CT-TEXT                 PIC X(60).
      *
       01  CLAIM-PERIOD-LINE.
           03   FILLER                  PIC X(20) VALUE
                'AGREEMENT PERIOD'.
           03   CP-PERIOD-FROM          PIC X(8).
           03   FILLER                  PIC X(4) VALUE ' TO '.
           03   CP-PERIOD-TO            PIC X(8).
           03   FILLER                  PIC X(19) VALUE
                '   SPEND MEASURED '.
           03   CP-BASIS                PIC X(21).
      *
       01  CLAIM-TIER-HEADING.
           03   FILLER                  PIC X(8) VALUE 'TIER'.
           03   FILLER                  PIC X(22) VALUE
                '         SPEND FROM'.
           03   FILLER                  PIC X(12) VALUE
                '   REBATE %'.
           03   FILLER                  PIC X(38) VALUE SPACES.
      *
       01  CLAIM-TIER-LINE.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CL-TIER                 PIC 9.
           03   FILLER                  PIC X(5) VALUE SPACES.
           03   CL-THRESHOLD            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(8) VALUE SPACES.
           03   CL-PERCENT              PIC Z9.99.
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   CL-REACHED              PIC X(10).
           03   FILLER                  PIC X(29) VALUE SPACES.
      *
       01  CLAIM-AMOUNT-LINE.
           03   CS-LABEL                PIC X(30).
           03   CS-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(32) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-ACTIVE-AGREEMENTS.
           PERFORM COUNT-RECEIPT-SPEND.
           PERFORM COUNT-INVOICE-SPEND.
           PERFORM UPDATE-AGREEMENTS.
           PERFORM WRITE-GL-FEED.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'REBACCR' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT INVOICE-FILE.
           OPEN INPUT SUPPMAST-FILE.
           OPEN INPUT MONTH-CARD-FILE.
           OPEN OUTPUT GL-FEED-FILE.
           OPEN OUTPUT ACCRUAL-REPORT.
           OPEN OUTPUT CLAIM-STATEMENT.
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
      *    The day before the first of the following month is the
      *    period end.
           MOVE WS-RPT-PERIOD TO WS-NEXT-MONTH-DATE(1:6).
           MOVE '01' TO WS-NEXT-MONTH-DATE(7:2).
           IF WS-RPT-PERIOD(5:2) EQUAL '12'
              ADD 8900 TO WS-NEXT-MONTH-DATE
           ELSE
              ADD 100 TO WS-NEXT-MONTH-DATE
           END-IF.
           COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
           COMPUTE WS-PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).
      *
           MOVE WS-RPT-PERIOD TO RH-PERIOD.
           MOVE WS-PERIOD-END-DATE TO RH-PERIOD-END.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Every agreement still running is loaded with its spend
      *    at zero; claimed ones are finished with.
       LOAD-ACTIVE-AGREEMENTS.
      *
           OPEN INPUT REBATE-FILE.
           PERFORM UNTIL END-OF-REBATE-FILE
              READ REBATE-FILE
                   AT END SET END-OF-REBATE-FILE TO TRUE
              END-READ
              IF NOT END-OF-REBATE-FILE
                 AND RB-STATUS-ACTIVE
                 IF WS-RA-COUNT LESS THAN MAX-REBATE-AGREEMENTS
                    ADD 1 TO WS-RA-COUNT
                    MOVE RB-SUPPLIER-ID
                      TO WS-RA-SUPPLIER(WS-RA-COUNT)
                    MOVE RB-PERIOD-FROM
                      TO WS-RA-PERIOD-FROM(WS-RA-COUNT)
                    MOVE RB-PERIOD-TO
                      TO WS-RA-PERIOD-TO(WS-RA-COUNT)
                    MOVE RB-SPEND-BASIS
                      TO WS-RA-BASIS(WS-RA-COUNT)
                    MOVE ZERO TO WS-RA-SPEND(WS-RA-COUNT)
                 ELSE
                    ADD 1 TO WS-RA-DROPPED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REBATE-FILE.
      *
       LOAD-ACTIVE-AGREEMENTS-EXIT.
           EXIT.
      *
      *    Received lines on released and closed POs, valued at
      *    the line's price and booked rate, counted against any
      *    receipts-basis agreement whose period holds the line's
      *    last receipt.
       COUNT-RECEIPT-SPEND.
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
       COUNT-RECEIPT-SPEND-EXIT.
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
                 AND PO-RECEIPT-DATE NUMERIC
                 AND PO-RECEIPT-DATE NOT GREATER THAN
                     WS-PERIOD-END-DATE
                 MOVE PO-SUPPLIER TO WS-SPEND-SUPPLIER
                 MOVE 'R' TO WS-SPEND-BASIS
                 MOVE PO-RECEIPT-DATE TO WS-SPEND-DATE
                 COMPUTE WS-SPEND-VALUE ROUNDED =
                         PO-RECEIVED-QUANTITY * PO-UNIT-PRICE *
                         PO-EXCHANGE-RATE
                 PERFORM ADD-SPEND-TO-AGREEMENTS
                 ADD 1 TO WS-PO-LINES-COUNTED
              END-IF
           END-IF.
      *
       SELECT-PO-RECORD-EXIT.
           EXIT.
      *
      *    Invoice lines on invoices dated by the month end,
      *    matched or not, counted against any invoices-basis
      *    agreement whose period holds the invoice date. The
      *    goods value only - tax is the taxman's, not spend.
       COUNT-INVOICE-SPEND.
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
       COUNT-INVOICE-SPEND-EXIT.
           EXIT.
      *
       SELECT-INVOICE-RECORD.
      *
           IF IV-HEADER-RECORD
              MOVE IV-SUPPLIER-ID TO WS-OPEN-SUPPLIER
              MOVE IV-INVOICE-NUMBER TO WS-OPEN-INVOICE
              MOVE IV-INVOICE-DATE TO WS-OPEN-INVOICE-DATE
              IF IV-INVOICE-DATE NOT GREATER THAN WS-PERIOD-END-DATE
                 SET INVOICE-IS-SELECTED TO TRUE
              ELSE
                 MOVE 'N' TO WS-SELECT-FLAG
              END-IF
           ELSE
              IF INVOICE-IS-SELECTED
                 AND IV-SUPPLIER-ID EQUAL WS-OPEN-SUPPLIER
                 AND IV-INVOICE-NUMBER EQUAL WS-OPEN-INVOICE
                 MOVE IV-SUPPLIER-ID TO WS-SPEND-SUPPLIER
                 MOVE 'I' TO WS-SPEND-BASIS
                 MOVE WS-OPEN-INVOICE-DATE TO WS-SPEND-DATE
                 MOVE IV-LINE-AMOUNT TO WS-SPEND-VALUE
                 PERFORM ADD-SPEND-TO-AGREEMENTS
                 ADD 1 TO WS-INV-LINES-COUNTED
              END-IF
           END-IF.
      *
       SELECT-INVOICE-RECORD-EXIT.
           EXIT.
      *
      *    Add the spend to every loaded agreement it falls under -
      *    the supplier's, on the same basis, with the spend dated
      *    inside the agreement period.
       ADD-SPEND-TO-AGREEMENTS.
      *
           PERFORM VARYING WS-RA-INDEX FROM 1 BY 1
                     UNTIL WS-RA-INDEX GREATER THAN WS-RA-COUNT
              IF WS-RA-SUPPLIER(WS-RA-INDEX) EQUAL WS-SPEND-SUPPLIER
                 AND WS-RA-BASIS(WS-RA-INDEX) EQUAL WS-SPEND-BASIS
                 AND WS-SPEND-DATE NOT LESS THAN
                     WS-RA-PERIOD-FROM(WS-RA-INDEX)
                 AND WS-SPEND-DATE NOT GREATER THAN
                     WS-RA-PERIOD-TO(WS-RA-INDEX)
                 ADD WS-SPEND-VALUE TO WS-RA-SPEND(WS-RA-INDEX)
              END-IF
           END-PERFORM.
      *
       ADD-SPEND-TO-AGREEMENTS-EXIT.
           EXIT.
      *
      *    Second pass over the agreements - each loaded one gets
      *    its spend, tier and rebate rewritten, its accrual
      *    movement listed, and its claim raised once its period
      *    is over.
       UPDATE-AGREEMENTS.
      *
           MOVE 'N' TO WS-REBATE-EOF-FLAG.
           OPEN I-O REBATE-FILE.
           PERFORM UNTIL END-OF-REBATE-FILE
              READ REBATE-FILE
                   AT END SET END-OF-REBATE-FILE TO TRUE
              END-READ
              IF NOT END-OF-REBATE-FILE
                 AND RB-STATUS-ACTIVE
                 PERFORM FIND-AGREEMENT-SLOT
                 IF WS-RA-SLOT GREATER THAN ZERO
                    PERFORM ACCRUE-ONE-AGREEMENT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REBATE-FILE.
      *
           MOVE 'TOTAL REBATE EARNED/MOVEMENT' TO RT-LABEL.
           MOVE WS-TOTAL-EARNED TO RT-EARNED.
           MOVE WS-TOTAL-MOVEMENT TO RT-MOVEMENT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       UPDATE-AGREEMENTS-EXIT.
           EXIT.
      *
       FIND-AGREEMENT-SLOT.
      *
           MOVE ZERO TO WS-RA-SLOT.
           PERFORM VARYING WS-RA-INDEX FROM 1 BY 1
                     UNTIL WS-RA-INDEX GREATER THAN WS-RA-COUNT
                        OR WS-RA-SLOT GREATER THAN ZERO
              IF WS-RA-SUPPLIER(WS-RA-INDEX) EQUAL RB-SUPPLIER-ID
                 AND WS-RA-PERIOD-FROM(WS-RA-INDEX) EQUAL
                     RB-PERIOD-FROM
                 MOVE WS-RA-INDEX TO WS-RA-SLOT
              END-IF
           END-PERFORM.
      *
       FIND-AGREEMENT-SLOT-EXIT.
           EXIT.
      *
      *    The highest tier the spend has reached sets the rate,
      *    and the rate applies to all of the spend. Below the
      *    first threshold nothing is earned.
       ACCRUE-ONE-AGREEMENT.
      *
           MOVE WS-RA-SPEND(WS-RA-SLOT) TO RB-SPEND-TO-DATE.
           MOVE ZERO TO RB-TIER-REACHED.
           MOVE ZERO TO WS-TIER-PERCENT.
           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                     UNTIL WS-TIER-INDEX GREATER THAN RB-TIER-COUNT
              IF RB-SPEND-TO-DATE NOT LESS THAN
                 RB-TIER-THRESHOLD(WS-TIER-INDEX)
                 MOVE WS-TIER-INDEX TO RB-TIER-REACHED
                 MOVE RB-TIER-PERCENT(WS-TIER-INDEX)
                   TO WS-TIER-PERCENT
              END-IF
           END-PERFORM.
           COMPUTE RB-REBATE-EARNED ROUNDED =
                   RB-SPEND-TO-DATE * WS-TIER-PERCENT / 100.
      *
           MOVE RB-ACCRUED-TO-DATE TO WS-PRIOR-ACCRUED.
           COMPUTE WS-ACCRUAL-MOVEMENT =
                   RB-REBATE-EARNED - RB-ACCRUED-TO-DATE.
           IF WS-ACCRUAL-MOVEMENT GREATER THAN ZERO
              ADD WS-ACCRUAL-MOVEMENT TO WS-ACCRUE-UP
              ADD 1 TO WS-ACCRUE-UP-COUNT
           END-IF.
           IF WS-ACCRUAL-MOVEMENT LESS THAN ZERO
              SUBTRACT WS-ACCRUAL-MOVEMENT FROM WS-ACCRUE-DOWN
              ADD 1 TO WS-ACCRUE-DOWN-COUNT
           END-IF.
           MOVE RB-REBATE-EARNED TO RB-ACCRUED-TO-DATE.
           MOVE WS-RPT-PERIOD TO RB-LAST-ACCRUAL-PERIOD.
      *
      *    Period over - claim it.
           MOVE 'N' TO WS-CLAIM-FLAG.
           IF RB-PERIOD-TO NOT GREATER THAN WS-PERIOD-END-DATE
              SET AGREEMENT-IS-CLAIMED TO TRUE
              SET RB-STATUS-CLAIMED TO TRUE
              MOVE WS-RUN-DATE TO RB-CLAIM-DATE
              PERFORM PRINT-CLAIM-STATEMENT
              ADD 1 TO WS-CLAIM-COUNT
           END-IF.
      *
           REWRITE REBATE-AGREEMENT-RECORD.
      *
           PERFORM PRINT-ACCRUAL-LINE.
           ADD 1 TO WS-AGREEMENT-COUNT.
           ADD RB-REBATE-EARNED TO WS-TOTAL-EARNED.
           ADD WS-ACCRUAL-MOVEMENT TO WS-TOTAL-MOVEMENT.
      *
       ACCRUE-ONE-AGREEMENT-EXIT.
           EXIT.
      *
       PRINT-ACCRUAL-LINE.
      *
           MOVE RB-SUPPLIER-ID TO RD-SUPPLIER.
           MOVE RB-PERIOD-FROM TO RD-PERIOD-FROM.
           MOVE RB-PERIOD-TO TO RD-PERIOD-TO.
           MOVE RB-SPEND-BASIS TO RD-BASIS.
           MOVE RB-SPEND-TO-DATE TO RD-SPEND.
           MOVE RB-TIER-REACHED TO RD-TIER.
           MOVE WS-TIER-PERCENT TO RD-PERCENT.
           MOVE RB-REBATE-EARNED TO RD-EARNED.
           MOVE WS-PRIOR-ACCRUED TO RD-PRIOR.
           MOVE WS-ACCRUAL-MOVEMENT TO RD-MOVEMENT.
           IF AGREEMENT-IS-CLAIMED
              MOVE 'CLAIMED' TO RD-NOTE
           ELSE
              MOVE SPACES TO RD-NOTE
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-ACCRUAL-LINE-EXIT.
           EXIT.
      *
      *    One statement per claimed agreement, addressed to the
      *    supplier, setting out the tiers, the tier reached, the
      *    qualifying spend and the rebate due.
       PRINT-CLAIM-STATEMENT.
      *
           MOVE WS-RUN-DATE TO CH-RUN-DATE.
           WRITE CLAIM-LINE FROM CLAIM-HEADING-LINE.
           MOVE SPACES TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
           MOVE RB-SUPPLIER-ID TO SM-SUPPLIER-ID.
           READ SUPPMAST-FILE
                INVALID KEY
                   MOVE SPACES TO SUPPMAST
                   MOVE 'NOT ON SUPPLIER MASTER' TO SM-SUPPLIER-NAME
           END-READ.
           MOVE 'SUPPLIER' TO CT-LABEL.
           MOVE SPACES TO CT-TEXT.
           STRING RB-SUPPLIER-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  SM-SUPPLIER-NAME DELIMITED BY SIZE
                  INTO CT-TEXT
           END-STRING.
           WRITE CLAIM-LINE FROM CLAIM-TEXT-LINE.
           MOVE SPACES TO CT-LABEL.
           MOVE SM-ADDRESS-LINE1 TO CT-TEXT.
           WRITE CLAIM-LINE FROM CLAIM-TEXT-LINE.
           IF SM-ADDRESS-LINE2 NOT EQUAL SPACES
              MOVE SM-ADDRESS-LINE2 TO CT-TEXT
              WRITE CLAIM-LINE FROM CLAIM-TEXT-LINE
           END-IF.
           MOVE SPACES TO CT-TEXT.
           STRING SM-ADDRESS-CITY DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  SM-ADDRESS-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SM-ADDRESS-ZIP DELIMITED BY SIZE
                  INTO CT-TEXT
           END-STRING.
           WRITE CLAIM-LINE FROM CLAIM-TEXT-LINE.
           MOVE SPACES TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
           MOVE RB-PERIOD-FROM TO CP-PERIOD-FROM.
           MOVE RB-PERIOD-TO TO CP-PERIOD-TO.
           IF RB-BASIS-INVOICES
              MOVE 'ON GOODS INVOICED' TO CP-BASIS
           ELSE
              MOVE 'ON GOODS RECEIVED' TO CP-BASIS
           END-IF.
           WRITE CLAIM-LINE FROM CLAIM-PERIOD-LINE.
           MOVE SPACES TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
           WRITE CLAIM-LINE FROM CLAIM-TIER-HEADING.
           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                     UNTIL WS-TIER-INDEX GREATER THAN RB-TIER-COUNT
              MOVE WS-TIER-INDEX TO CL-TIER
              MOVE RB-TIER-THRESHOLD(WS-TIER-INDEX) TO CL-THRESHOLD
              MOVE RB-TIER-PERCENT(WS-TIER-INDEX) TO CL-PERCENT
              IF WS-TIER-INDEX EQUAL RB-TIER-REACHED
                 MOVE '<- REACHED' TO CL-REACHED
              ELSE
                 MOVE SPACES TO CL-REACHED
              END-IF
              WRITE CLAIM-LINE FROM CLAIM-TIER-LINE
           END-PERFORM.
           MOVE SPACES TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
           MOVE 'QUALIFYING SPEND' TO CS-LABEL.
           MOVE RB-SPEND-TO-DATE TO CS-AMOUNT.
           WRITE CLAIM-LINE FROM CLAIM-AMOUNT-LINE.
           MOVE 'REBATE DUE' TO CS-LABEL.
           MOVE RB-REBATE-EARNED TO CS-AMOUNT.
           WRITE CLAIM-LINE FROM CLAIM-AMOUNT-LINE.
           MOVE SPACES TO CLAIM-LINE.
           WRITE CLAIM-LINE.
           MOVE 'PLEASE ISSUE A CREDIT NOTE FOR THE REBATE DUE,'
             TO CLAIM-LINE.
           WRITE CLAIM-LINE.
           MOVE 'QUOTING YOUR SUPPLIER NUMBER AND AGREEMENT PERIOD.'
             TO CLAIM-LINE.
           WRITE CLAIM-LINE.
           MOVE ALL '-' TO CLAIM-LINE.
           WRITE CLAIM-LINE.
      *
       PRINT-CLAIM-STATEMENT-EXIT.
           EXIT.
      *
      *    The month's movement posts on the period end - a rise in
      *    the rebate earned debits the receivable and credits the
      *    income, a fall reverses the two. Not reversed next
      *    month: each run posts only the change since the last.
       WRITE-GL-FEED.
      *
           MOVE SPACES TO GL-POSTING-RECORD.
           SET GL-HEADER-RECORD TO TRUE.
           MOVE WS-PERIOD-END-DATE TO GL-POSTING-DATE.
           MOVE ZERO TO GL-AMOUNT.
           MOVE ZERO TO GL-MOVEMENT-COUNT.
           WRITE GL-POSTING-RECORD.
      *
           SET GL-POSTING-REC TO TRUE.
           MOVE 'E' TO GL-MOVEMENT-TYPE.
           IF WS-ACCRUE-UP GREATER THAN ZERO
              MOVE WS-ACCRUE-UP TO GL-AMOUNT
              MOVE WS-ACCRUE-UP-COUNT TO GL-MOVEMENT-COUNT
              MOVE REBATE-RECEIVABLE-ACCT TO GL-ACCOUNT-CODE
              MOVE 'D' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
              MOVE REBATE-INCOME-ACCT TO GL-ACCOUNT-CODE
              MOVE 'C' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
           END-IF.
           IF WS-ACCRUE-DOWN GREATER THAN ZERO
              MOVE WS-ACCRUE-DOWN TO GL-AMOUNT
              MOVE WS-ACCRUE-DOWN-COUNT TO GL-MOVEMENT-COUNT
              MOVE REBATE-INCOME-ACCT TO GL-ACCOUNT-CODE
              MOVE 'D' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
              MOVE REBATE-RECEIVABLE-ACCT TO GL-ACCOUNT-CODE
              MOVE 'C' TO GL-DEBIT-CREDIT
              WRITE GL-POSTING-RECORD
           END-IF.
      *
           SET GL-TRAILER-RECORD TO TRUE.
           MOVE SPACES TO GL-ACCOUNT-CODE.
           MOVE SPACE TO GL-MOVEMENT-TYPE.
           COMPUTE GL-AMOUNT = WS-ACCRUE-UP + WS-ACCRUE-DOWN.
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
           DISPLAY 'REBACCR: PERIOD:           ' WS-RPT-PERIOD.
           DISPLAY 'REBACCR: RECEIVED LINES:   ' WS-PO-LINES-COUNTED.
           DISPLAY 'REBACCR: INVOICE LINES:    ' WS-INV-LINES-COUNTED.
           DISPLAY 'REBACCR: AGREEMENTS:       ' WS-AGREEMENT-COUNT.
           DISPLAY 'REBACCR: CLAIMS RAISED:    ' WS-CLAIM-COUNT.
           DISPLAY 'REBACCR: REBATE EARNED:    ' WS-TOTAL-EARNED.
           DISPLAY 'REBACCR: MONTH MOVEMENT:   ' WS-TOTAL-MOVEMENT.
           IF WS-RA-DROPPED GREATER THAN ZERO
              DISPLAY 'REBACCR: AGREEMENTS NOT ACCRUED (TABLE FULL): '
                      WS-RA-DROPPED
           END-IF.
      *
           CLOSE PURCHORD-FILE.
           CLOSE INVOICE-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE MONTH-CARD-FILE.
           CLOSE GL-FEED-FILE.
           CLOSE ACCRUAL-REPORT.
           CLOSE CLAIM-STATEMENT.
      *
           MOVE WS-AGREEMENT-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
