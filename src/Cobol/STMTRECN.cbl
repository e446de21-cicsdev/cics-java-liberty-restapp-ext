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
      * Supplier statement-of-account reconciliation. Suppliers
      * send a monthly statement of what they think we owe, and it
      * rarely agrees with our books - invoices we never received,
      * credits they never issued for goods we sent back, payments
      * they have not applied. This job reads the inbound STMTIN
      * statements (layout SUPPSTMT) and matches each supplier's
      * statement item by item against our side of the account
      * for the statement period:
      *
      *   - invoices, by the supplier's invoice number, against the
      *     SUPPINV invoice headers dated in the period;
      *   - credit notes, by the supplier's credit note number,
      *     against the CREDMEMO memos CRMSETTL settled against
      *     that note. Memos still unsettled or disputed at the
      *     statement date are credits the supplier has not yet
      *     issued, and are listed as such;
      *   - payments, by our payment number (quoted to the supplier
      *     on the remittance advice), against the PAYHIST payments
      *     PAYREL released to the supplier in the period.
      *
      * The STMTRECR report prints, per supplier, only the gaps:
      * items on their statement but not on our books, the
      * reverse, and items on both whose amounts differ - then the
      * net of each side and the balance the supplier states, so
      * accounts payable can chase the differences before the
      * supplier puts us on hold.
      *
      * Statement lines, invoices, memos and payments are all
      * sorted together through SORTWK01 into supplier / item type
      * / reference order, so each match is the meeting of the
      * two sides at the same key. Only suppliers that sent a
      * statement are reconciled; statement lines whose supplier
      * has no header line are counted and skipped.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  Match payments by payment number against
      *                    the PAYHIST payment history instead of
      *                    by amount against the PAYPROPF proposal.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              STMTRECN.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The statements the suppliers sent - read twice, once for
      *    the headers and once for the items.
           SELECT STATEMENT-FILE ASSIGN TO STMTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STMT-STATUS.
      *
           SELECT INVOICE-FILE ASSIGN TO SUPPINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS WS-INV-STATUS.
      *
      *    CREDMEMO is a VSAM ESDS - entries are appended in write
      *    order and read back the same way.
           SELECT MEMO-FILE ASSIGN TO CREDMEMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MEMO-STATUS.
      *
           SELECT HISTORY-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PH-KEY
                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT SUPPLIER-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT RECON-REPORT ASSIGN TO STMTRECR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STATEMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPSTMT.
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPINV.
      *
       FD  MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRMEMO.
      *
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.
      *
       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
      *    Sort work record - one statement item or one item off
      *    our books. Class 'A' is the statement header, so it
      *    sorts ahead of the supplier's items; the match key is
      *    the reference - invoice, credit note or payment number.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-SUPPLIER             PIC 9(8).
           03   SR-ITEM-CLASS           PIC X(1).
                88  SR-HEADER-CLASS      VALUE 'A'.
                88  SR-CREDIT-CLASS      VALUE 'C'.
                88  SR-INVOICE-CLASS     VALUE 'I'.
                88  SR-PAYMENT-CLASS     VALUE 'P'.
           03   SR-MATCH-KEY            PIC X(13).
           03   SR-SOURCE               PIC X(1).
                88  SR-FROM-BOOKS        VALUE 'B'.
                88  SR-FROM-STATEMENT    VALUE 'S'.
           03   SR-REFERENCE            PIC X(10).
           03   SR-ITEM-DATE            PIC 9(8).
           03   SR-AMOUNT               PIC 9(11)V99.
           03   SR-PERIOD-FROM          PIC 9(8).
      *    On a credit off our books, whether the memo is still
      *    waiting for the supplier's credit note.
           03   SR-MEMO-FLAG            PIC X(1).
                88  SR-MEMO-UNSETTLED    VALUE 'U'.
      *
       FD  RECON-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-STMT-STATUS            PIC X(2) VALUE '00'.
              88  STMT-STATUS-OK            VALUE '00'.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-MEMO-STATUS            PIC X(2) VALUE '00'.
              88  MEMO-STATUS-OK            VALUE '00'.
           03 WS-HIST-STATUS            PIC X(2) VALUE '00'.
              88  HIST-STATUS-OK            VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-STMT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-STMT-FILE          VALUE 'Y'.
           03 WS-INV-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-INV-FILE           VALUE 'Y'.
           03 WS-MEMO-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MEMO-FILE          VALUE 'Y'.
           03 WS-HIST-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-HIST-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-BOOK-DATE              PIC 9(8) VALUE ZERO.
           03 WS-LOOKUP-SUPPLIER        PIC 9(8) VALUE ZERO.
      *
      *    Run counts.
           03 WS-STMT-LINES             PIC 9(8) COMP VALUE ZERO.
           03 WS-ORPHAN-LINES           PIC 9(8) COMP VALUE ZERO.
           03 WS-REJECTED-LINES         PIC 9(8) COMP VALUE ZERO.
           03 WS-MATCHED-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-EXCEPTION-COUNT        PIC 9(8) COMP VALUE ZERO.
      *
      *    The supplier being reconciled and its running figures.
           03 WS-CURR-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-SUPPLIER-FLAG          PIC X(1) VALUE 'N'.
              88  A-SUPPLIER-IS-OPEN        VALUE 'Y'.
           03 WS-STATED-BALANCE         PIC 9(11)V99 VALUE ZERO.
           03 WS-SUPP-EXCEPTIONS        PIC 9(8) COMP VALUE ZERO.
           03 WS-SUPP-STMT-NET          PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-SUPP-BOOK-NET          PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    The item group being matched - every record at one
      *    supplier / class / match key, from either side.
           03 WS-GROUP-FLAG             PIC X(1) VALUE 'N'.
              88  A-GROUP-IS-OPEN           VALUE 'Y'.
           03 WS-GRP-CLASS              PIC X(1) VALUE SPACES.
              88  GRP-IS-CREDIT             VALUE 'C'.
              88  GRP-IS-INVOICE            VALUE 'I'.
              88  GRP-IS-PAYMENT            VALUE 'P'.
           03 WS-GRP-MATCH-KEY          PIC X(13) VALUE SPACES.
           03 WS-GRP-REFERENCE          PIC X(10) VALUE SPACES.
           03 WS-GRP-DATE               PIC 9(8) VALUE ZERO.
           03 WS-GRP-MEMO-FLAG          PIC X(1) VALUE SPACES.
              88  GRP-MEMO-UNSETTLED        VALUE 'U'.
           03 WS-GRP-STMT-COUNT         PIC 9(4) COMP VALUE ZERO.
           03 WS-GRP-BOOK-COUNT         PIC 9(4) COMP VALUE ZERO.
           03 WS-GRP-STMT-AMOUNT        PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-GRP-BOOK-AMOUNT        PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-GRP-FINDING            PIC X(20) VALUE SPACES.
      *
      *    An unsettled memo has no credit note number yet; it is
      *    shown by the PO the goods went back against.
       01  WS-PO-REFERENCE.
           03 FILLER                    PIC X(2) VALUE 'PO'.
           03 WS-PO-REF-NUMBER          PIC 9(8).
      *
      *    The suppliers that sent a statement, and the period and
      *    balance on each one's header. The usual serial-search
      *    table; a second header for a supplier is ignored.
       77  MAX-STMT-SUPPLIERS           PIC 9(4) VALUE 500.
       01  WS-STATEMENT-TABLE.
           03 WS-ST-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-ST-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-ST-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-ST-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-ST-ENTRY OCCURS 500 TIMES.
              05 WS-ST-SUPPLIER         PIC 9(8).
              05 WS-ST-PERIOD-FROM      PIC 9(8).
              05 WS-ST-PERIOD-TO        PIC 9(8).
              05 WS-ST-BALANCE          PIC 9(11)V99.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(40) VALUE
                'SUPPLIER STATEMENT RECONCILIATION - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(60) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'ITEM'.
           03   FILLER                  PIC X(12) VALUE 'REFERENCE'.
           03   FILLER                  PIC X(10) VALUE 'DATE'.
           03   FILLER                  PIC X(17) VALUE
                ' PER STATEMENT'.
           03   FILLER                  PIC X(17) VALUE
                '   PER OUR BOOKS'.
           03   FILLER                  PIC X(17) VALUE
                '     DIFFERENCE'.
           03   FILLER                  PIC X(27) VALUE 'FINDING'.
      *
      *    Printed as each supplier's statement opens.
       01  REPORT-SUPPLIER-LINE.
           03   FILLER                  PIC X(9) VALUE 'SUPPLIER'.
           03   RS-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RS-SUPPLIER-NAME        PIC X(40).
           03   FILLER                  PIC X(8) VALUE ' PERIOD'.
           03   RS-PERIOD-FROM          PIC 9(8).
           03   FILLER                  PIC X(4) VALUE ' TO'.
           03   RS-PERIOD-TO            PIC 9(8).
           03   FILLER                  PIC X(23) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-ITEM-TYPE            PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-REFERENCE            PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ITEM-DATE            PIC 9(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-STMT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-BOOK-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DIFFERENCE           PIC -ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-FINDING              PIC X(20).
           03   FILLER                  PIC X(7) VALUE SPACES.
      *
      *    Closes each supplier - the net of each side's items,
      *    and the balance the supplier's header states.
       01  REPORT-SUPPLIER-TOTAL.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RT-LABEL                PIC X(28).
           03   RT-STMT-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-BOOK-AMOUNT          PIC -ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-DIFFERENCE           PIC -ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(29) VALUE SPACES.
      *
       01  REPORT-SUPPLIER-NOTE.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RN-TEXT                 PIC X(50).
           03   FILLER                  PIC X(56) VALUE SPACES.
      *
       01  REPORT-BALANCE-LINE.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   FILLER                  PIC X(28) VALUE
                'BALANCE STATED BY SUPPLIER:'.
           03   RB-STATED-BALANCE       PIC -ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(63) VALUE SPACES.
      *
       01  REPORT-BLANK-LINE            PIC X(110) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SUPPLIER
                                 SR-ITEM-CLASS
                                 SR-MATCH-KEY
                                 SR-SOURCE
                INPUT PROCEDURE IS GATHER-BOTH-SIDES
                OUTPUT PROCEDURE IS PRINT-RECONCILIATION.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open up and take the statement headers into the table -
      *    they say whose books to look at, and for which period.
       INITIALIZE-RUN.
      *
           OPEN INPUT SUPPLIER-FILE.
           OPEN OUTPUT RECON-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           OPEN INPUT STATEMENT-FILE.
           PERFORM UNTIL END-OF-STMT-FILE
              READ STATEMENT-FILE
                   AT END SET END-OF-STMT-FILE TO TRUE
              END-READ
              IF NOT END-OF-STMT-FILE
                 AND SS-STATEMENT-HEADER
                 PERFORM LOAD-STATEMENT-HEADER
              END-IF
           END-PERFORM.
           CLOSE STATEMENT-FILE.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
       LOAD-STATEMENT-HEADER.
      *
           IF SS-ITEM-DATE NOT NUMERIC
              OR SS-PERIOD-FROM NOT NUMERIC
              OR SS-AMOUNT NOT NUMERIC
              ADD 1 TO WS-REJECTED-LINES
           ELSE
              MOVE SS-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER
              PERFORM FIND-STATEMENT-SUPPLIER
              IF WS-ST-SLOT EQUAL ZERO
                 IF WS-ST-COUNT LESS THAN MAX-STMT-SUPPLIERS
                    ADD 1 TO WS-ST-COUNT
                    MOVE SS-SUPPLIER-ID
                         TO WS-ST-SUPPLIER(WS-ST-COUNT)
                    MOVE SS-PERIOD-FROM
                         TO WS-ST-PERIOD-FROM(WS-ST-COUNT)
                    MOVE SS-ITEM-DATE
                         TO WS-ST-PERIOD-TO(WS-ST-COUNT)
                    MOVE SS-AMOUNT TO WS-ST-BALANCE(WS-ST-COUNT)
                 ELSE
                    ADD 1 TO WS-ST-DROPPED
                 END-IF
              END-IF
           END-IF.
      *
       LOAD-STATEMENT-HEADER-EXIT.
           EXIT.
      *
      *    Serial search of the statement table for
      *    WS-LOOKUP-SUPPLIER;
      *    WS-ST-SLOT is its entry, or zero.
       FIND-STATEMENT-SUPPLIER.
      *
           MOVE ZERO TO WS-ST-SLOT.
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                     UNTIL WS-ST-INDEX GREATER THAN WS-ST-COUNT
                        OR WS-ST-SLOT GREATER THAN ZERO
              IF WS-ST-SUPPLIER(WS-ST-INDEX) EQUAL
                 WS-LOOKUP-SUPPLIER
                 MOVE WS-ST-INDEX TO WS-ST-SLOT
              END-IF
           END-PERFORM.
      *
       FIND-STATEMENT-SUPPLIER-EXIT.
           EXIT.
      *
      *    SORT input procedure - the statement headers and items,
      *    then our side of each account: invoices, memos and
      *    payments for the suppliers that sent a statement.
       GATHER-BOTH-SIDES.
      *
           PERFORM VARYING WS-ST-INDEX FROM 1 BY 1
                     UNTIL WS-ST-INDEX GREATER THAN WS-ST-COUNT
              MOVE SPACES TO SORT-RECORD
              MOVE WS-ST-SUPPLIER(WS-ST-INDEX) TO SR-SUPPLIER
              SET SR-HEADER-CLASS TO TRUE
              SET SR-FROM-STATEMENT TO TRUE
              MOVE WS-ST-PERIOD-TO(WS-ST-INDEX) TO SR-ITEM-DATE
              MOVE WS-ST-BALANCE(WS-ST-INDEX) TO SR-AMOUNT
              MOVE WS-ST-PERIOD-FROM(WS-ST-INDEX) TO SR-PERIOD-FROM
              RELEASE SORT-RECORD
           END-PERFORM.
      *
           MOVE 'N' TO WS-STMT-EOF-FLAG.
           OPEN INPUT STATEMENT-FILE.
           PERFORM UNTIL END-OF-STMT-FILE
              READ STATEMENT-FILE
                   AT END SET END-OF-STMT-FILE TO TRUE
              END-READ
              IF NOT END-OF-STMT-FILE
                 AND NOT SS-STATEMENT-HEADER
                 PERFORM RELEASE-STATEMENT-ITEM
              END-IF
           END-PERFORM.
           CLOSE STATEMENT-FILE.
      *
           OPEN INPUT INVOICE-FILE.
           PERFORM UNTIL END-OF-INV-FILE
              READ INVOICE-FILE NEXT
                   AT END SET END-OF-INV-FILE TO TRUE
              END-READ
              IF NOT END-OF-INV-FILE
                 AND IV-HEADER-RECORD
                 PERFORM RELEASE-BOOK-INVOICE
              END-IF
           END-PERFORM.
           CLOSE INVOICE-FILE.
      *
           OPEN INPUT MEMO-FILE.
           PERFORM UNTIL END-OF-MEMO-FILE
              READ MEMO-FILE
                   AT END SET END-OF-MEMO-FILE TO TRUE
              END-READ
              IF NOT END-OF-MEMO-FILE
                 PERFORM RELEASE-BOOK-CREDIT
              END-IF
           END-PERFORM.
           CLOSE MEMO-FILE.
      *
           OPEN INPUT HISTORY-FILE.
           PERFORM UNTIL END-OF-HIST-FILE
              READ HISTORY-FILE NEXT
                   AT END SET END-OF-HIST-FILE TO TRUE
              END-READ
              IF NOT END-OF-HIST-FILE
                 AND PH-HEADER-RECORD
                 PERFORM RELEASE-BOOK-PAYMENT
              END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
      *
       GATHER-BOTH-SIDES-EXIT.
           EXIT.
      *
      *    One item off a supplier's statement. Every item on the
      *    statement counts, whatever its date.
       RELEASE-STATEMENT-ITEM.
      *
           ADD 1 TO WS-STMT-LINES.
           MOVE SS-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER.
           PERFORM FIND-STATEMENT-SUPPLIER.
           IF WS-ST-SLOT EQUAL ZERO
              ADD 1 TO WS-ORPHAN-LINES
           ELSE
              IF SS-AMOUNT NOT NUMERIC
                 OR NOT (SS-INVOICE-ITEM OR SS-CREDIT-ITEM
                         OR SS-PAYMENT-ITEM)
                 ADD 1 TO WS-REJECTED-LINES
              ELSE
                 MOVE SPACES TO SORT-RECORD
                 MOVE SS-SUPPLIER-ID TO SR-SUPPLIER
                 MOVE SS-ITEM-TYPE TO SR-ITEM-CLASS
                 SET SR-FROM-STATEMENT TO TRUE
                 MOVE SS-REFERENCE TO SR-REFERENCE
                 IF SS-ITEM-DATE NUMERIC
                    MOVE SS-ITEM-DATE TO SR-ITEM-DATE
                 ELSE
                    MOVE ZERO TO SR-ITEM-DATE
                 END-IF
                 MOVE SS-AMOUNT TO SR-AMOUNT
                 MOVE ZERO TO SR-PERIOD-FROM
                 MOVE SS-REFERENCE TO SR-MATCH-KEY
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
      *
       RELEASE-STATEMENT-ITEM-EXIT.
           EXIT.
      *
      *    An invoice we hold for a reconciled supplier, dated in
      *    the statement period - whatever its match status, we
      *    have received it.
       RELEASE-BOOK-INVOICE.
      *
           MOVE IV-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER.
           PERFORM FIND-STATEMENT-SUPPLIER.
           IF WS-ST-SLOT GREATER THAN ZERO
              AND IV-INVOICE-DATE NUMERIC
              MOVE IV-INVOICE-DATE TO WS-BOOK-DATE
              IF WS-BOOK-DATE NOT LESS THAN
                 WS-ST-PERIOD-FROM(WS-ST-SLOT)
                 AND WS-BOOK-DATE NOT GREATER THAN
                 WS-ST-PERIOD-TO(WS-ST-SLOT)
                 MOVE SPACES TO SORT-RECORD
                 MOVE IV-SUPPLIER-ID TO SR-SUPPLIER
                 SET SR-INVOICE-CLASS TO TRUE
                 SET SR-FROM-BOOKS TO TRUE
                 MOVE IV-INVOICE-NUMBER TO SR-MATCH-KEY
                 MOVE IV-INVOICE-NUMBER TO SR-REFERENCE
                 MOVE WS-BOOK-DATE TO SR-ITEM-DATE
                 MOVE IV-TOTAL-AMOUNT TO SR-AMOUNT
                 MOVE ZERO TO SR-PERIOD-FROM
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
      *
       RELEASE-BOOK-INVOICE-EXIT.
           EXIT.
      *
      *    A credit memo for a reconciled supplier. One settled in
      *    the period matches the supplier's credit note by its
      *    number; one still unsettled or disputed at the statement
      *    date is a credit the supplier owes but has not issued.
       RELEASE-BOOK-CREDIT.
      *
           MOVE CM-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER.
           PERFORM FIND-STATEMENT-SUPPLIER.
           IF WS-ST-SLOT GREATER THAN ZERO
              AND CM-RTV-DATE NUMERIC
              MOVE CM-RTV-DATE TO WS-BOOK-DATE
              MOVE SPACES TO SORT-RECORD
              MOVE CM-SUPPLIER-ID TO SR-SUPPLIER
              SET SR-CREDIT-CLASS TO TRUE
              SET SR-FROM-BOOKS TO TRUE
              MOVE WS-BOOK-DATE TO SR-ITEM-DATE
              MOVE CM-VALUE TO SR-AMOUNT
              MOVE ZERO TO SR-PERIOD-FROM
              IF CM-SETTLED
                 IF WS-BOOK-DATE NOT LESS THAN
                    WS-ST-PERIOD-FROM(WS-ST-SLOT)
                    AND WS-BOOK-DATE NOT GREATER THAN
                    WS-ST-PERIOD-TO(WS-ST-SLOT)
                    MOVE CM-SETTLE-REF TO SR-MATCH-KEY
                    MOVE CM-SETTLE-REF TO SR-REFERENCE
                    RELEASE SORT-RECORD
                 END-IF
              ELSE
                 IF WS-BOOK-DATE NOT GREATER THAN
                    WS-ST-PERIOD-TO(WS-ST-SLOT)
                    MOVE CM-PO-NUMBER TO WS-PO-REF-NUMBER
                    MOVE WS-PO-REFERENCE TO SR-MATCH-KEY
                    MOVE WS-PO-REFERENCE TO SR-REFERENCE
                    SET SR-MEMO-UNSETTLED TO TRUE
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-IF.
      *
       RELEASE-BOOK-CREDIT-EXIT.
           EXIT.
      *
      *    A payment we released to a reconciled supplier in the
      *    statement period.
       RELEASE-BOOK-PAYMENT.
      *
           MOVE PH-SUPPLIER-ID TO WS-LOOKUP-SUPPLIER.
           PERFORM FIND-STATEMENT-SUPPLIER.
           IF WS-ST-SLOT GREATER THAN ZERO
              AND PH-PAYMENT-DATE NOT LESS THAN
                  WS-ST-PERIOD-FROM(WS-ST-SLOT)
              AND PH-PAYMENT-DATE NOT GREATER THAN
                  WS-ST-PERIOD-TO(WS-ST-SLOT)
              MOVE SPACES TO SORT-RECORD
              MOVE PH-SUPPLIER-ID TO SR-SUPPLIER
              SET SR-PAYMENT-CLASS TO TRUE
              SET SR-FROM-BOOKS TO TRUE
              MOVE PH-PAYMENT-NUMBER TO SR-MATCH-KEY
              MOVE PH-PAYMENT-NUMBER TO SR-REFERENCE
              MOVE PH-PAYMENT-DATE TO SR-ITEM-DATE
              MOVE PH-AMOUNT TO SR-AMOUNT
              MOVE ZERO TO SR-PERIOD-FROM
              RELEASE SORT-RECORD
           END-IF.
      *
       RELEASE-BOOK-PAYMENT-EXIT.
           EXIT.
      *
      *    SORT output procedure - each supplier opens on its
      *    statement header; its items then arrive grouped by
      *    class and match key, both sides of a match together.
       PRINT-RECONCILIATION.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM FOLD-ONE-ITEM
              END-IF
           END-PERFORM.
      *
           IF A-SUPPLIER-IS-OPEN
              PERFORM CLOSE-ITEM-GROUP
              PERFORM CLOSE-SUPPLIER
           END-IF.
      *
       PRINT-RECONCILIATION-EXIT.
           EXIT.
      *
       FOLD-ONE-ITEM.
      *
           IF SR-HEADER-CLASS
              IF A-SUPPLIER-IS-OPEN
                 PERFORM CLOSE-ITEM-GROUP
                 PERFORM CLOSE-SUPPLIER
              END-IF
              PERFORM OPEN-SUPPLIER
           ELSE
              IF A-GROUP-IS-OPEN
                 AND (SR-ITEM-CLASS NOT EQUAL WS-GRP-CLASS
                      OR SR-MATCH-KEY NOT EQUAL WS-GRP-MATCH-KEY)
                 PERFORM CLOSE-ITEM-GROUP
              END-IF
              IF NOT A-GROUP-IS-OPEN
                 PERFORM OPEN-ITEM-GROUP
              END-IF
              IF SR-FROM-STATEMENT
                 ADD 1 TO WS-GRP-STMT-COUNT
                 ADD SR-AMOUNT TO WS-GRP-STMT-AMOUNT
      *          The statement's reference is the one to quote.
                 MOVE SR-REFERENCE TO WS-GRP-REFERENCE
                 MOVE SR-ITEM-DATE TO WS-GRP-DATE
              ELSE
                 ADD 1 TO WS-GRP-BOOK-COUNT
                 ADD SR-AMOUNT TO WS-GRP-BOOK-AMOUNT
                 IF WS-GRP-STMT-COUNT EQUAL ZERO
                    MOVE SR-REFERENCE TO WS-GRP-REFERENCE
                    MOVE SR-ITEM-DATE TO WS-GRP-DATE
                 END-IF
              END-IF
           END-IF.
      *
       FOLD-ONE-ITEM-EXIT.
           EXIT.
      *
      *    Print the supplier's heading off SUPPMAST and start its
      *    running figures.
       OPEN-SUPPLIER.
      *
           SET A-SUPPLIER-IS-OPEN TO TRUE.
           MOVE SR-SUPPLIER TO WS-CURR-SUPPLIER.
           MOVE SR-AMOUNT TO WS-STATED-BALANCE.
           MOVE ZERO TO WS-SUPP-EXCEPTIONS.
           MOVE ZERO TO WS-SUPP-STMT-NET.
           MOVE ZERO TO WS-SUPP-BOOK-NET.
      *
           MOVE SR-SUPPLIER TO SM-SUPPLIER-ID.
           READ SUPPLIER-FILE
                INVALID KEY
                   MOVE '** NOT ON SUPPMAST **' TO SM-SUPPLIER-NAME
           END-READ.
      *
           WRITE REPORT-LINE FROM REPORT-BLANK-LINE.
           MOVE SR-SUPPLIER TO RS-SUPPLIER.
           MOVE SM-SUPPLIER-NAME TO RS-SUPPLIER-NAME.
           MOVE SR-PERIOD-FROM TO RS-PERIOD-FROM.
           MOVE SR-ITEM-DATE TO RS-PERIOD-TO.
           WRITE REPORT-LINE FROM REPORT-SUPPLIER-LINE.
      *
       OPEN-SUPPLIER-EXIT.
           EXIT.
      *
       OPEN-ITEM-GROUP.
      *
           SET A-GROUP-IS-OPEN TO TRUE.
           MOVE SR-ITEM-CLASS TO WS-GRP-CLASS.
           MOVE SR-MATCH-KEY TO WS-GRP-MATCH-KEY.
           MOVE SR-MEMO-FLAG TO WS-GRP-MEMO-FLAG.
           MOVE SPACES TO WS-GRP-REFERENCE.
           MOVE ZERO TO WS-GRP-DATE.
           MOVE ZERO TO WS-GRP-STMT-COUNT.
           MOVE ZERO TO WS-GRP-BOOK-COUNT.
           MOVE ZERO TO WS-GRP-STMT-AMOUNT.
           MOVE ZERO TO WS-GRP-BOOK-AMOUNT.
      *
       OPEN-ITEM-GROUP-EXIT.
           EXIT.
      *
      *    Settle one group: on one side only, or on both at
      *    different amounts, it is a gap to print; on both at the
      *    same amount it has reconciled. Invoices add to what we
      *    owe, credits and payments take it down.
       CLOSE-ITEM-GROUP.
      *
           IF A-GROUP-IS-OPEN
              MOVE 'N' TO WS-GROUP-FLAG
              IF GRP-IS-INVOICE
                 ADD WS-GRP-STMT-AMOUNT TO WS-SUPP-STMT-NET
                 ADD WS-GRP-BOOK-AMOUNT TO WS-SUPP-BOOK-NET
              ELSE
                 SUBTRACT WS-GRP-STMT-AMOUNT FROM WS-SUPP-STMT-NET
                 SUBTRACT WS-GRP-BOOK-AMOUNT FROM WS-SUPP-BOOK-NET
              END-IF
              MOVE SPACES TO WS-GRP-FINDING
              EVALUATE TRUE
                 WHEN WS-GRP-BOOK-COUNT EQUAL ZERO
                    MOVE 'NOT ON OUR BOOKS' TO WS-GRP-FINDING
                 WHEN WS-GRP-STMT-COUNT GREATER THAN ZERO
                    IF WS-GRP-STMT-AMOUNT NOT EQUAL
                       WS-GRP-BOOK-AMOUNT
                       MOVE 'AMOUNT DIFFERS' TO WS-GRP-FINDING
                    END-IF
                 WHEN GRP-IS-CREDIT AND GRP-MEMO-UNSETTLED
                    MOVE 'CREDIT NOT ISSUED' TO WS-GRP-FINDING
                 WHEN GRP-IS-PAYMENT
                    MOVE 'PAYMENT NOT APPLIED' TO WS-GRP-FINDING
                 WHEN OTHER
                    MOVE 'NOT ON STATEMENT' TO WS-GRP-FINDING
              END-EVALUATE
              IF WS-GRP-FINDING EQUAL SPACES
                 ADD 1 TO WS-MATCHED-COUNT
              ELSE
                 PERFORM PRINT-GROUP-LINE
              END-IF
           END-IF.
      *
       CLOSE-ITEM-GROUP-EXIT.
           EXIT.
      *
       PRINT-GROUP-LINE.
      *
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-SUPP-EXCEPTIONS.
           EVALUATE TRUE
              WHEN GRP-IS-INVOICE
                 MOVE 'INVOICE' TO RD-ITEM-TYPE
              WHEN GRP-IS-CREDIT
                 MOVE 'CREDIT' TO RD-ITEM-TYPE
              WHEN OTHER
                 MOVE 'PAYMENT' TO RD-ITEM-TYPE
           END-EVALUATE.
           MOVE WS-GRP-REFERENCE TO RD-REFERENCE.
           MOVE WS-GRP-DATE TO RD-ITEM-DATE.
           MOVE WS-GRP-STMT-AMOUNT TO RD-STMT-AMOUNT.
           MOVE WS-GRP-BOOK-AMOUNT TO RD-BOOK-AMOUNT.
           COMPUTE RD-DIFFERENCE =
                   WS-GRP-STMT-AMOUNT - WS-GRP-BOOK-AMOUNT.
           MOVE WS-GRP-FINDING TO RD-FINDING.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-GROUP-LINE-EXIT.
           EXIT.
      *
      *    Close a supplier with the net of each side's items for
      *    the period and the balance its statement states.
       CLOSE-SUPPLIER.
      *
           MOVE 'N' TO WS-SUPPLIER-FLAG.
           IF WS-SUPP-EXCEPTIONS EQUAL ZERO
              MOVE 'STATEMENT AGREES WITH OUR BOOKS' TO RN-TEXT
              WRITE REPORT-LINE FROM REPORT-SUPPLIER-NOTE
           END-IF.
      *
           MOVE 'NET OF PERIOD ITEMS:' TO RT-LABEL.
           MOVE WS-SUPP-STMT-NET TO RT-STMT-AMOUNT.
           MOVE WS-SUPP-BOOK-NET TO RT-BOOK-AMOUNT.
           COMPUTE RT-DIFFERENCE =
                   WS-SUPP-STMT-NET - WS-SUPP-BOOK-NET.
           WRITE REPORT-LINE FROM REPORT-SUPPLIER-TOTAL.
           MOVE WS-STATED-BALANCE TO RB-STATED-BALANCE.
           WRITE REPORT-LINE FROM REPORT-BALANCE-LINE.
      *
       CLOSE-SUPPLIER-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'STMTRECN: STATEMENTS:        ' WS-ST-COUNT.
           DISPLAY 'STMTRECN: STATEMENT LINES:   ' WS-STMT-LINES.
           DISPLAY 'STMTRECN: ITEMS RECONCILED:  ' WS-MATCHED-COUNT.
           DISPLAY 'STMTRECN: DIFFERENCES:       '
                   WS-EXCEPTION-COUNT.
           IF WS-ORPHAN-LINES GREATER THAN ZERO
              DISPLAY 'STMTRECN: LINES WITH NO HEADER: '
                      WS-ORPHAN-LINES
           END-IF.
           IF WS-REJECTED-LINES GREATER THAN ZERO
              DISPLAY 'STMTRECN: LINES REJECTED:    '
                      WS-REJECTED-LINES
           END-IF.
           IF WS-ST-DROPPED GREATER THAN ZERO
              DISPLAY 'STMTRECN: STATEMENTS DROPPED - TABLE FULL: '
                      WS-ST-DROPPED
           END-IF.
      *
           CLOSE SUPPLIER-FILE.
           CLOSE RECON-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
