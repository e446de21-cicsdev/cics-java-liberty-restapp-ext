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
      * Payment release - the step after PAYPROP. The proposal
      * used to be where the system stopped: payments were keyed
      * into the banking portal by hand and nothing marked an
      * invoice or self-bill paid, so the next proposal offered it
      * again. Once accounts payable has approved a proposal, this
      * run releases it:
      *
      *   - each supplier on the approved PAYPROPF becomes one
      *     numbered payment on the BANKPAY file, in the bank's
      *     fixed format (layout BANKPAY), paid to the supplier's
      *     ACTIVE SUPPREMT bank details. A supplier whose details
      *     are no longer ACTIVE, or have changed since the
      *     proposal, is held and printed rather than paid;
      *   - each payment, and every invoice, self-bill and credit
      *     on PAYPROPD it settled, is written to the PAYHIST
      *     payment history;
      *   - the settled APPAYF invoices and CONSBILF self-bills are
      *     marked paid, with the payment number, and the CREDMEMO
      *     credits netted off are marked netted, so the next
      *     proposal passes them over;
      *   - a remittance advice per supplier is raised on NOTIFY,
      *     addressed SUPPnnnnnnnn, for NOTIFDSP to put onto the
      *     EMAILOUT feed.
      *
      * Approval comes on a one-record PAYRELIN control card - the
      * run date of the proposal being released and the userid
      * approving it. No card, a card for a proposal other than
      * the one on PAYPROPF, or one for a proposal already released
      * (the PAYNUMCTL control record remembers) releases nothing.
      * Payment numbers carry on from PAYNUMCTL the way PONUMCTL
      * numbers purchase orders.
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
       PROGRAM-ID.              PAYREL.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT APPROVAL-CARD-FILE ASSIGN TO PAYRELIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT PROPOSAL-FILE ASSIGN TO PAYPROPF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROP-STATUS.
      *
           SELECT DETAIL-FILE ASSIGN TO PAYPROPD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DETAIL-STATUS.
      *
           SELECT REMIT-FILE ASSIGN TO SUPPREMT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RM-SUPPLIER-ID
                  FILE STATUS IS WS-REMIT-STATUS.
      *
           SELECT SUPPLIER-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT PAY-CONTROL-FILE ASSIGN TO PAYNUMCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT HISTORY-FILE ASSIGN TO PAYHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PH-KEY
                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT BANK-FILE ASSIGN TO BANKPAY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BANK-STATUS.
      *
      *    The remittance advice each payment raises for the
      *    NOTIFDSP dispatcher.
           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NT-KEY
                  FILE STATUS IS WS-NOTIFY-STATUS.
      *
      *    The obligations marked paid in place - read through
      *    and rewritten.
           SELECT INVOICE-PAY-FILE ASSIGN TO APPAYF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-INV-STATUS.
      *
           SELECT CONSIGN-PAY-FILE ASSIGN TO CONSBILF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CONS-STATUS.
      *
      *    CREDMEMO is a VSAM ESDS - read in write order and
      *    rewritten in place.
           SELECT MEMO-FILE ASSIGN TO CREDMEMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MEMO-STATUS.
      *
           SELECT RELEASE-REPORT ASSIGN TO PAYRELR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    The approval: which proposal, and who approved it.
       FD  APPROVAL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS.
       01  APPROVAL-CARD.
           03   AC-PROPOSAL-DATE        PIC X(8).
           03   AC-APPROVED-BY          PIC X(8).
      *
      *    The payment proposal records PAYPROP writes.
       FD  PROPOSAL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PROPOSAL-RECORD.
           03   PP-SUPPLIER-ID          PIC 9(8).
           03   PP-BANK-CODE            PIC X(9).
           03   PP-ACCOUNT-NUMBER       PIC X(17).
           03   PP-AMOUNT               PIC 9(11)V99.
           03   PP-RUN-DATE             PIC 9(8).
           03   PP-TAX-AMOUNT           PIC 9(11)V99.
           03   FILLER                  PIC X(12).
      *
      *    The items behind each proposed amount - see PAYPROP.
       FD  DETAIL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PROPOSAL-DETAIL-RECORD.
           03   PD-SUPPLIER-ID          PIC 9(8).
           03   PD-ITEM-TYPE            PIC X(1).
                88  PD-INVOICE-ITEM      VALUE 'I'.
                88  PD-SELF-BILL-ITEM    VALUE 'S'.
                88  PD-CREDIT-ITEM       VALUE 'C'.
           03   PD-REFERENCE            PIC X(10).
           03   PD-PART-ID              PIC 9(8).
           03   PD-ITEM-DATE            PIC X(8).
           03   PD-ITEM-TIME            PIC 9(6).
           03   PD-AMOUNT               PIC 9(11)V99.
           03   PD-RUN-DATE             PIC 9(8).
           03   FILLER                  PIC X(18).
      *
       FD  REMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPREMT.
      *
       FD  SUPPLIER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       FD  PAY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYCTL.
      *
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYHIST.
      *
       FD  BANK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
           COPY BANKPAY.
      *
       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTIFY.
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
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  SETTLEMENT-RECORD.
           03   ST-SUPPLIER             PIC 9(8).
           03   ST-PART-ID              PIC 9(8).
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
           COPY CRMEMO.
      *
       FD  RELEASE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-PROP-STATUS            PIC X(2) VALUE '00'.
              88  PROP-STATUS-OK            VALUE '00'.
           03 WS-DETAIL-STATUS          PIC X(2) VALUE '00'.
              88  DETAIL-STATUS-OK          VALUE '00'.
           03 WS-REMIT-STATUS           PIC X(2) VALUE '00'.
              88  REMIT-STATUS-OK           VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-CONTROL-STATUS         PIC X(2) VALUE '00'.
              88  CONTROL-STATUS-OK         VALUE '00'.
           03 WS-HIST-STATUS            PIC X(2) VALUE '00'.
              88  HIST-STATUS-OK            VALUE '00'.
           03 WS-BANK-STATUS            PIC X(2) VALUE '00'.
              88  BANK-STATUS-OK            VALUE '00'.
           03 WS-NOTIFY-STATUS          PIC X(2) VALUE '00'.
              88  NOTIFY-STATUS-OK          VALUE '00'.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-CONS-STATUS            PIC X(2) VALUE '00'.
              88  CONS-STATUS-OK            VALUE '00'.
           03 WS-MEMO-STATUS            PIC X(2) VALUE '00'.
              88  MEMO-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-PROP-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-PROP-FILE          VALUE 'Y'.
           03 WS-DETAIL-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-DETAIL-FILE        VALUE 'Y'.
           03 WS-INV-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-INV-FILE           VALUE 'Y'.
           03 WS-CONS-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-CONS-FILE          VALUE 'Y'.
           03 WS-MEMO-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MEMO-FILE          VALUE 'Y'.
           03 WS-CONTROL-EMPTY-FLAG     PIC X(1) VALUE 'N'.
              88  CONTROL-FILE-EMPTY        VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
      *
      *    The approval, once the card has passed its checks.
           03 WS-APPROVAL-FLAG          PIC X(1) VALUE 'N'.
              88  PROPOSAL-IS-APPROVED      VALUE 'Y'.
           03 WS-PROPOSAL-DATE          PIC 9(8) VALUE ZERO.
           03 WS-APPROVED-BY            PIC X(8) VALUE SPACES.
           03 WS-REFUSAL-REASON         PIC X(50) VALUE SPACES.
           03 WS-ORIGINATOR-ID          PIC X(16) VALUE SPACES.
      *
      *    The payment being released.
           03 WS-CURRENT-PAYMENT-NUMBER PIC 9(8) VALUE ZERO.
           03 WS-HIST-LINE              PIC 9(3) VALUE ZERO.
           03 WS-ITEM-COUNT             PIC 9(3) VALUE ZERO.
           03 WS-FOUND-SLOT             PIC 9(4) COMP VALUE ZERO.
      *
      *    Run counts.
           03 WS-RELEASED-COUNT         PIC 9(8) COMP VALUE ZERO.
           03 WS-RELEASED-VALUE         PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-HELD-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-OTHER-PROPOSAL-COUNT   PIC 9(8) COMP VALUE ZERO.
           03 WS-INVOICES-PAID          PIC 9(8) COMP VALUE ZERO.
           03 WS-SELF-BILLS-PAID        PIC 9(8) COMP VALUE ZERO.
           03 WS-CREDITS-NETTED         PIC 9(8) COMP VALUE ZERO.
      *
      *    The bank trailer's count and total.
           03 WS-BANK-COUNT             PIC 9(6) VALUE ZERO.
           03 WS-BANK-TOTAL             PIC 9(13)V99 VALUE ZERO.
      *
      *    Remittance advice, one NOTIFY entry per payment.
       01  WS-REMIT-ADDRESS.
           03 FILLER                    PIC X(4) VALUE 'SUPP'.
           03 WA-SUPPLIER-ID            PIC 9(8).
      *
       01  WS-REMIT-TEXT.
           03 FILLER                    PIC X(8) VALUE 'PAYMENT '.
           03 WT-PAYMENT-NUMBER         PIC 9(8).
           03 FILLER                    PIC X(4) VALUE ' OF '.
           03 WT-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           03 FILLER                    PIC X(4) VALUE ' ON '.
           03 WT-VALUE-DATE             PIC 9(8).
           03 FILLER                    PIC X(1) VALUE SPACE.
           03 WT-ITEM-COUNT             PIC ZZ9.
           03 FILLER                    PIC X(10) VALUE ' ITEMS'.
      *
      *    The proposal's items, one entry per PAYPROPD record.
      *    An entry takes its payment number when its supplier's
      *    payment is released; the marking passes then set the
      *    matching obligation paid. A proposal with more items
      *    than the table holds is not released at all - an item
      *    left unmarked would be paid a second time.
       77  MAX-RELEASE-ITEMS            PIC 9(4) VALUE 3000.
       01  WS-ITEM-TABLE.
           03 WS-RI-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-RI-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-RI-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-RI-ENTRY OCCURS 3000 TIMES.
              05 WS-RI-SUPPLIER         PIC 9(8).
              05 WS-RI-TYPE             PIC X(1).
              05 WS-RI-REFERENCE        PIC X(10).
              05 WS-RI-PART-ID          PIC 9(8).
              05 WS-RI-ITEM-DATE        PIC X(8).
              05 WS-RI-ITEM-TIME        PIC 9(6).
              05 WS-RI-AMOUNT           PIC 9(11)V99.
              05 WS-RI-PAYMENT-NUMBER   PIC 9(8).
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(30) VALUE
                'PAYMENT RELEASE - PROPOSAL'.
           03   RH-PROPOSAL-DATE        PIC X(8).
           03   FILLER                  PIC X(14) VALUE
                '  APPROVED BY'.
           03   RH-APPROVED-BY          PIC X(8).
           03   FILLER                  PIC X(40) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'PAYMENT'.
           03   FILLER                  PIC X(16) VALUE
                '          AMOUNT'.
           03   FILLER                  PIC X(7) VALUE '  ITEMS'.
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   FILLER                  PIC X(54) VALUE 'NOTE'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PAYMENT-NUMBER       PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RD-ITEM-COUNT           PIC ZZ9.
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RD-NOTE                 PIC X(40).
           03   FILLER                  PIC X(16) VALUE SPACES.
      *
       01  REPORT-MESSAGE-LINE.
           03   FILLER                  PIC X(4) VALUE '*** '.
           03   RM-TEXT                 PIC X(50).
           03   FILLER                  PIC X(46) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(20).
           03   RT-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           IF PROPOSAL-IS-APPROVED
              PERFORM LOAD-PROPOSAL-ITEMS
           END-IF.
      *
           IF PROPOSAL-IS-APPROVED
              PERFORM RELEASE-PAYMENTS
              PERFORM MARK-INVOICES-PAID
              PERFORM MARK-SELF-BILLS-PAID
              PERFORM MARK-CREDITS-NETTED
              PERFORM UPDATE-PAY-CONTROL
           ELSE
              MOVE WS-REFUSAL-REASON TO RM-TEXT
              WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
           END-IF.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Read the approval card and the control record, and
      *    decide whether there is anything to release.
       INITIALIZE-RUN.
      *
           OPEN OUTPUT RELEASE-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT APPROVAL-CARD-FILE.
           MOVE SPACES TO APPROVAL-CARD.
           READ APPROVAL-CARD-FILE
                AT END CONTINUE
           END-READ.
           CLOSE APPROVAL-CARD-FILE.
      *
           OPEN I-O PAY-CONTROL-FILE.
           READ PAY-CONTROL-FILE
                AT END
                   SET CONTROL-FILE-EMPTY TO TRUE
                   MOVE ZERO TO PY-LAST-PAYMENT-NUMBER
                   MOVE ZERO TO PY-LAST-PROPOSAL-DATE
           END-READ.
           MOVE PY-LAST-PAYMENT-NUMBER TO WS-CURRENT-PAYMENT-NUMBER.
      *
           MOVE AC-PROPOSAL-DATE TO RH-PROPOSAL-DATE.
           MOVE AC-APPROVED-BY TO RH-APPROVED-BY.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           EVALUATE TRUE
              WHEN AC-PROPOSAL-DATE NOT NUMERIC
                 MOVE 'NO APPROVAL CARD - NOTHING RELEASED'
                      TO WS-REFUSAL-REASON
              WHEN AC-APPROVED-BY EQUAL SPACES
                 MOVE 'APPROVAL CARD NAMES NO APPROVER'
                      TO WS-REFUSAL-REASON
              WHEN AC-PROPOSAL-DATE NOT GREATER THAN
                   PY-LAST-PROPOSAL-DATE
                 MOVE 'PROPOSAL ALREADY RELEASED - NOTHING RELEASED'
                      TO WS-REFUSAL-REASON
              WHEN OTHER
                 SET PROPOSAL-IS-APPROVED TO TRUE
                 MOVE AC-PROPOSAL-DATE TO WS-PROPOSAL-DATE
                 MOVE AC-APPROVED-BY TO WS-APPROVED-BY
           END-EVALUATE.
      *
           OPEN INPUT PARMFILE-FILE.
           PERFORM GET-RUNTIME-PARMS.
           CLOSE PARMFILE-FILE.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Our originator id at the bank; none on PARMFILE leaves
      *    it blank on the file header.
       GET-RUNTIME-PARMS.
      *
           MOVE 'PAYORIG' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PM-PARM-VALUE TO WS-ORIGINATOR-ID
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    Table the approved proposal's items. A PAYPROPD written
      *    by some other proposal run, or one too big to table,
      *    stops the release.
       LOAD-PROPOSAL-ITEMS.
      *
           OPEN INPUT DETAIL-FILE.
           PERFORM UNTIL END-OF-DETAIL-FILE
              READ DETAIL-FILE
                   AT END SET END-OF-DETAIL-FILE TO TRUE
              END-READ
              IF NOT END-OF-DETAIL-FILE
                 IF PD-RUN-DATE NOT EQUAL WS-PROPOSAL-DATE
                    MOVE 'N' TO WS-APPROVAL-FLAG
                    MOVE 'PAYPROPD IS NOT THE APPROVED PROPOSAL'
                         TO WS-REFUSAL-REASON
                 ELSE
                    IF WS-RI-COUNT LESS THAN MAX-RELEASE-ITEMS
                       ADD 1 TO WS-RI-COUNT
                       MOVE PD-SUPPLIER-ID
                            TO WS-RI-SUPPLIER(WS-RI-COUNT)
                       MOVE PD-ITEM-TYPE TO WS-RI-TYPE(WS-RI-COUNT)
                       MOVE PD-REFERENCE
                            TO WS-RI-REFERENCE(WS-RI-COUNT)
                       MOVE PD-PART-ID TO WS-RI-PART-ID(WS-RI-COUNT)
                       MOVE PD-ITEM-DATE
                            TO WS-RI-ITEM-DATE(WS-RI-COUNT)
                       MOVE PD-ITEM-TIME
                            TO WS-RI-ITEM-TIME(WS-RI-COUNT)
                       MOVE PD-AMOUNT TO WS-RI-AMOUNT(WS-RI-COUNT)
                       MOVE ZERO
                            TO WS-RI-PAYMENT-NUMBER(WS-RI-COUNT)
                    ELSE
                       ADD 1 TO WS-RI-DROPPED
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE DETAIL-FILE.
      *
           IF WS-RI-DROPPED GREATER THAN ZERO
              MOVE 'N' TO WS-APPROVAL-FLAG
              MOVE 'PROPOSAL TOO LARGE TO RELEASE IN ONE RUN'
                   TO WS-REFUSAL-REASON
           END-IF.
      *
       LOAD-PROPOSAL-ITEMS-EXIT.
           EXIT.
      *
      *    One payment per supplier on the approved proposal,
      *    between the bank file's header and trailer.
       RELEASE-PAYMENTS.
      *
           OPEN INPUT PROPOSAL-FILE.
           OPEN INPUT REMIT-FILE.
           OPEN INPUT SUPPLIER-FILE.
           OPEN I-O HISTORY-FILE.
           OPEN I-O NOTIFY-FILE.
           OPEN OUTPUT BANK-FILE.
      *
           MOVE SPACES TO BANK-PAYMENT-RECORD.
           SET BP-FILE-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO BP-FILE-DATE.
           MOVE WS-ORIGINATOR-ID TO BP-ORIGINATOR-ID.
           MOVE WS-PROPOSAL-DATE TO BP-PROPOSAL-DATE.
           WRITE BANK-PAYMENT-RECORD.
      *
           PERFORM UNTIL END-OF-PROP-FILE
              READ PROPOSAL-FILE
                   AT END SET END-OF-PROP-FILE TO TRUE
              END-READ
              IF NOT END-OF-PROP-FILE
                 IF PP-RUN-DATE EQUAL WS-PROPOSAL-DATE
                    PERFORM RELEASE-ONE-PAYMENT
                 ELSE
                    ADD 1 TO WS-OTHER-PROPOSAL-COUNT
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE SPACES TO BANK-PAYMENT-RECORD.
           SET BP-FILE-TRAILER TO TRUE.
           MOVE WS-BANK-COUNT TO BP-PAYMENT-COUNT.
           MOVE WS-BANK-TOTAL TO BP-TOTAL-AMOUNT.
           WRITE BANK-PAYMENT-RECORD.
      *
           MOVE 'RELEASED TO BANK:' TO RT-LABEL.
           MOVE WS-RELEASED-VALUE TO RT-AMOUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           CLOSE PROPOSAL-FILE.
           CLOSE REMIT-FILE.
           CLOSE SUPPLIER-FILE.
           CLOSE HISTORY-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE BANK-FILE.
      *
       RELEASE-PAYMENTS-EXIT.
           EXIT.
      *
      *    A supplier is paid only to ACTIVE remittance details,
      *    and only to the ones the proposal was approved against -
      *    details changed since then need a fresh proposal.
       RELEASE-ONE-PAYMENT.
      *
           MOVE PP-SUPPLIER-ID TO RD-SUPPLIER.
           MOVE PP-AMOUNT TO RD-AMOUNT.
           MOVE PP-SUPPLIER-ID TO RM-SUPPLIER-ID.
           READ REMIT-FILE
                INVALID KEY
                   MOVE SPACES TO REMITTANCE-RECORD
           END-READ.
      *
           EVALUATE TRUE
              WHEN NOT RM-STATUS-ACTIVE
                 ADD 1 TO WS-HELD-COUNT
                 MOVE ZERO TO RD-PAYMENT-NUMBER
                 MOVE ZERO TO RD-ITEM-COUNT
                 MOVE 'HELD - NO ACTIVE REMITTANCE DETAILS'
                      TO RD-NOTE
              WHEN RM-BANK-CODE NOT EQUAL PP-BANK-CODE
                OR RM-ACCOUNT-NUMBER NOT EQUAL PP-ACCOUNT-NUMBER
                 ADD 1 TO WS-HELD-COUNT
                 MOVE ZERO TO RD-PAYMENT-NUMBER
                 MOVE ZERO TO RD-ITEM-COUNT
                 MOVE 'HELD - BANK DETAILS CHANGED SINCE PROPOSAL'
                      TO RD-NOTE
              WHEN OTHER
                 PERFORM PAY-ONE-SUPPLIER
                 MOVE WS-CURRENT-PAYMENT-NUMBER TO RD-PAYMENT-NUMBER
                 MOVE WS-ITEM-COUNT TO RD-ITEM-COUNT
                 MOVE 'RELEASED' TO RD-NOTE
           END-EVALUATE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       RELEASE-ONE-PAYMENT-EXIT.
           EXIT.
      *
      *    Number the payment, send it to the bank, record it and
      *    the items it settles on PAYHIST, and raise the advice.
       PAY-ONE-SUPPLIER.
      *
           ADD 1 TO WS-CURRENT-PAYMENT-NUMBER.
           ADD 1 TO WS-RELEASED-COUNT.
           ADD PP-AMOUNT TO WS-RELEASED-VALUE.
      *
           MOVE PP-SUPPLIER-ID TO SM-SUPPLIER-ID.
           READ SUPPLIER-FILE
                INVALID KEY
                   MOVE SPACES TO SM-SUPPLIER-NAME
           END-READ.
      *
           MOVE SPACES TO BANK-PAYMENT-RECORD.
           SET BP-PAYMENT-DETAIL TO TRUE.
           MOVE WS-CURRENT-PAYMENT-NUMBER TO BP-PAYMENT-NUMBER.
           MOVE RM-BANK-CODE TO BP-BANK-CODE.
           MOVE RM-ACCOUNT-NUMBER TO BP-ACCOUNT-NUMBER.
           MOVE SM-SUPPLIER-NAME TO BP-PAYEE-NAME.
           MOVE PP-AMOUNT TO BP-AMOUNT.
           MOVE WS-RUN-DATE TO BP-VALUE-DATE.
           MOVE PP-SUPPLIER-ID TO BP-PAYEE-REFERENCE.
           WRITE BANK-PAYMENT-RECORD.
           ADD 1 TO WS-BANK-COUNT.
           ADD PP-AMOUNT TO WS-BANK-TOTAL.
      *
      *    The settled items first, so the header can carry
      *    their count.
           MOVE ZERO TO WS-HIST-LINE.
           MOVE ZERO TO WS-ITEM-COUNT.
           PERFORM VARYING WS-RI-INDEX FROM 1 BY 1
                     UNTIL WS-RI-INDEX GREATER THAN WS-RI-COUNT
              IF WS-RI-SUPPLIER(WS-RI-INDEX) EQUAL PP-SUPPLIER-ID
                 PERFORM WRITE-HISTORY-ITEM
              END-IF
           END-PERFORM.
      *
           MOVE SPACES TO PAYMENT-HISTORY-RECORD.
           MOVE WS-CURRENT-PAYMENT-NUMBER TO PH-PAYMENT-NUMBER.
           MOVE ZERO TO PH-LINE-NUMBER.
           SET PH-HEADER-RECORD TO TRUE.
           MOVE PP-SUPPLIER-ID TO PH-SUPPLIER-ID.
           MOVE WS-RUN-DATE TO PH-PAYMENT-DATE.
           MOVE PP-AMOUNT TO PH-AMOUNT.
           MOVE PP-TAX-AMOUNT TO PH-TAX-AMOUNT.
           MOVE RM-BANK-CODE TO PH-BANK-CODE.
           MOVE RM-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER.
           MOVE WS-PROPOSAL-DATE TO PH-PROPOSAL-DATE.
           MOVE WS-APPROVED-BY TO PH-APPROVED-BY.
           MOVE WS-ITEM-COUNT TO PH-ITEM-COUNT.
           WRITE PAYMENT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY 'PAYREL: PAYMENT NUMBER ALREADY ON '
                            'PAYHIST: ' WS-CURRENT-PAYMENT-NUMBER
           END-WRITE.
      *
           PERFORM RAISE-REMITTANCE-ADVICE.
      *
       PAY-ONE-SUPPLIER-EXIT.
           EXIT.
      *
      *    One settled item onto the payment's history; a credit
      *    is recorded as a negative amount.
       WRITE-HISTORY-ITEM.
      *
           MOVE WS-CURRENT-PAYMENT-NUMBER
                TO WS-RI-PAYMENT-NUMBER(WS-RI-INDEX).
           ADD 1 TO WS-HIST-LINE.
           ADD 1 TO WS-ITEM-COUNT.
      *
           MOVE SPACES TO PAYMENT-HISTORY-RECORD.
           MOVE WS-CURRENT-PAYMENT-NUMBER TO PH-PAYMENT-NUMBER.
           MOVE WS-HIST-LINE TO PH-LINE-NUMBER.
           SET PH-DETAIL-RECORD TO TRUE.
           MOVE WS-RI-TYPE(WS-RI-INDEX) TO PH-ITEM-TYPE.
           MOVE WS-RI-REFERENCE(WS-RI-INDEX) TO PH-ITEM-REFERENCE.
           MOVE WS-RI-PART-ID(WS-RI-INDEX) TO PH-ITEM-PART-ID.
           MOVE WS-RI-ITEM-DATE(WS-RI-INDEX) TO PH-ITEM-DATE.
           IF PH-ITEM-CREDIT
              COMPUTE PH-ITEM-AMOUNT =
                      ZERO - WS-RI-AMOUNT(WS-RI-INDEX)
           ELSE
              MOVE WS-RI-AMOUNT(WS-RI-INDEX) TO PH-ITEM-AMOUNT
           END-IF.
           WRITE PAYMENT-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY 'PAYREL: PAYMENT NUMBER ALREADY ON '
                            'PAYHIST: ' WS-CURRENT-PAYMENT-NUMBER
           END-WRITE.
      *
       WRITE-HISTORY-ITEM-EXIT.
           EXIT.
      *
      *    The remittance advice goes out through NOTIFY, addressed
      *    to the supplier, for NOTIFDSP to put onto EMAILOUT.
       RAISE-REMITTANCE-ADVICE.
      *
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE PP-SUPPLIER-ID TO WA-SUPPLIER-ID.
           MOVE WS-CURRENT-PAYMENT-NUMBER TO WT-PAYMENT-NUMBER.
           MOVE PP-AMOUNT TO WT-AMOUNT.
           MOVE WS-RUN-DATE TO WT-VALUE-DATE.
           MOVE WS-ITEM-COUNT TO WT-ITEM-COUNT.
      *
           MOVE SPACES TO NOTIFICATION-RECORD.
           MOVE WS-RUN-DATE TO NT-RAISE-DATE.
           MOVE WS-RUN-TIME(1:6) TO NT-RAISE-TIME.
           MOVE 'M' TO NT-EVENT-TYPE.
           MOVE WS-REMIT-ADDRESS TO NT-REQUESTER-REF.
           MOVE WS-REMIT-TEXT TO NT-TEXT.
           SET NT-STATUS-PENDING TO TRUE.
      *
           MOVE ZERO TO NT-SEQUENCE.
           MOVE '22' TO WS-NOTIFY-STATUS.
           PERFORM UNTIL WS-NOTIFY-STATUS NOT EQUAL '22'
              OR NT-SEQUENCE EQUAL 999
              ADD 1 TO NT-SEQUENCE
              WRITE NOTIFICATION-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-PERFORM.
      *
       RAISE-REMITTANCE-ADVICE-EXIT.
           EXIT.
      *
      *    An invoice is known by its supplier and invoice number;
      *    one settled by a released payment is marked paid with
      *    that payment's number.
       MARK-INVOICES-PAID.
      *
           OPEN I-O INVOICE-PAY-FILE.
           PERFORM UNTIL END-OF-INV-FILE
              READ INVOICE-PAY-FILE
                   AT END SET END-OF-INV-FILE TO TRUE
              END-READ
              IF NOT END-OF-INV-FILE
                 AND NOT PAY-IS-PAID
                 MOVE ZERO TO WS-FOUND-SLOT
                 PERFORM VARYING WS-RI-INDEX FROM 1 BY 1
                           UNTIL WS-RI-INDEX GREATER THAN WS-RI-COUNT
                              OR WS-FOUND-SLOT GREATER THAN ZERO
                    IF WS-RI-TYPE(WS-RI-INDEX) EQUAL 'I'
                       AND WS-RI-PAYMENT-NUMBER(WS-RI-INDEX)
                           GREATER THAN ZERO
                       AND WS-RI-SUPPLIER(WS-RI-INDEX)
                           EQUAL PAY-SUPPLIER-ID
                       AND WS-RI-REFERENCE(WS-RI-INDEX)
                           EQUAL PAY-INVOICE-NUMBER
                       MOVE WS-RI-INDEX TO WS-FOUND-SLOT
                    END-IF
                 END-PERFORM
                 IF WS-FOUND-SLOT GREATER THAN ZERO
                    SET PAY-IS-PAID TO TRUE
                    MOVE WS-RI-PAYMENT-NUMBER(WS-FOUND-SLOT)
                         TO PAY-PAYMENT-NUMBER
                    REWRITE PAYMENT-RECORD
                    ADD 1 TO WS-INVOICES-PAID
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE INVOICE-PAY-FILE.
      *
       MARK-INVOICES-PAID-EXIT.
           EXIT.
      *
       MARK-SELF-BILLS-PAID.
      *
           OPEN I-O CONSIGN-PAY-FILE.
           PERFORM UNTIL END-OF-CONS-FILE
              READ CONSIGN-PAY-FILE
                   AT END SET END-OF-CONS-FILE TO TRUE
              END-READ
              IF NOT END-OF-CONS-FILE
                 AND NOT ST-IS-PAID
                 MOVE ZERO TO WS-FOUND-SLOT
                 PERFORM VARYING WS-RI-INDEX FROM 1 BY 1
                           UNTIL WS-RI-INDEX GREATER THAN WS-RI-COUNT
                              OR WS-FOUND-SLOT GREATER THAN ZERO
                    IF WS-RI-TYPE(WS-RI-INDEX) EQUAL 'S'
                       AND WS-RI-PAYMENT-NUMBER(WS-RI-INDEX)
                           GREATER THAN ZERO
                       AND WS-RI-SUPPLIER(WS-RI-INDEX)
                           EQUAL ST-SUPPLIER
                       AND WS-RI-PART-ID(WS-RI-INDEX)
                           EQUAL ST-PART-ID
                       AND WS-RI-REFERENCE(WS-RI-INDEX)(1:6)
                           EQUAL ST-PERIOD
                       MOVE WS-RI-INDEX TO WS-FOUND-SLOT
                    END-IF
                 END-PERFORM
                 IF WS-FOUND-SLOT GREATER THAN ZERO
                    SET ST-IS-PAID TO TRUE
                    MOVE WS-RI-PAYMENT-NUMBER(WS-FOUND-SLOT)
                         TO ST-PAYMENT-NUMBER
                    REWRITE SETTLEMENT-RECORD
                    ADD 1 TO WS-SELF-BILLS-PAID
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE CONSIGN-PAY-FILE.
      *
       MARK-SELF-BILLS-PAID-EXIT.
           EXIT.
      *
      *    A memo is known by its supplier, part, PO and the
      *    moment it was raised.
       MARK-CREDITS-NETTED.
      *
           OPEN I-O MEMO-FILE.
           PERFORM UNTIL END-OF-MEMO-FILE
              READ MEMO-FILE
                   AT END SET END-OF-MEMO-FILE TO TRUE
              END-READ
              IF NOT END-OF-MEMO-FILE
                 AND NOT CM-SETTLED
                 AND NOT CM-NETTED
                 MOVE ZERO TO WS-FOUND-SLOT
                 PERFORM VARYING WS-RI-INDEX FROM 1 BY 1
                           UNTIL WS-RI-INDEX GREATER THAN WS-RI-COUNT
                              OR WS-FOUND-SLOT GREATER THAN ZERO
                    IF WS-RI-TYPE(WS-RI-INDEX) EQUAL 'C'
                       AND WS-RI-PAYMENT-NUMBER(WS-RI-INDEX)
                           GREATER THAN ZERO
                       AND WS-RI-SUPPLIER(WS-RI-INDEX)
                           EQUAL CM-SUPPLIER-ID
                       AND WS-RI-PART-ID(WS-RI-INDEX)
                           EQUAL CM-PART-ID
                       AND WS-RI-ITEM-DATE(WS-RI-INDEX)
                           EQUAL CM-RTV-DATE
                       AND WS-RI-ITEM-TIME(WS-RI-INDEX)
                           EQUAL CM-RTV-TIME
                       MOVE WS-RI-INDEX TO WS-FOUND-SLOT
                    END-IF
                 END-PERFORM
                 IF WS-FOUND-SLOT GREATER THAN ZERO
                    SET CM-NETTED TO TRUE
                    REWRITE CREDIT-MEMO-RECORD
                    ADD 1 TO WS-CREDITS-NETTED
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MEMO-FILE.
      *
       MARK-CREDITS-NETTED-EXIT.
           EXIT.
      *
      *    Record the last payment number and the proposal just
      *    released. An empty control file has no record to
      *    REWRITE - it is reopened OUTPUT and written instead.
       UPDATE-PAY-CONTROL.
      *
           IF CONTROL-FILE-EMPTY
              CLOSE PAY-CONTROL-FILE
              OPEN OUTPUT PAY-CONTROL-FILE
              MOVE SPACES TO PAY-CONTROL-RECORD
              MOVE WS-CURRENT-PAYMENT-NUMBER
                   TO PY-LAST-PAYMENT-NUMBER
              MOVE WS-PROPOSAL-DATE TO PY-LAST-PROPOSAL-DATE
              MOVE WS-RUN-DATE TO PY-LAST-RUN-DATE
              WRITE PAY-CONTROL-RECORD
           ELSE
              MOVE WS-CURRENT-PAYMENT-NUMBER
                   TO PY-LAST-PAYMENT-NUMBER
              MOVE WS-PROPOSAL-DATE TO PY-LAST-PROPOSAL-DATE
              MOVE WS-RUN-DATE TO PY-LAST-RUN-DATE
              REWRITE PAY-CONTROL-RECORD
           END-IF.
      *
       UPDATE-PAY-CONTROL-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           IF PROPOSAL-IS-APPROVED
              DISPLAY 'PAYREL: PROPOSAL RELEASED:   '
                      WS-PROPOSAL-DATE
              DISPLAY 'PAYREL: PAYMENTS RELEASED:   '
                      WS-RELEASED-COUNT
              DISPLAY 'PAYREL: VALUE RELEASED:      '
                      WS-RELEASED-VALUE
              DISPLAY 'PAYREL: PAYMENTS HELD:       ' WS-HELD-COUNT
              DISPLAY 'PAYREL: INVOICES MARKED PAID:'
                      WS-INVOICES-PAID
              DISPLAY 'PAYREL: SELF-BILLS PAID:     '
                      WS-SELF-BILLS-PAID
              DISPLAY 'PAYREL: CREDITS NETTED:      '
                      WS-CREDITS-NETTED
              IF WS-OTHER-PROPOSAL-COUNT GREATER THAN ZERO
                 DISPLAY 'PAYREL: PAYPROPF RECORDS NOT APPROVED: '
                         WS-OTHER-PROPOSAL-COUNT
              END-IF
           ELSE
              DISPLAY 'PAYREL: ' WS-REFUSAL-REASON
           END-IF.
      *
           CLOSE PAY-CONTROL-FILE.
           CLOSE RELEASE-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
