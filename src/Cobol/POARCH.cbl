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
      * Periodic purchase-order archive. PURCHORD and SUPPINV only
      * ever grew - closed and cancelled POs from years back sat in
      * front of every PORDMENU browse and every INVMATCH and
      * EXPEDITE pass. This run moves each PO closed or cancelled
      * more than the retention window ago (PARMFILE key POARCHMO,
      * compiled default 24 months) to the POHIST history file,
      * together with everything that belongs to it:
      *
      *   - its PURCHORD header and lines, deleted from PURCHORD;
      *   - the SUPPINV invoices that billed it, deleted from
      *     SUPPINV;
      *   - its POREV revision entries and its CREDMEMO memos.
      *     Both are entry-sequenced and cannot be deleted in
      *     place, so - as ARCHBTCH does for the audit trails -
      *     every entry not archived is copied to REVKEEP or
      *     MEMOKEEP, the content the file is reloaded from.
      *
      * A PO is only old enough off its closed date (stamped by
      * RECVGDS, NSRECV and the PORDMENU cancel); a PO closed
      * before the date was kept ages off its latest order,
      * release or receipt date instead.
      *
      * Nothing still open is ever moved. A PO is held back while
      * any invoice naming it is pending, discrepant, or matched
      * but not yet paid on APPAYF, and while any CREDMEMO memo
      * against it is unsettled or disputed. An invoice that bills
      * more than one PO holds all of them back, so an invoice is
      * never split from any PO it billed. Should any of the
      * tables that track this fill, the run archives nothing at
      * all rather than guess - the keep files are still written
      * whole, so the reload step is always safe to run.
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
       PROGRAM-ID.              POARCH.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT PAYMENT-FILE ASSIGN TO APPAYF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PAY-STATUS.
      *
           SELECT INVOICE-FILE ASSIGN TO SUPPINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS WS-INV-STATUS.
      *
           SELECT PURCHORD-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT MEMO-FILE ASSIGN TO CREDMEMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MEMO-STATUS.
      *
           SELECT MEMO-KEEP-FILE ASSIGN TO MEMOKEEP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MKEEP-STATUS.
      *
           SELECT REVISION-FILE ASSIGN TO POREV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REV-STATUS.
      *
           SELECT REVISION-KEEP-FILE ASSIGN TO REVKEEP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RKEEP-STATUS.
      *
           SELECT HISTORY-FILE ASSIGN TO POHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AH-KEY
                  FILE STATUS IS WS-HIST-STATUS.
      *
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
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
      *    The matched-invoice records INVMATCH writes and PAYREL
      *    marks paid - laid out as PAYREL reads them.
       FD  PAYMENT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  PAYMENT-RECORD.
           03   PAY-SUPPLIER-ID         PIC 9(8).
           03   PAY-INVOICE-NUMBER      PIC X(10).
           03   FILLER                  PIC X(81).
           03   PAY-PAID-FLAG           PIC X(1).
                88  PAY-IS-PAID          VALUE 'P'.
           03   FILLER                  PIC X(20).
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPINV.
      *
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRMEMO.
      *
       FD  MEMO-KEEP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 82 CHARACTERS.
       01  MEMO-KEEP-RECORD             PIC X(82).
      *
       FD  REVISION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POREV.
      *
       FD  REVISION-KEEP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 136 CHARACTERS.
       01  REVISION-KEEP-RECORD         PIC X(136).
      *
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POHIST.
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-PAY-STATUS             PIC X(2) VALUE '00'.
              88  PAY-STATUS-OK             VALUE '00'.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-MEMO-STATUS            PIC X(2) VALUE '00'.
              88  MEMO-STATUS-OK            VALUE '00'.
           03 WS-MKEEP-STATUS           PIC X(2) VALUE '00'.
              88  MKEEP-STATUS-OK           VALUE '00'.
           03 WS-REV-STATUS             PIC X(2) VALUE '00'.
              88  REV-STATUS-OK             VALUE '00'.
           03 WS-RKEEP-STATUS           PIC X(2) VALUE '00'.
              88  RKEEP-STATUS-OK           VALUE '00'.
           03 WS-HIST-STATUS            PIC X(2) VALUE '00'.
              88  HIST-STATUS-OK            VALUE '00'.
           03 WS-EOF-FLAG               PIC X(1) VALUE 'N'.
              88  END-OF-INPUT              VALUE 'Y'.
           03 WS-SCAN-FLAG              PIC X(1) VALUE 'N'.
              88  SCAN-DONE                 VALUE 'Y'.
      *
      *    Set when a tracking table fills - the run then archives
      *    nothing.
           03 WS-SUSPEND-FLAG           PIC X(1) VALUE 'N'.
              88  ARCHIVING-SUSPENDED       VALUE 'Y'.
           03 WS-SUSPEND-REASON         PIC X(40) VALUE SPACES.
      *
      *    The run date and the cutoff the retention window gives.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                        PIC X(8).
           03 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
              05 WS-RUN-YEAR            PIC 9(4).
              05 WS-RUN-MONTH           PIC 9(2).
              05 WS-RUN-DAY             PIC 9(2).
           03 WS-CUTOFF-DATE            PIC 9(8) VALUE ZERO.
           03 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                        PIC X(8).
           03 WS-MONTH-NUMBER           PIC 9(6) VALUE ZERO.
           03 WS-CUTOFF-YEAR            PIC 9(4) VALUE ZERO.
           03 WS-CUTOFF-MONTH           PIC 9(2) VALUE ZERO.
           03 WS-CUTOFF-DAY             PIC 9(2) VALUE ZERO.
      *
      *    The invoice being scanned on SUPPINV - whether it is
      *    settled, the first PO it billed, and whether it billed
      *    more than one.
           03 WS-CURR-INV-SUPPLIER      PIC 9(8) VALUE ZERO.
           03 WS-CURR-INV-NUMBER        PIC X(10) VALUE SPACES.
           03 WS-INV-SETTLED-FLAG       PIC X(1) VALUE 'N'.
              88  INVOICE-IS-SETTLED        VALUE 'Y'.
           03 WS-INV-FIRST-PO           PIC 9(8) VALUE ZERO.
           03 WS-INV-MULTI-FLAG         PIC X(1) VALUE 'N'.
              88  INVOICE-BILLS-SEVERAL     VALUE 'Y'.
           03 WS-INV-LISTED-FLAG        PIC X(1) VALUE 'N'.
              88  INVOICE-IS-LISTED         VALUE 'Y'.
      *
      *    The PO being judged on PURCHORD - its status, its
      *    closed date and the latest date seen on it.
           03 WS-CURR-PO                PIC 9(8) VALUE ZERO.
           03 WS-CURR-PO-STATUS         PIC X(1) VALUE SPACE.
              88  CURR-PO-FINISHED          VALUE 'C' 'L'.
           03 WS-CURR-CLOSED-DATE       PIC X(8) VALUE SPACES.
           03 WS-CURR-LATEST-DATE       PIC X(8) VALUE SPACES.
           03 WS-PO-IN-PROGRESS-FLAG    PIC X(1) VALUE 'N'.
              88  PO-IN-PROGRESS            VALUE 'Y'.
      *
      *    Lookup work.
           03 WS-LOOKUP-PO              PIC 9(8) VALUE ZERO.
           03 WS-FOUND-IX               PIC 9(4) COMP VALUE ZERO.
           03 WS-IX                     PIC 9(4) COMP VALUE ZERO.
           03 WS-HIST-IX                PIC 9(4) COMP VALUE ZERO.
      *
      *    Run totals.
           03 WS-UNPAID-READ            PIC 9(8) COMP VALUE ZERO.
           03 WS-PO-ARCHIVED            PIC 9(8) COMP VALUE ZERO.
           03 WS-PO-RECORDS             PIC 9(8) COMP VALUE ZERO.
           03 WS-PO-DEFERRED            PIC 9(8) COMP VALUE ZERO.
           03 WS-PO-HELD                PIC 9(8) COMP VALUE ZERO.
           03 WS-INV-ARCHIVED           PIC 9(8) COMP VALUE ZERO.
           03 WS-INV-RECORDS            PIC 9(8) COMP VALUE ZERO.
           03 WS-REV-ARCHIVED           PIC 9(8) COMP VALUE ZERO.
           03 WS-REV-KEPT               PIC 9(8) COMP VALUE ZERO.
           03 WS-MEMO-ARCHIVED          PIC 9(8) COMP VALUE ZERO.
           03 WS-MEMO-KEPT              PIC 9(8) COMP VALUE ZERO.
      *
      *    Months a closed or cancelled PO stays live - PARMFILE
      *    key POARCHMO overrides it at run start.
       01  RETENTION-MONTHS             PIC 9(3) VALUE 24.
      *
      *    Matched invoices APPAYF has not yet seen paid - each
      *    still an open invoice.
       77  MAX-UNPAID-INVOICES          PIC 9(4) VALUE 3000.
       01  WS-UNPAID-TABLE.
           03 WS-UP-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-UP-ENTRY OCCURS 3000 TIMES.
              05 WS-UP-SUPPLIER         PIC 9(8).
              05 WS-UP-INVOICE          PIC X(10).
      *
      *    POs something open still points at - never archived.
       77  MAX-HELD-POS                 PIC 9(4) VALUE 5000.
       01  WS-HELD-TABLE.
           03 WS-HD-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-HD-PO-NUMBER           PIC 9(8) OCCURS 5000 TIMES.
      *
      *    The POs this run archives, in PO order, with the next
      *    POHIST sequence each is at. A PO whose invoices would
      *    not fit the invoice table below is dropped and waits for
      *    the next run; once the table is full, so do the rest.
       77  MAX-ARCHIVE-POS              PIC 9(4) VALUE 2000.
       01  WS-ARCHIVE-TABLE.
           03 WS-AP-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-AP-ENTRY OCCURS 2000 TIMES.
              05 WS-AP-PO-NUMBER        PIC 9(8).
              05 WS-AP-NEXT-SEQUENCE    PIC 9(4).
              05 WS-AP-DROPPED-FLAG     PIC X(1).
                 88  AP-DROPPED             VALUE 'Y'.
      *
      *    The invoices that go with the archived POs.
       77  MAX-ARCHIVE-INVOICES         PIC 9(4) VALUE 5000.
       01  WS-INVOICE-TABLE.
           03 WS-AI-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-AI-ENTRY OCCURS 5000 TIMES.
              05 WS-AI-SUPPLIER         PIC 9(8).
              05 WS-AI-INVOICE          PIC X(10).
              05 WS-AI-PO-IX            PIC 9(4) COMP.
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
      *    First find everything still open, then choose the POs
      *    old enough to go and the invoices that go with them.
           PERFORM LOAD-UNPAID-INVOICES.
           PERFORM SCAN-OPEN-INVOICES.
           PERFORM SCAN-OPEN-CREDITS.
           IF NOT ARCHIVING-SUSPENDED
              PERFORM SELECT-ARCHIVE-POS
              PERFORM SELECT-ARCHIVE-INVOICES
           END-IF.
      *
      *    Then move them - the keyed files in place, the
      *    entry-sequenced ones by a split into history and keep.
           PERFORM ARCHIVE-PURCHASE-ORDERS.
           PERFORM ARCHIVE-INVOICES.
           PERFORM SPLIT-REVISIONS.
           PERFORM SPLIT-CREDIT-MEMOS.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Register the run, take the window off PARMFILE and work
      *    out the cutoff, and open the keyed files.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'POARCH' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT PARMFILE-FILE.
           PERFORM GET-RUNTIME-PARMS.
           CLOSE PARMFILE-FILE.
      *
      *    The cutoff is the run date the window's months back,
      *    held to the 28th so it is always a real day. A PO
      *    closed before it is old enough to go.
           COMPUTE WS-MONTH-NUMBER =
                   WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
                   - RETENTION-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YEAR
                  REMAINDER WS-CUTOFF-MONTH.
           ADD 1 TO WS-CUTOFF-MONTH.
           MOVE WS-RUN-DAY TO WS-CUTOFF-DAY.
           IF WS-CUTOFF-DAY GREATER THAN 28
              MOVE 28 TO WS-CUTOFF-DAY
           END-IF.
           MOVE WS-CUTOFF-YEAR TO WS-CUTOFF-DATE(1:4).
           MOVE WS-CUTOFF-MONTH TO WS-CUTOFF-DATE(5:2).
           MOVE WS-CUTOFF-DAY TO WS-CUTOFF-DATE(7:2).
      *
           OPEN I-O INVOICE-FILE.
           OPEN I-O PURCHORD-FILE.
           OPEN I-O HISTORY-FILE.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Override the compiled window with whatever operations
      *    has put on PARMFILE - an absent, non-numeric or zero
      *    key leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'POARCHMO' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      AND PM-PARM-VALUE(1:3) NOT EQUAL '000'
                      MOVE PM-PARM-VALUE(1:3) TO RETENTION-MONTHS
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    Every matched invoice APPAYF still carries unpaid.
       LOAD-UNPAID-INVOICES.
      *
           OPEN INPUT PAYMENT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ PAYMENT-FILE
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 AND NOT PAY-IS-PAID
                 ADD 1 TO WS-UNPAID-READ
                 IF WS-UP-COUNT LESS THAN MAX-UNPAID-INVOICES
                    ADD 1 TO WS-UP-COUNT
                    MOVE PAY-SUPPLIER-ID
                         TO WS-UP-SUPPLIER(WS-UP-COUNT)
                    MOVE PAY-INVOICE-NUMBER
                         TO WS-UP-INVOICE(WS-UP-COUNT)
                 ELSE
                    SET ARCHIVING-SUSPENDED TO TRUE
                    MOVE 'UNPAID INVOICE TABLE FULL'
                         TO WS-SUSPEND-REASON
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PAYMENT-FILE.
      *
       LOAD-UNPAID-INVOICES-EXIT.
           EXIT.
      *
      *    Read SUPPINV through once, invoice by invoice (the
      *    header, line 000, leads each), holding back every PO an
      *    open invoice names, and every PO a settled invoice names
      *    when it billed more than one.
       SCAN-OPEN-INVOICES.
      *
           MOVE ZERO TO WS-CURR-INV-SUPPLIER.
           MOVE SPACES TO WS-CURR-INV-NUMBER.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ INVOICE-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 PERFORM SCAN-ONE-INVOICE-LINE
              END-IF
           END-PERFORM.
      *
       SCAN-OPEN-INVOICES-EXIT.
           EXIT.
      *
       SCAN-ONE-INVOICE-LINE.
      *
           IF IV-SUPPLIER-ID NOT EQUAL WS-CURR-INV-SUPPLIER
              OR IV-INVOICE-NUMBER NOT EQUAL WS-CURR-INV-NUMBER
              PERFORM START-INVOICE-GROUP
           END-IF.
      *
           IF IV-DETAIL-RECORD
              MOVE IV-PO-NUMBER TO WS-LOOKUP-PO
              EVALUATE TRUE
                 WHEN NOT INVOICE-IS-SETTLED
                    PERFORM HOLD-BACK-PO
                 WHEN INVOICE-BILLS-SEVERAL
                    PERFORM HOLD-BACK-PO
                 WHEN WS-INV-FIRST-PO EQUAL ZERO
                    MOVE IV-PO-NUMBER TO WS-INV-FIRST-PO
                 WHEN IV-PO-NUMBER NOT EQUAL WS-INV-FIRST-PO
      *             The second PO on a settled invoice - hold back
      *             the first one too, and every one after.
                    SET INVOICE-BILLS-SEVERAL TO TRUE
                    PERFORM HOLD-BACK-PO
                    MOVE WS-INV-FIRST-PO TO WS-LOOKUP-PO
                    PERFORM HOLD-BACK-PO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       SCAN-ONE-INVOICE-LINE-EXIT.
           EXIT.
      *
      *    A new invoice - settled only when its header is matched
      *    and APPAYF holds no unpaid entry for it. Lines that turn
      *    up without their header are treated as open.
       START-INVOICE-GROUP.
      *
           MOVE IV-SUPPLIER-ID TO WS-CURR-INV-SUPPLIER.
           MOVE IV-INVOICE-NUMBER TO WS-CURR-INV-NUMBER.
           MOVE ZERO TO WS-INV-FIRST-PO.
           MOVE 'N' TO WS-INV-MULTI-FLAG.
           MOVE 'N' TO WS-INV-SETTLED-FLAG.
      *
           IF IV-HEADER-RECORD AND IV-STATUS-MATCHED
              SET INVOICE-IS-SETTLED TO TRUE
              PERFORM VARYING WS-IX FROM 1 BY 1
                        UNTIL WS-IX GREATER THAN WS-UP-COUNT
                 IF WS-UP-SUPPLIER(WS-IX) EQUAL IV-SUPPLIER-ID
                    AND WS-UP-INVOICE(WS-IX) EQUAL IV-INVOICE-NUMBER
                    MOVE 'N' TO WS-INV-SETTLED-FLAG
                 END-IF
              END-PERFORM
           END-IF.
      *
       START-INVOICE-GROUP-EXIT.
           EXIT.
      *
      *    Every unsettled or disputed credit memo holds back the
      *    PO it was raised against.
       SCAN-OPEN-CREDITS.
      *
           OPEN INPUT MEMO-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ MEMO-FILE
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 AND (CM-UNSETTLED OR CM-DISPUTED)
                 MOVE CM-PO-NUMBER TO WS-LOOKUP-PO
                 PERFORM HOLD-BACK-PO
              END-IF
           END-PERFORM.
           CLOSE MEMO-FILE.
      *
       SCAN-OPEN-CREDITS-EXIT.
           EXIT.
      *
      *    Add WS-LOOKUP-PO to the held-back table once.
       HOLD-BACK-PO.
      *
           IF WS-LOOKUP-PO NOT EQUAL ZERO
              PERFORM FIND-HELD-PO
              IF WS-FOUND-IX EQUAL ZERO
                 IF WS-HD-COUNT LESS THAN MAX-HELD-POS
                    ADD 1 TO WS-HD-COUNT
                    MOVE WS-LOOKUP-PO TO WS-HD-PO-NUMBER(WS-HD-COUNT)
                 ELSE
                    SET ARCHIVING-SUSPENDED TO TRUE
                    MOVE 'HELD-BACK PO TABLE FULL'
                         TO WS-SUSPEND-REASON
                 END-IF
              END-IF
           END-IF.
      *
       HOLD-BACK-PO-EXIT.
           EXIT.
      *
       FIND-HELD-PO.
      *
           MOVE ZERO TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER THAN WS-HD-COUNT
                        OR WS-FOUND-IX NOT EQUAL ZERO
              IF WS-HD-PO-NUMBER(WS-IX) EQUAL WS-LOOKUP-PO
                 MOVE WS-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM.
      *
       FIND-HELD-PO-EXIT.
           EXIT.
      *
      *    Read PURCHORD through once, PO by PO, judging each on
      *    its header's status and the dates across all its
      *    records.
       SELECT-ARCHIVE-POS.
      *
           MOVE 'N' TO WS-PO-IN-PROGRESS-FLAG.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ PURCHORD-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 IF NOT PO-IN-PROGRESS
                    OR PO-NUMBER NOT EQUAL WS-CURR-PO
                    IF PO-IN-PROGRESS
                       PERFORM JUDGE-ONE-PO
                    END-IF
                    PERFORM START-PO-GROUP
                 END-IF
                 PERFORM NOTE-PO-RECORD
              END-IF
           END-PERFORM.
      *
           IF PO-IN-PROGRESS
              PERFORM JUDGE-ONE-PO
           END-IF.
      *
       SELECT-ARCHIVE-POS-EXIT.
           EXIT.
      *
       START-PO-GROUP.
      *
           SET PO-IN-PROGRESS TO TRUE.
           MOVE PO-NUMBER TO WS-CURR-PO.
           MOVE SPACE TO WS-CURR-PO-STATUS.
           MOVE SPACES TO WS-CURR-CLOSED-DATE.
           MOVE SPACES TO WS-CURR-LATEST-DATE.
      *
       START-PO-GROUP-EXIT.
           EXIT.
      *
      *    The header gives the status and closed date; every
      *    record's dates feed the latest-activity date a PO closed
      *    without one ages off.
       NOTE-PO-RECORD.
      *
           IF PO-HEADER-RECORD
              MOVE PO-STATUS TO WS-CURR-PO-STATUS
              MOVE PO-CLOSED-DATE TO WS-CURR-CLOSED-DATE
              IF PO-ORDER-DATE NUMERIC
                 AND PO-ORDER-DATE GREATER THAN WS-CURR-LATEST-DATE
                 MOVE PO-ORDER-DATE TO WS-CURR-LATEST-DATE
              END-IF
              IF PO-RELEASE-DATE NUMERIC
                 AND PO-RELEASE-DATE GREATER THAN WS-CURR-LATEST-DATE
                 MOVE PO-RELEASE-DATE TO WS-CURR-LATEST-DATE
              END-IF
           ELSE
              IF PO-RECEIPT-DATE NUMERIC
                 AND PO-RECEIPT-DATE GREATER THAN WS-CURR-LATEST-DATE
                 MOVE PO-RECEIPT-DATE TO WS-CURR-LATEST-DATE
              END-IF
           END-IF.
      *
       NOTE-PO-RECORD-EXIT.
           EXIT.
      *
      *    A closed or cancelled PO, finished before the cutoff and
      *    held back by nothing, goes on the archive table.
       JUDGE-ONE-PO.
      *
           IF WS-CURR-CLOSED-DATE NUMERIC
              MOVE WS-CURR-CLOSED-DATE TO WS-CURR-LATEST-DATE
           END-IF.
      *
           IF CURR-PO-FINISHED
              AND WS-CURR-LATEST-DATE NUMERIC
              AND WS-CURR-LATEST-DATE LESS THAN WS-CUTOFF-DATE-X
              MOVE WS-CURR-PO TO WS-LOOKUP-PO
              PERFORM FIND-HELD-PO
              EVALUATE TRUE
                 WHEN WS-FOUND-IX NOT EQUAL ZERO
                    ADD 1 TO WS-PO-HELD
                 WHEN WS-AP-COUNT NOT LESS THAN MAX-ARCHIVE-POS
                    ADD 1 TO WS-PO-DEFERRED
                 WHEN OTHER
                    ADD 1 TO WS-AP-COUNT
                    MOVE WS-CURR-PO TO WS-AP-PO-NUMBER(WS-AP-COUNT)
                    MOVE 1 TO WS-AP-NEXT-SEQUENCE(WS-AP-COUNT)
                    MOVE 'N' TO WS-AP-DROPPED-FLAG(WS-AP-COUNT)
              END-EVALUATE
           END-IF.
      *
       JUDGE-ONE-PO-EXIT.
           EXIT.
      *
      *    Read SUPPINV through again for the invoices that billed
      *    an archived PO. Every invoice naming one is settled and
      *    bills only that PO - anything else held the PO back.
       SELECT-ARCHIVE-INVOICES.
      *
           MOVE LOW-VALUES TO IV-KEY.
           MOVE 'N' TO WS-EOF-FLAG.
           START INVOICE-FILE KEY NOT LESS THAN IV-KEY
                 INVALID KEY SET END-OF-INPUT TO TRUE
           END-START.
      *
           MOVE ZERO TO WS-CURR-INV-SUPPLIER.
           MOVE SPACES TO WS-CURR-INV-NUMBER.
           PERFORM UNTIL END-OF-INPUT
              READ INVOICE-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 IF IV-SUPPLIER-ID NOT EQUAL WS-CURR-INV-SUPPLIER
                    OR IV-INVOICE-NUMBER NOT EQUAL WS-CURR-INV-NUMBER
                    MOVE IV-SUPPLIER-ID TO WS-CURR-INV-SUPPLIER
                    MOVE IV-INVOICE-NUMBER TO WS-CURR-INV-NUMBER
                    MOVE 'N' TO WS-INV-LISTED-FLAG
                 END-IF
                 IF IV-DETAIL-RECORD AND NOT INVOICE-IS-LISTED
                    PERFORM LIST-ARCHIVE-INVOICE
                 END-IF
              END-IF
           END-PERFORM.
      *
       SELECT-ARCHIVE-INVOICES-EXIT.
           EXIT.
      *
      *    List the invoice against its archived PO. When the
      *    table is full the PO is dropped instead, and waits for
      *    the next run along with its invoices.
       LIST-ARCHIVE-INVOICE.
      *
           MOVE IV-PO-NUMBER TO WS-LOOKUP-PO.
           PERFORM FIND-ARCHIVE-PO.
           IF WS-FOUND-IX NOT EQUAL ZERO
              AND NOT AP-DROPPED(WS-FOUND-IX)
              SET INVOICE-IS-LISTED TO TRUE
              IF WS-AI-COUNT LESS THAN MAX-ARCHIVE-INVOICES
                 ADD 1 TO WS-AI-COUNT
                 MOVE IV-SUPPLIER-ID TO WS-AI-SUPPLIER(WS-AI-COUNT)
                 MOVE IV-INVOICE-NUMBER
                      TO WS-AI-INVOICE(WS-AI-COUNT)
                 MOVE WS-FOUND-IX TO WS-AI-PO-IX(WS-AI-COUNT)
              ELSE
                 SET AP-DROPPED(WS-FOUND-IX) TO TRUE
                 ADD 1 TO WS-PO-DEFERRED
              END-IF
           END-IF.
      *
       LIST-ARCHIVE-INVOICE-EXIT.
           EXIT.
      *
       FIND-ARCHIVE-PO.
      *
           MOVE ZERO TO WS-FOUND-IX.
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER THAN WS-AP-COUNT
                        OR WS-FOUND-IX NOT EQUAL ZERO
              IF WS-AP-PO-NUMBER(WS-IX) EQUAL WS-LOOKUP-PO
                 MOVE WS-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM.
      *
       FIND-ARCHIVE-PO-EXIT.
           EXIT.
      *
      *    Move each archived PO's header and lines to POHIST and
      *    delete them from PURCHORD.
       ARCHIVE-PURCHASE-ORDERS.
      *
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
                     UNTIL WS-HIST-IX GREATER THAN WS-AP-COUNT
              IF NOT AP-DROPPED(WS-HIST-IX)
                 ADD 1 TO WS-PO-ARCHIVED
                 PERFORM ARCHIVE-ONE-PO
              END-IF
           END-PERFORM.
      *
       ARCHIVE-PURCHASE-ORDERS-EXIT.
           EXIT.
      *
       ARCHIVE-ONE-PO.
      *
           MOVE WS-AP-PO-NUMBER(WS-HIST-IX) TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NUMBER.
           MOVE 'N' TO WS-SCAN-FLAG.
           START PURCHORD-FILE KEY NOT LESS THAN PO-KEY
                 INVALID KEY SET SCAN-DONE TO TRUE
           END-START.
      *
           PERFORM UNTIL SCAN-DONE
              READ PURCHORD-FILE NEXT
                   AT END SET SCAN-DONE TO TRUE
              END-READ
              IF NOT SCAN-DONE
                 IF PO-NUMBER NOT EQUAL WS-AP-PO-NUMBER(WS-HIST-IX)
                    SET SCAN-DONE TO TRUE
                 ELSE
                    SET AH-PO-RECORD TO TRUE
                    MOVE PURCHASE-ORDER-RECORD TO AH-IMAGE
                    PERFORM WRITE-HISTORY-ENTRY
                    DELETE PURCHORD-FILE RECORD
                    ADD 1 TO WS-PO-RECORDS
                 END-IF
              END-IF
           END-PERFORM.
      *
       ARCHIVE-ONE-PO-EXIT.
           EXIT.
      *
      *    Move each listed invoice, header and lines, to POHIST
      *    under its PO and delete it from SUPPINV.
       ARCHIVE-INVOICES.
      *
           PERFORM VARYING WS-IX FROM 1 BY 1
                     UNTIL WS-IX GREATER THAN WS-AI-COUNT
              MOVE WS-AI-PO-IX(WS-IX) TO WS-HIST-IX
              IF NOT AP-DROPPED(WS-HIST-IX)
                 ADD 1 TO WS-INV-ARCHIVED
                 PERFORM ARCHIVE-ONE-INVOICE
              END-IF
           END-PERFORM.
      *
       ARCHIVE-INVOICES-EXIT.
           EXIT.
      *
       ARCHIVE-ONE-INVOICE.
      *
           MOVE WS-AI-SUPPLIER(WS-IX) TO IV-SUPPLIER-ID.
           MOVE WS-AI-INVOICE(WS-IX) TO IV-INVOICE-NUMBER.
           MOVE ZERO TO IV-LINE-NUMBER.
           MOVE 'N' TO WS-SCAN-FLAG.
           START INVOICE-FILE KEY NOT LESS THAN IV-KEY
                 INVALID KEY SET SCAN-DONE TO TRUE
           END-START.
      *
           PERFORM UNTIL SCAN-DONE
              READ INVOICE-FILE NEXT
                   AT END SET SCAN-DONE TO TRUE
              END-READ
              IF NOT SCAN-DONE
                 IF IV-SUPPLIER-ID NOT EQUAL WS-AI-SUPPLIER(WS-IX)
                    OR IV-INVOICE-NUMBER
                       NOT EQUAL WS-AI-INVOICE(WS-IX)
                    SET SCAN-DONE TO TRUE
                 ELSE
                    SET AH-INVOICE-RECORD TO TRUE
                    MOVE SUPPLIER-INVOICE-RECORD TO AH-IMAGE
                    PERFORM WRITE-HISTORY-ENTRY
                    DELETE INVOICE-FILE RECORD
                    ADD 1 TO WS-INV-RECORDS
                 END-IF
              END-IF
           END-PERFORM.
      *
       ARCHIVE-ONE-INVOICE-EXIT.
           EXIT.
      *
      *    Split POREV: an archived PO's revisions to POHIST, every
      *    other entry to REVKEEP for the reload.
       SPLIT-REVISIONS.
      *
           OPEN INPUT REVISION-FILE.
           OPEN OUTPUT REVISION-KEEP-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ REVISION-FILE
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 MOVE RV-PO-NUMBER TO WS-LOOKUP-PO
                 PERFORM FIND-ARCHIVE-PO
                 IF WS-FOUND-IX NOT EQUAL ZERO
                    AND NOT AP-DROPPED(WS-FOUND-IX)
                    MOVE WS-FOUND-IX TO WS-HIST-IX
                    SET AH-REVISION-RECORD TO TRUE
                    MOVE PO-REVISION-RECORD TO AH-IMAGE
                    PERFORM WRITE-HISTORY-ENTRY
                    ADD 1 TO WS-REV-ARCHIVED
                 ELSE
                    WRITE REVISION-KEEP-RECORD FROM PO-REVISION-RECORD
                    ADD 1 TO WS-REV-KEPT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REVISION-FILE.
           CLOSE REVISION-KEEP-FILE.
      *
       SPLIT-REVISIONS-EXIT.
           EXIT.
      *
      *    Split CREDMEMO the same way - only settled or netted
      *    memos can name an archived PO, the rest held it back.
       SPLIT-CREDIT-MEMOS.
      *
           OPEN INPUT MEMO-FILE.
           OPEN OUTPUT MEMO-KEEP-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ MEMO-FILE
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 MOVE CM-PO-NUMBER TO WS-LOOKUP-PO
                 PERFORM FIND-ARCHIVE-PO
                 IF WS-FOUND-IX NOT EQUAL ZERO
                    AND NOT AP-DROPPED(WS-FOUND-IX)
                    MOVE WS-FOUND-IX TO WS-HIST-IX
                    SET AH-CREDIT-RECORD TO TRUE
                    MOVE CREDIT-MEMO-RECORD TO AH-IMAGE
                    PERFORM WRITE-HISTORY-ENTRY
                    ADD 1 TO WS-MEMO-ARCHIVED
                 ELSE
                    WRITE MEMO-KEEP-RECORD FROM CREDIT-MEMO-RECORD
                    ADD 1 TO WS-MEMO-KEPT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE MEMO-FILE.
           CLOSE MEMO-KEEP-FILE.
      *
       SPLIT-CREDIT-MEMOS-EXIT.
           EXIT.
      *
      *    Write the image in AH-IMAGE (kind already set) to
      *    POHIST at archive-table entry WS-HIST-IX's next
      *    sequence. A write that fails stops the run before the
      *    live record is touched.
       WRITE-HISTORY-ENTRY.
      *
           MOVE WS-AP-PO-NUMBER(WS-HIST-IX) TO AH-PO-NUMBER.
           MOVE WS-AP-NEXT-SEQUENCE(WS-HIST-IX) TO AH-SEQUENCE.
           ADD 1 TO WS-AP-NEXT-SEQUENCE(WS-HIST-IX).
           MOVE WS-RUN-DATE-X TO AH-ARCHIVE-DATE.
           WRITE PO-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY 'POARCH: POHIST WRITE FAILED - PO '
                            AH-PO-NUMBER ' STATUS ' WS-HIST-STATUS
                    STOP RUN
           END-WRITE.
      *
       WRITE-HISTORY-ENTRY-EXIT.
           EXIT.
      *
      *    Report the run and close everything.
       FINALIZE-RUN.
      *
           DISPLAY 'POARCH: RETENTION MONTHS:     ' RETENTION-MONTHS.
           DISPLAY 'POARCH: CUTOFF DATE:          ' WS-CUTOFF-DATE.
           IF ARCHIVING-SUSPENDED
              DISPLAY 'POARCH: NOTHING ARCHIVED - ' WS-SUSPEND-REASON
           END-IF.
           DISPLAY 'POARCH: POS ARCHIVED:         ' WS-PO-ARCHIVED.
           DISPLAY 'POARCH: PO RECORDS MOVED:     ' WS-PO-RECORDS.
           DISPLAY 'POARCH: INVOICES ARCHIVED:    ' WS-INV-ARCHIVED.
           DISPLAY 'POARCH: INVOICE RECORDS MOVED: ' WS-INV-RECORDS.
           DISPLAY 'POARCH: REVISIONS ARCHIVED:   ' WS-REV-ARCHIVED.
           DISPLAY 'POARCH: REVISIONS KEPT:       ' WS-REV-KEPT.
           DISPLAY 'POARCH: CREDIT MEMOS ARCHIVED: '
                   WS-MEMO-ARCHIVED.
           DISPLAY 'POARCH: CREDIT MEMOS KEPT:    ' WS-MEMO-KEPT.
           DISPLAY 'POARCH: POS HELD BACK:        ' WS-PO-HELD.
           IF WS-PO-DEFERRED GREATER THAN ZERO
              DISPLAY 'POARCH: POS LEFT FOR NEXT RUN: '
                      WS-PO-DEFERRED
           END-IF.
      *
           CLOSE INVOICE-FILE.
           CLOSE PURCHORD-FILE.
           CLOSE HISTORY-FILE.
      *
           MOVE WS-PO-ARCHIVED TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
