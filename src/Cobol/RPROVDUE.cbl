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
      * Overdue-repairs run. RPRGOODS files a REPAIRS order with an
      * expected return date for every repairable unit sent out,
      * and a unit that is late coming back is stock nobody can
      * issue. This job walks REPAIRS for every order still out
      * whose expected date has passed, sorts them by repairer,
      * and prints the list for the buyers - each repairer's name
      * and phone from SUPPMAST, then the units it has overdue
      * with their serial, repair PO and days late - so the chase
      * is one call per repairer.
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
       PROGRAM-ID.              RPROVDUE.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REPAIRS-FILE ASSIGN TO REPAIRS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RO-KEY
                  FILE STATUS IS WS-REPAIR-STATUS.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT OVERDUE-REPORT ASSIGN TO RPROVRPT
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
       FD  REPAIRS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPRORD.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
      *    Sort work record - repairer first, so one repairer's
      *    late units group into one phone call.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-REPAIRER             PIC 9(8).
           03   SR-EXPECTED-DATE        PIC X(8).
           03   SR-PART-ID              PIC 9(8).
           03   SR-SEQUENCE             PIC 9(3).
           03   SR-SERIAL-NUMBER        PIC X(15).
           03   SR-REPAIR-PO-NUMBER     PIC 9(8).
           03   SR-SENT-DATE            PIC X(8).
           03   SR-DAYS-LATE            PIC 9(5).
           03   SR-QUANTITY             PIC 9(8).
      *
       FD  OVERDUE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-REPAIR-STATUS          PIC X(2) VALUE '00'.
              88  REPAIR-STATUS-OK          VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-REPAIR-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-REPAIR-FILE        VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DATE-INT           PIC S9(9) COMP VALUE ZERO.
           03 WS-EXPECTED-NUM           PIC 9(8) VALUE ZERO.
           03 WS-DAYS-LATE              PIC S9(5) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-LATE-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-LATE-QUANTITY          PIC 9(9) COMP VALUE ZERO.
           03 WS-CURR-REPAIRER          PIC 9(8) VALUE ZERO.
           03 WS-REPAIRER-COUNT         PIC 9(8) COMP VALUE ZERO.
           03 WS-FIRST-FLAG             PIC X(1) VALUE 'Y'.
              88  FIRST-SORTED-LINE         VALUE 'Y'.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(34) VALUE
                'OVERDUE REPAIRS - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(56) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(5) VALUE 'SEQ'.
           03   FILLER                  PIC X(17) VALUE 'SERIAL'.
           03   FILLER                  PIC X(10) VALUE 'REPAIR PO'.
           03   FILLER                  PIC X(10) VALUE 'SENT'.
           03   FILLER                  PIC X(10) VALUE 'EXPECTED'.
           03   FILLER                  PIC X(10) VALUE 'DAYS LATE'.
           03   FILLER                  PIC X(8) VALUE 'QTY'.
           03   FILLER                  PIC X(20) VALUE SPACES.
      *
      *    Repairer group heading - who to ring.
       01  REPORT-REPAIRER-LINE.
           03   FILLER                  PIC X(10) VALUE
                'REPAIRER '.
           03   RR-REPAIRER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RR-REPAIRER-NAME        PIC X(40).
           03   FILLER                  PIC X(8) VALUE
                ' PHONE '.
           03   RR-PHONE                PIC X(15).
           03   FILLER                  PIC X(17) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SEQUENCE             PIC ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SERIAL-NUMBER        PIC X(15).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-REPAIR-PO-NUMBER     PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SENT-DATE            PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-EXPECTED-DATE        PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DAYS-LATE            PIC ZZZZ9.
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RD-QUANTITY             PIC ZZZZZZZ9.
           03   FILLER                  PIC X(22) VALUE SPACES.
      *
      *    Per-repairer subtotal line.
       01  REPORT-REPAIRER-TOTAL.
           03   FILLER                  PIC X(20) VALUE
                '  REPAIRER TOTAL -'.
           03   RS-REPAIRER-COUNT       PIC ZZZ9.
           03   FILLER                  PIC X(15) VALUE
                ' ORDERS OVERDUE'.
           03   FILLER                  PIC X(61) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   FILLER                  PIC X(26) VALUE
                'TOTAL OVERDUE REPAIRS:   '.
           03   RT-LATE-COUNT           PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(10) VALUE
                '   UNITS'.
           03   RT-LATE-QUANTITY        PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(46) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-REPAIRER
                                 SR-EXPECTED-DATE
                                 SR-PART-ID
                                 SR-SEQUENCE
                INPUT PROCEDURE IS GATHER-LATE-REPAIRS
                OUTPUT PROCEDURE IS PRINT-OVERDUE-LIST.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open every file, register the run, and print the
      *    headings.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           MOVE 'RPROVDUE' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT REPAIRS-FILE.
           OPEN INPUT SUPPMAST-FILE.
           OPEN OUTPUT OVERDUE-REPORT.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - every order still out whose
      *    expected return date has passed.
       GATHER-LATE-REPAIRS.
      *
           PERFORM UNTIL END-OF-REPAIR-FILE
              READ REPAIRS-FILE
                   AT END SET END-OF-REPAIR-FILE TO TRUE
              END-READ
              IF NOT END-OF-REPAIR-FILE
                 IF RO-STATUS-OUT
                    AND RO-EXPECTED-DATE NUMERIC
                    MOVE RO-EXPECTED-DATE TO WS-EXPECTED-NUM
                    IF WS-EXPECTED-NUM LESS THAN WS-RUN-DATE
                       PERFORM RELEASE-LATE-REPAIR
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       GATHER-LATE-REPAIRS-EXIT.
           EXIT.
      *
       RELEASE-LATE-REPAIR.
      *
           COMPUTE WS-DAYS-LATE =
                   WS-RUN-DATE-INT -
                   FUNCTION INTEGER-OF-DATE(WS-EXPECTED-NUM).
      *
           MOVE RO-REPAIRER-ID TO SR-REPAIRER.
           MOVE RO-EXPECTED-DATE TO SR-EXPECTED-DATE.
           MOVE RO-PART-ID TO SR-PART-ID.
           MOVE RO-SEQUENCE TO SR-SEQUENCE.
           MOVE RO-SERIAL-NUMBER TO SR-SERIAL-NUMBER.
           MOVE RO-REPAIR-PO-NUMBER TO SR-REPAIR-PO-NUMBER.
           MOVE RO-SENT-DATE TO SR-SENT-DATE.
           MOVE WS-DAYS-LATE TO SR-DAYS-LATE.
           MOVE RO-QUANTITY TO SR-QUANTITY.
           RELEASE SORT-RECORD.
      *
       RELEASE-LATE-REPAIR-EXIT.
           EXIT.
      *
      *    SORT output procedure - print repairer by repairer, each
      *    under its name and phone, with subtotals.
       PRINT-OVERDUE-LIST.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM PRINT-ONE-LATE-REPAIR
              END-IF
           END-PERFORM.
      *
           IF NOT FIRST-SORTED-LINE
              PERFORM PRINT-REPAIRER-TOTAL
           END-IF.
           MOVE WS-LATE-COUNT TO RT-LATE-COUNT.
           MOVE WS-LATE-QUANTITY TO RT-LATE-QUANTITY.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       PRINT-OVERDUE-LIST-EXIT.
           EXIT.
      *
       PRINT-ONE-LATE-REPAIR.
      *
           IF FIRST-SORTED-LINE
              MOVE SR-REPAIRER TO WS-CURR-REPAIRER
              MOVE 'N' TO WS-FIRST-FLAG
              PERFORM PRINT-REPAIRER-HEADING
           ELSE
              IF SR-REPAIRER NOT EQUAL WS-CURR-REPAIRER
                 PERFORM PRINT-REPAIRER-TOTAL
                 MOVE SR-REPAIRER TO WS-CURR-REPAIRER
                 PERFORM PRINT-REPAIRER-HEADING
              END-IF
           END-IF.
      *
           MOVE SR-PART-ID TO RD-PART-ID.
           MOVE SR-SEQUENCE TO RD-SEQUENCE.
           MOVE SR-SERIAL-NUMBER TO RD-SERIAL-NUMBER.
           MOVE SR-REPAIR-PO-NUMBER TO RD-REPAIR-PO-NUMBER.
           MOVE SR-SENT-DATE TO RD-SENT-DATE.
           MOVE SR-EXPECTED-DATE TO RD-EXPECTED-DATE.
           MOVE SR-DAYS-LATE TO RD-DAYS-LATE.
           MOVE SR-QUANTITY TO RD-QUANTITY.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           ADD 1 TO WS-LATE-COUNT.
           ADD 1 TO WS-REPAIRER-COUNT.
           ADD SR-QUANTITY TO WS-LATE-QUANTITY.
      *
       PRINT-ONE-LATE-REPAIR-EXIT.
           EXIT.
      *
      *    Name the repairer the following units are at - one not
      *    on SUPPMAST any more prints with its number alone.
       PRINT-REPAIRER-HEADING.
      *
           MOVE SR-REPAIRER TO RR-REPAIRER.
           MOVE SR-REPAIRER TO SM-SUPPLIER-ID.
           READ SUPPMAST-FILE
                INVALID KEY
                   MOVE 'NOT ON SUPPLIER MASTER' TO RR-REPAIRER-NAME
                   MOVE SPACES TO RR-PHONE
                NOT INVALID KEY
                   MOVE SM-SUPPLIER-NAME TO RR-REPAIRER-NAME
                   MOVE SM-PHONE TO RR-PHONE
           END-READ.
           WRITE REPORT-LINE FROM REPORT-REPAIRER-LINE.
      *
       PRINT-REPAIRER-HEADING-EXIT.
           EXIT.
      *
       PRINT-REPAIRER-TOTAL.
      *
           MOVE WS-REPAIRER-COUNT TO RS-REPAIRER-COUNT.
           WRITE REPORT-LINE FROM REPORT-REPAIRER-TOTAL.
           MOVE ZERO TO WS-REPAIRER-COUNT.
      *
       PRINT-REPAIRER-TOTAL-EXIT.
           EXIT.
      *
      *    Report the run, close everything, and register the
      *    completion with the orders listed.
       FINALIZE-RUN.
      *
           DISPLAY 'RPROVDUE: OVERDUE REPAIRS: ' WS-LATE-COUNT.
           DISPLAY 'RPROVDUE: UNITS OVERDUE:   ' WS-LATE-QUANTITY.
      *
           CLOSE REPAIRS-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE OVERDUE-REPORT.
      *
           MOVE WS-LATE-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
