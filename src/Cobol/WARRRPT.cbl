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
      * Monthly warranty report, in three parts:
      *
      *   - claims outstanding: every WARRCLM claim still open or
      *     with the supplier, oldest number first, with its age
      *     in days since it was opened and the value claimed,
      *     totalled by status - the chase list for the claims
      *     WCLMMNT has raised;
      *   - warranty credits awaiting settlement: the CREDMEMO
      *     entries a credited claim wrote (origin 'W') that are
      *     still unsettled or disputed, so the credit agreed is
      *     seen through CRMSETTL and not just promised;
      *   - units coming off warranty: every serial-controlled
      *     unit whose warranty expires in the report month, in
      *     expiry order, with the supplier and PO it came from -
      *     the last chance to claim on a unit that is playing up.
      *     A unit rejected back to the vendor is left out.
      *
      * The report month comes from a one-record WARRMTIN control
      * card (YYYYMM); an empty card reports the month after the
      * run, the one about to start.
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
       PROGRAM-ID.              WARRRPT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CLAIM-FILE ASSIGN TO WARRCLM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WC-CLAIM-NUMBER
                  FILE STATUS IS WS-CLAIM-STATUS.
      *
      *    CREDMEMO is a VSAM ESDS - entries are appended in write
      *    order and read back the same way.
           SELECT MEMO-FILE ASSIGN TO CREDMEMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MEMO-STATUS.
      *
           SELECT SERIAL-FILE ASSIGN TO SERIALNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SN-KEY
                  FILE STATUS IS WS-SERIAL-STATUS.
      *
           SELECT MONTH-CARD-FILE ASSIGN TO WARRMTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT WARRANTY-REPORT ASSIGN TO WARRRPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CLAIM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WARRCLM.
      *
       FD  MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRMEMO.
      *
       FD  SERIAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SERIALNO.
      *
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  MONTH-CARD                   PIC X(6).
      *
      *    Sort work record - expiring units, earliest expiry
      *    first.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-EXPIRY               PIC X(8).
           03   SR-PART-ID              PIC 9(8).
           03   SR-SERIAL-NUMBER        PIC X(15).
           03   SR-SUPPLIER-ID          PIC 9(8).
           03   SR-RECEIPT-PO           PIC 9(8).
           03   SR-LOT-NUMBER           PIC X(10).
           03   SR-STATUS               PIC X(1).
           03   SR-BASIS                PIC X(1).
      *
       FD  WARRANTY-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-CLAIM-STATUS           PIC X(2) VALUE '00'.
              88  CLAIM-STATUS-OK           VALUE '00'.
           03 WS-MEMO-STATUS            PIC X(2) VALUE '00'.
              88  MEMO-STATUS-OK            VALUE '00'.
           03 WS-SERIAL-STATUS          PIC X(2) VALUE '00'.
              88  SERIAL-STATUS-OK          VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-CLAIM-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-CLAIM-FILE         VALUE 'Y'.
           03 WS-MEMO-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MEMO-FILE          VALUE 'Y'.
           03 WS-SERIAL-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-SERIAL-FILE        VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DATE-INT           PIC S9(9) COMP VALUE ZERO.
           03 WS-RPT-PERIOD             PIC 9(6) VALUE ZERO.
           03 WS-OPENED-DATE-NUM        PIC 9(8) VALUE ZERO.
           03 WS-DAYS-OLD               PIC S9(5) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-OPEN-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-OPEN-VALUE             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-SUBMITTED-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-SUBMITTED-VALUE        PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-CREDIT-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-CREDIT-VALUE           PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-EXPIRING-COUNT         PIC 9(8) COMP VALUE ZERO.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(30) VALUE
                'WARRANTY REPORT - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(17) VALUE
                '   REPORT MONTH '.
           03   RH-PERIOD               PIC 9(6).
           03   FILLER                  PIC X(37) VALUE SPACES.
      *
      *    Part one - claims outstanding.
       01  CLAIM-HEADING-1.
           03   FILLER                  PIC X(100) VALUE
                'CLAIMS OUTSTANDING'.
      *
       01  CLAIM-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'CLAIM'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(17) VALUE 'SERIAL'.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'PO'.
           03   FILLER                  PIC X(10) VALUE 'FAILED'.
           03   FILLER                  PIC X(5)  VALUE 'DAYS'.
           03   FILLER                  PIC X(16) VALUE 'VALUE'.
           03   FILLER                  PIC X(12) VALUE 'STATUS'.
      *
       01  CLAIM-DETAIL-LINE.
           03   CD-CLAIM-NUMBER         PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CD-SERIAL-NUMBER        PIC X(15).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CD-SUPPLIER-ID          PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CD-PO-NUMBER            PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CD-FAILURE-DATE         PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CD-DAYS-OLD             PIC ZZZ9.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   CD-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   CD-STATUS               PIC X(9).
           03   FILLER                  PIC X(2) VALUE SPACES.
      *
       01  CLAIM-TOTAL-LINE.
           03   CT-LABEL                PIC X(24).
           03   CT-COUNT                PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(10) VALUE
                ' CLAIMS  '.
           03   CT-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(45) VALUE SPACES.
      *
      *    Part two - warranty credits awaiting settlement.
       01  CREDIT-HEADING-1.
           03   FILLER                  PIC X(100) VALUE
                'WARRANTY CREDITS AWAITING SETTLEMENT'.
      *
       01  CREDIT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'CLAIM'.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(10) VALUE 'PO'.
           03   FILLER                  PIC X(10) VALUE 'CREDITED'.
           03   FILLER                  PIC X(16) VALUE 'VALUE'.
           03   FILLER                  PIC X(34) VALUE 'STATUS'.
      *
       01  CREDIT-DETAIL-LINE.
           03   RD-CLAIM-NUMBER         PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SUPPLIER-ID          PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PO-NUMBER            PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-CREDIT-DATE          PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-STATUS               PIC X(9).
           03   FILLER                  PIC X(25) VALUE SPACES.
      *
      *    Part three - units coming off warranty.
       01  EXPIRY-HEADING-1.
           03   FILLER                  PIC X(100) VALUE
                'UNITS WHOSE WARRANTY EXPIRES IN THE REPORT MONTH'.
      *
       01  EXPIRY-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'EXPIRES'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(17) VALUE 'SERIAL'.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'PO'.
           03   FILLER                  PIC X(12) VALUE 'LOT'.
           03   FILLER                  PIC X(10) VALUE 'STATUS'.
           03   FILLER                  PIC X(21) VALUE 'FROM'.
      *
       01  EXPIRY-DETAIL-LINE.
           03   ED-EXPIRY               PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-SERIAL-NUMBER        PIC X(15).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-SUPPLIER-ID          PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-RECEIPT-PO           PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-LOT-NUMBER           PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-STATUS               PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-BASIS                PIC X(7).
           03   FILLER                  PIC X(14) VALUE SPACES.
      *
       01  REPORT-COUNT-LINE.
           03   RC-LABEL                PIC X(24).
           03   RC-COUNT                PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RC-VALUE                PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(54) VALUE SPACES.
      *
       01  EXPIRY-COUNT-LINE.
           03   FILLER                  PIC X(24) VALUE
                'UNITS EXPIRING:'.
           03   EC-COUNT                PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(69) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM PRINT-OUTSTANDING-CLAIMS.
           PERFORM PRINT-WARRANTY-CREDITS.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM EXPIRY-HEADING-1.
           WRITE REPORT-LINE FROM EXPIRY-HEADING-2.
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-EXPIRY
                                 SR-PART-ID
                                 SR-SERIAL-NUMBER
                INPUT PROCEDURE IS GATHER-EXPIRING-UNITS
                OUTPUT PROCEDURE IS PRINT-EXPIRING-UNITS.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           OPEN INPUT CLAIM-FILE.
           OPEN INPUT MEMO-FILE.
           OPEN INPUT SERIAL-FILE.
           OPEN INPUT MONTH-CARD-FILE.
           OPEN OUTPUT WARRANTY-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE SPACES TO MONTH-CARD.
           READ MONTH-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF MONTH-CARD NUMERIC
              MOVE MONTH-CARD TO WS-RPT-PERIOD
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-RPT-PERIOD
              IF WS-RPT-PERIOD(5:2) EQUAL '12'
      *          December reports next year's January.
                 ADD 89 TO WS-RPT-PERIOD
              ELSE
                 ADD 1 TO WS-RPT-PERIOD
              END-IF
           END-IF.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           MOVE WS-RPT-PERIOD TO RH-PERIOD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Part one - every claim still open or with the supplier,
      *    in claim-number order, then the totals by status.
       PRINT-OUTSTANDING-CLAIMS.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CLAIM-HEADING-1.
           WRITE REPORT-LINE FROM CLAIM-HEADING-2.
      *
           PERFORM UNTIL END-OF-CLAIM-FILE
              READ CLAIM-FILE
                   AT END SET END-OF-CLAIM-FILE TO TRUE
              END-READ
              IF NOT END-OF-CLAIM-FILE
                 IF WC-STATUS-OUTSTANDING
                    PERFORM PRINT-ONE-CLAIM
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE 'OPEN - NOT YET SENT:' TO CT-LABEL.
           MOVE WS-OPEN-COUNT TO CT-COUNT.
           MOVE WS-OPEN-VALUE TO CT-VALUE.
           WRITE REPORT-LINE FROM CLAIM-TOTAL-LINE.
           MOVE 'WITH THE SUPPLIER:' TO CT-LABEL.
           MOVE WS-SUBMITTED-COUNT TO CT-COUNT.
           MOVE WS-SUBMITTED-VALUE TO CT-VALUE.
           WRITE REPORT-LINE FROM CLAIM-TOTAL-LINE.
      *
       PRINT-OUTSTANDING-CLAIMS-EXIT.
           EXIT.
      *
       PRINT-ONE-CLAIM.
      *
           MOVE ZERO TO WS-DAYS-OLD.
           IF WC-OPENED-DATE NUMERIC
              MOVE WC-OPENED-DATE TO WS-OPENED-DATE-NUM
              COMPUTE WS-DAYS-OLD =
                      WS-RUN-DATE-INT -
                      FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE-NUM)
           END-IF.
      *
           MOVE WC-CLAIM-NUMBER TO CD-CLAIM-NUMBER.
           MOVE WC-PART-ID TO CD-PART-ID.
           MOVE WC-SERIAL-NUMBER TO CD-SERIAL-NUMBER.
           MOVE WC-SUPPLIER-ID TO CD-SUPPLIER-ID.
           MOVE WC-PO-NUMBER TO CD-PO-NUMBER.
           MOVE WC-FAILURE-DATE TO CD-FAILURE-DATE.
           MOVE WS-DAYS-OLD TO CD-DAYS-OLD.
           MOVE WC-CLAIM-VALUE TO CD-VALUE.
           IF WC-STATUS-OPEN
              MOVE 'OPEN' TO CD-STATUS
              ADD 1 TO WS-OPEN-COUNT
              ADD WC-CLAIM-VALUE TO WS-OPEN-VALUE
           ELSE
              MOVE 'SUBMITTED' TO CD-STATUS
              ADD 1 TO WS-SUBMITTED-COUNT
              ADD WC-CLAIM-VALUE TO WS-SUBMITTED-VALUE
           END-IF.
           WRITE REPORT-LINE FROM CLAIM-DETAIL-LINE.
      *
       PRINT-ONE-CLAIM-EXIT.
           EXIT.
      *
      *    Part two - the warranty credit memos accounts payable
      *    has not yet settled (disputed ones print flagged).
       PRINT-WARRANTY-CREDITS.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CREDIT-HEADING-1.
           WRITE REPORT-LINE FROM CREDIT-HEADING-2.
      *
           PERFORM UNTIL END-OF-MEMO-FILE
              READ MEMO-FILE
                   AT END SET END-OF-MEMO-FILE TO TRUE
              END-READ
              IF NOT END-OF-MEMO-FILE
                 IF CM-FROM-WARRANTY
                    AND (CM-UNSETTLED OR CM-DISPUTED)
                    PERFORM PRINT-ONE-CREDIT
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE 'CREDITS UNSETTLED:' TO RC-LABEL.
           MOVE WS-CREDIT-COUNT TO RC-COUNT.
           MOVE WS-CREDIT-VALUE TO RC-VALUE.
           WRITE REPORT-LINE FROM REPORT-COUNT-LINE.
      *
       PRINT-WARRANTY-CREDITS-EXIT.
           EXIT.
      *
       PRINT-ONE-CREDIT.
      *
           MOVE CM-CLAIM-NUMBER TO RD-CLAIM-NUMBER.
           MOVE CM-SUPPLIER-ID TO RD-SUPPLIER-ID.
           MOVE CM-PART-ID TO RD-PART-ID.
           MOVE CM-PO-NUMBER TO RD-PO-NUMBER.
           MOVE CM-RTV-DATE TO RD-CREDIT-DATE.
           MOVE CM-VALUE TO RD-VALUE.
           IF CM-DISPUTED
              MOVE 'DISPUTED' TO RD-STATUS
           ELSE
              MOVE 'UNSETTLED' TO RD-STATUS
           END-IF.
           WRITE REPORT-LINE FROM CREDIT-DETAIL-LINE.
      *
           ADD 1 TO WS-CREDIT-COUNT.
           ADD CM-VALUE TO WS-CREDIT-VALUE.
      *
       PRINT-ONE-CREDIT-EXIT.
           EXIT.
      *
      *    SORT input procedure - every unit still ours or out in
      *    service whose warranty runs out in the report month.
       GATHER-EXPIRING-UNITS.
      *
           PERFORM UNTIL END-OF-SERIAL-FILE
              READ SERIAL-FILE
                   AT END SET END-OF-SERIAL-FILE TO TRUE
              END-READ
              IF NOT END-OF-SERIAL-FILE
                 IF (SN-WARRANTY-FROM-RECEIPT
                     OR SN-WARRANTY-FROM-ISSUE)
                    AND NOT SN-STATUS-REJECTED
                    AND SN-WARRANTY-EXPIRY(1:6) EQUAL WS-RPT-PERIOD
                    MOVE SN-WARRANTY-EXPIRY TO SR-EXPIRY
                    MOVE SN-PART-ID TO SR-PART-ID
                    MOVE SN-SERIAL-NUMBER TO SR-SERIAL-NUMBER
                    MOVE SN-SUPPLIER-ID TO SR-SUPPLIER-ID
                    MOVE SN-RECEIPT-PO TO SR-RECEIPT-PO
                    MOVE SN-LOT-NUMBER TO SR-LOT-NUMBER
                    MOVE SN-STATUS TO SR-STATUS
                    MOVE SN-WARRANTY-BASIS TO SR-BASIS
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.
      *
       GATHER-EXPIRING-UNITS-EXIT.
           EXIT.
      *
      *    SORT output procedure - one line per unit, then the
      *    count.
       PRINT-EXPIRING-UNITS.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM PRINT-ONE-UNIT
              END-IF
           END-PERFORM.
      *
           MOVE WS-EXPIRING-COUNT TO EC-COUNT.
           WRITE REPORT-LINE FROM EXPIRY-COUNT-LINE.
      *
       PRINT-EXPIRING-UNITS-EXIT.
           EXIT.
      *
       PRINT-ONE-UNIT.
      *
           MOVE SR-EXPIRY TO ED-EXPIRY.
           MOVE SR-PART-ID TO ED-PART-ID.
           MOVE SR-SERIAL-NUMBER TO ED-SERIAL-NUMBER.
           MOVE SR-SUPPLIER-ID TO ED-SUPPLIER-ID.
           MOVE SR-RECEIPT-PO TO ED-RECEIPT-PO.
           MOVE SR-LOT-NUMBER TO ED-LOT-NUMBER.
           EVALUATE SR-STATUS
              WHEN 'S'
                 MOVE 'IN STOCK' TO ED-STATUS
              WHEN 'I'
                 MOVE 'ISSUED' TO ED-STATUS
              WHEN 'H'
                 MOVE 'HELD' TO ED-STATUS
              WHEN 'O'
                 MOVE 'REPAIR' TO ED-STATUS
              WHEN OTHER
                 MOVE SR-STATUS TO ED-STATUS
           END-EVALUATE.
           IF SR-BASIS EQUAL 'I'
              MOVE 'ISSUE' TO ED-BASIS
           ELSE
              MOVE 'RECEIPT' TO ED-BASIS
           END-IF.
           WRITE REPORT-LINE FROM EXPIRY-DETAIL-LINE.
      *
           ADD 1 TO WS-EXPIRING-COUNT.
      *
       PRINT-ONE-UNIT-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'WARRRPT: CLAIMS OPEN:        ' WS-OPEN-COUNT.
           DISPLAY 'WARRRPT: CLAIMS SUBMITTED:   ' WS-SUBMITTED-COUNT.
           DISPLAY 'WARRRPT: CREDITS UNSETTLED:  ' WS-CREDIT-COUNT.
           DISPLAY 'WARRRPT: UNITS EXPIRING:     ' WS-EXPIRING-COUNT.
      *
           CLOSE CLAIM-FILE.
           CLOSE MEMO-FILE.
           CLOSE SERIAL-FILE.
           CLOSE MONTH-CARD-FILE.
           CLOSE WARRANTY-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
