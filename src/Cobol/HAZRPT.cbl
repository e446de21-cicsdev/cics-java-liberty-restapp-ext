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
      * Nightly hazardous-storage compliance report, for the site
      * safety officer. Walks the LOCBAL part/location balances and
      * lists every balance with stock of a hazardous part (one
      * whose PARTCTRL entry carries a hazard class) sitting in a
      * location that is not compliant for it:
      *   - the location is not on the LOCMAST location master;
      *   - the location has been deactivated;
      *   - the location's permitted hazard classes do not include
      *     the part's class (HAZCOMPP, the same rule the receiving
      *     putaway and the stock transfer enforce).
      * RECVGDS and STKXFER refuse such moves as they happen, so a
      * line here is stock that predates the part's classification
      * or the location's permitted list, or was counted or
      * adjusted in - either way it needs moving. Each line gives
      * the part, its class and safety-data-sheet reference, the
      * location and zone, the quantity and the reason.
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
       PROGRAM-ID.              HAZRPT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT LOCBAL-FILE ASSIGN TO LOCBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LB-KEY
                  FILE STATUS IS WS-LOC-STATUS.
      *
           SELECT PARTCTRL-FILE ASSIGN TO PARTCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PART-ID
                  FILE STATUS IS WS-CTRL-STATUS.
      *
           SELECT LOCMAST-FILE ASSIGN TO LOCMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LM-LOCATION
                  FILE STATUS IS WS-LOCMAST-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT HAZARD-REPORT ASSIGN TO HAZRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The shared run-control file every nightly job registers
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
       FD  LOCBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBAL.
      *
       FD  PARTCTRL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTRL.
      *
       FD  LOCMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCMAST.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  HAZARD-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Shared hazard-compatibility work fields - see
      *    HAZCOMPW/HAZCOMPP.
           COPY HAZCOMPW.
      *
       01  WS-STORAGE.
           03 WS-LOC-STATUS             PIC X(2) VALUE '00'.
              88  LOC-STATUS-OK             VALUE '00'.
           03 WS-CTRL-STATUS            PIC X(2) VALUE '00'.
              88  CTRL-STATUS-OK            VALUE '00'.
           03 WS-LOCMAST-STATUS         PIC X(2) VALUE '00'.
              88  LOCMAST-STATUS-OK         VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-LOC-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-LOCBAL-FILE        VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
      *
      *    The balances are in part order, so the part's hazard
      *    class and SDS reference are looked up once per part.
           03 WS-LAST-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-PART-SDS-REFERENCE     PIC X(12) VALUE SPACES.
           03 WS-REASON                 PIC X(20) VALUE SPACES.
      *
           03 WS-BALANCES-READ          PIC 9(8) COMP VALUE ZERO.
           03 WS-HAZARD-BALANCES        PIC 9(8) COMP VALUE ZERO.
           03 WS-NONCOMPLIANT-COUNT     PIC 9(8) COMP VALUE ZERO.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(44) VALUE
                'HAZARDOUS STORAGE COMPLIANCE - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(56) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(32) VALUE 'DESCRIPTION'.
           03   FILLER                  PIC X(5) VALUE 'CLS'.
           03   FILLER                  PIC X(14) VALUE 'SDS REF'.
           03   FILLER                  PIC X(12) VALUE 'LOCATION'.
           03   FILLER                  PIC X(6) VALUE 'ZONE'.
           03   FILLER                  PIC X(10) VALUE 'QUANTITY'.
           03   FILLER                  PIC X(21) VALUE 'REASON'.
      *
      *    One line per non-compliant balance.
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DESCRIPTION          PIC X(30).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-HAZARD-CLASS         PIC X(3).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SDS-REFERENCE        PIC X(12).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-LOCATION             PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ZONE                 PIC X(4).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QUANTITY             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-REASON               PIC X(20).
           03   FILLER                  PIC X(1) VALUE SPACES.
      *
       01  REPORT-TEXT-LINE.
           03   RT-TEXT                 PIC X(40).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(60) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-LOCBAL-FILE
              READ LOCBAL-FILE NEXT
                   AT END SET END-OF-LOCBAL-FILE TO TRUE
              END-READ
              IF NOT END-OF-LOCBAL-FILE
                 ADD 1 TO WS-BALANCES-READ
                 IF LB-QUANTITY NUMERIC
                    AND LB-QUANTITY GREATER THAN ZERO
                    PERFORM CHECK-ONE-BALANCE
                 END-IF
              END-IF
           END-PERFORM.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'HAZRPT' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT LOCBAL-FILE.
           OPEN INPUT PARTCTRL-FILE.
           OPEN INPUT LOCMAST-FILE.
           OPEN INPUT SMPLXMPL-FILE.
           OPEN OUTPUT HAZARD-REPORT.
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
      *    A balance of a hazardous part must sit in an active
      *    location whose permitted list carries the part's class.
       CHECK-ONE-BALANCE.
      *
           IF LB-PART-ID NOT EQUAL WS-LAST-PART-ID
              PERFORM LOOK-UP-PART-HAZARD
           END-IF.
      *
           IF WS-HZ-PART-CLASS NOT EQUAL SPACES
              ADD 1 TO WS-HAZARD-BALANCES
              MOVE SPACES TO WS-REASON
              MOVE LB-LOCATION TO LM-LOCATION
              READ LOCMAST-FILE
                   INVALID KEY
                      MOVE 'NOT ON LOCATION FILE' TO WS-REASON
                   NOT INVALID KEY
                      IF LM-LOCATION-ACTIVE
                         PERFORM CHECK-HAZARD-COMPATIBLE
                         IF HZ-LOCATION-REFUSES
                            MOVE 'CLASS NOT PERMITTED' TO WS-REASON
                         END-IF
                      ELSE
                         MOVE 'LOCATION INACTIVE' TO WS-REASON
                      END-IF
              END-READ
              IF WS-REASON NOT EQUAL SPACES
                 PERFORM PRINT-NONCOMPLIANT-LINE
              END-IF
           END-IF.
      *
       CHECK-ONE-BALANCE-EXIT.
           EXIT.
      *
      *    The part's hazard class and SDS reference off PARTCTRL -
      *    a part with no control entry is not hazardous.
       LOOK-UP-PART-HAZARD.
      *
           MOVE LB-PART-ID TO WS-LAST-PART-ID.
           MOVE SPACES TO WS-HZ-PART-CLASS.
           MOVE SPACES TO WS-PART-SDS-REFERENCE.
           MOVE LB-PART-ID TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PC-HAZARD-CLASS TO WS-HZ-PART-CLASS
                   MOVE PC-SDS-REFERENCE TO WS-PART-SDS-REFERENCE
           END-READ.
      *
       LOOK-UP-PART-HAZARD-EXIT.
           EXIT.
      *
      *    One line for the safety officer - the part's description
      *    comes off SMPLXMPL, and a location not on the master has
      *    no zone to show.
       PRINT-NONCOMPLIANT-LINE.
      *
           MOVE LB-PART-ID TO RD-PART-ID.
           MOVE LB-PART-ID TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY
                   MOVE SPACES TO RD-DESCRIPTION
                NOT INVALID KEY
                   MOVE DESCRIPTION OF STOCK-PART-REC
                        TO RD-DESCRIPTION
           END-READ.
           MOVE WS-HZ-PART-CLASS TO RD-HAZARD-CLASS.
           MOVE WS-PART-SDS-REFERENCE TO RD-SDS-REFERENCE.
           MOVE LB-LOCATION TO RD-LOCATION.
           IF LOCMAST-STATUS-OK
              MOVE LM-ZONE TO RD-ZONE
           ELSE
              MOVE SPACES TO RD-ZONE
           END-IF.
           MOVE LB-QUANTITY TO RD-QUANTITY.
           MOVE WS-REASON TO RD-REASON.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO WS-NONCOMPLIANT-COUNT.
      *
       PRINT-NONCOMPLIANT-LINE-EXIT.
           EXIT.
      *
      *    Print the run totals, close the files and register the
      *    run's completion.
       FINALIZE-RUN.
      *
           MOVE 'BALANCES READ:' TO RT-TEXT.
           MOVE WS-BALANCES-READ TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'BALANCES OF HAZARDOUS PARTS:' TO RT-TEXT.
           MOVE WS-HAZARD-BALANCES TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'BALANCES IN NON-COMPLIANT LOCATIONS:' TO RT-TEXT.
           MOVE WS-NONCOMPLIANT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
      *
           DISPLAY 'HAZRPT: BALANCES READ:  ' WS-BALANCES-READ.
           DISPLAY 'HAZRPT: HAZARDOUS:      ' WS-HAZARD-BALANCES.
           DISPLAY 'HAZRPT: NON-COMPLIANT:  ' WS-NONCOMPLIANT-COUNT.
      *
           CLOSE LOCBAL-FILE.
           CLOSE PARTCTRL-FILE.
           CLOSE LOCMAST-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE HAZARD-REPORT.
      *
           MOVE WS-NONCOMPLIANT-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared hazard-compatibility paragraph - see HAZCOMPP.cpy.
           COPY HAZCOMPP.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
