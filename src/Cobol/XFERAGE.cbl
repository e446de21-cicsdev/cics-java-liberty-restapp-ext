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
      * In-transit transfer aging report. A transfer to an outlying
      * store is shipped out of its from-location by STKXFER and
      * sits in transit on XFERTRN until the destination confirms
      * what came off the van - and a van that never arrives, or a
      * receipt nobody keyed, used to be invisible. This run scans
      * XFERTRN for everything shipped and not yet received, sorts
      * by destination, oldest shipment first, and shows each
      * transfer's age in days with destination subtotals - the
      * chase list for whoever runs the vans.
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
       PROGRAM-ID.              XFERAGE.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT XFERTRN-FILE ASSIGN TO XFERTRN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS XT-TRANSFER-NUMBER
                  FILE STATUS IS WS-XFER-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT AGING-REPORT ASSIGN TO XFRAGER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  XFERTRN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XFERTRN.
      *
      *    Sort work record - destination, oldest shipment first.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-TO-LOCATION          PIC X(10).
           03   SR-SHIP-DATE            PIC X(8).
           03   SR-TRANSFER-NUMBER      PIC 9(8).
           03   SR-PART-ID              PIC 9(8).
           03   SR-FROM-LOCATION        PIC X(10).
           03   SR-QUANTITY             PIC 9(8).
           03   SR-SHIPPED-BY           PIC X(8).
      *
       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-XFER-STATUS            PIC X(2) VALUE '00'.
              88  XFER-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-XFER-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-XFER-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DATE-INT           PIC S9(9) COMP VALUE ZERO.
           03 WS-SHIP-DATE-NUM          PIC 9(8) VALUE ZERO.
           03 WS-DAYS-OLD               PIC S9(5) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-OPEN-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-OPEN-UNITS             PIC S9(11)
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-CURR-LOCATION          PIC X(10) VALUE SPACES.
           03 WS-LOC-COUNT              PIC 9(8) COMP VALUE ZERO.
           03 WS-LOC-UNITS              PIC S9(11)
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-FIRST-FLAG             PIC X(1) VALUE 'Y'.
              88  FIRST-SORTED-LINE         VALUE 'Y'.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(38) VALUE
                'TRANSFERS IN TRANSIT - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(52) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(12) VALUE 'TO LOCATION'.
           03   FILLER                  PIC X(10) VALUE 'TRANSFER'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(12) VALUE 'FROM'.
           03   FILLER                  PIC X(10) VALUE 'QUANTITY'.
           03   FILLER                  PIC X(10) VALUE 'SHIPPED'.
           03   FILLER                  PIC X(10) VALUE 'DAYS OLD'.
           03   FILLER                  PIC X(10) VALUE 'BY'.
           03   FILLER                  PIC X(16) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-TO-LOCATION          PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TRANSFER-NUMBER      PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-FROM-LOCATION        PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QUANTITY             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SHIP-DATE            PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DAYS-OLD             PIC ZZZZ9.
           03   FILLER                  PIC X(5) VALUE SPACES.
           03   RD-SHIPPED-BY           PIC X(8).
           03   FILLER                  PIC X(18) VALUE SPACES.
      *
       01  REPORT-LOC-LINE.
           03   FILLER                  PIC X(24) VALUE
                '  DESTINATION IN TRANSIT'.
           03   RL-LOC-COUNT            PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(10) VALUE
                ' TRANSFERS'.
           03   RL-LOC-UNITS            PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(6) VALUE
                ' UNITS'.
           03   FILLER                  PIC X(42) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   FILLER                  PIC X(24) VALUE
                'TOTAL IN TRANSIT:       '.
           03   RT-OPEN-COUNT           PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(10) VALUE
                ' TRANSFERS'.
           03   RT-OPEN-UNITS           PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(6) VALUE
                ' UNITS'.
           03   FILLER                  PIC X(42) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-TO-LOCATION
                                 SR-SHIP-DATE
                                 SR-TRANSFER-NUMBER
                INPUT PROCEDURE IS GATHER-IN-TRANSIT
                OUTPUT PROCEDURE IS PRINT-AGING.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           OPEN INPUT XFERTRN-FILE.
           OPEN OUTPUT AGING-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - every transfer shipped and not
      *    yet received.
       GATHER-IN-TRANSIT.
      *
           PERFORM UNTIL END-OF-XFER-FILE
              READ XFERTRN-FILE
                   AT END SET END-OF-XFER-FILE TO TRUE
              END-READ
              IF NOT END-OF-XFER-FILE
                 IF XT-STATUS-IN-TRANSIT
                    MOVE XT-TO-LOCATION TO SR-TO-LOCATION
                    MOVE XT-SHIP-DATE TO SR-SHIP-DATE
                    MOVE XT-TRANSFER-NUMBER TO SR-TRANSFER-NUMBER
                    MOVE XT-PART-ID TO SR-PART-ID
                    MOVE XT-FROM-LOCATION TO SR-FROM-LOCATION
                    MOVE XT-SHIPPED-QUANTITY TO SR-QUANTITY
                    MOVE XT-SHIPPED-BY TO SR-SHIPPED-BY
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.
      *
       GATHER-IN-TRANSIT-EXIT.
           EXIT.
      *
      *    SORT output procedure - destination groups with
      *    subtotals.
       PRINT-AGING.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM PRINT-ONE-TRANSFER
              END-IF
           END-PERFORM.
      *
           IF NOT FIRST-SORTED-LINE
              PERFORM PRINT-LOCATION-TOTAL
           END-IF.
           MOVE WS-OPEN-COUNT TO RT-OPEN-COUNT.
           MOVE WS-OPEN-UNITS TO RT-OPEN-UNITS.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       PRINT-AGING-EXIT.
           EXIT.
      *
       PRINT-ONE-TRANSFER.
      *
           IF FIRST-SORTED-LINE
              MOVE SR-TO-LOCATION TO WS-CURR-LOCATION
              MOVE 'N' TO WS-FIRST-FLAG
           ELSE
              IF SR-TO-LOCATION NOT EQUAL WS-CURR-LOCATION
                 PERFORM PRINT-LOCATION-TOTAL
                 MOVE SR-TO-LOCATION TO WS-CURR-LOCATION
              END-IF
           END-IF.
      *
           MOVE ZERO TO WS-DAYS-OLD.
           IF SR-SHIP-DATE NUMERIC
              MOVE SR-SHIP-DATE TO WS-SHIP-DATE-NUM
              COMPUTE WS-DAYS-OLD =
                      WS-RUN-DATE-INT -
                      FUNCTION INTEGER-OF-DATE(WS-SHIP-DATE-NUM)
           END-IF.
      *
           MOVE SR-TO-LOCATION TO RD-TO-LOCATION.
           MOVE SR-TRANSFER-NUMBER TO RD-TRANSFER-NUMBER.
           MOVE SR-PART-ID TO RD-PART-ID.
           MOVE SR-FROM-LOCATION TO RD-FROM-LOCATION.
           MOVE SR-QUANTITY TO RD-QUANTITY.
           MOVE SR-SHIP-DATE TO RD-SHIP-DATE.
           MOVE WS-DAYS-OLD TO RD-DAYS-OLD.
           MOVE SR-SHIPPED-BY TO RD-SHIPPED-BY.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           ADD 1 TO WS-OPEN-COUNT.
           ADD SR-QUANTITY TO WS-OPEN-UNITS.
           ADD 1 TO WS-LOC-COUNT.
           ADD SR-QUANTITY TO WS-LOC-UNITS.
      *
       PRINT-ONE-TRANSFER-EXIT.
           EXIT.
      *
       PRINT-LOCATION-TOTAL.
      *
           MOVE WS-LOC-COUNT TO RL-LOC-COUNT.
           MOVE WS-LOC-UNITS TO RL-LOC-UNITS.
           WRITE REPORT-LINE FROM REPORT-LOC-LINE.
           MOVE ZERO TO WS-LOC-COUNT.
           MOVE ZERO TO WS-LOC-UNITS.
      *
       PRINT-LOCATION-TOTAL-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'XFERAGE: TRANSFERS IN TRANSIT: ' WS-OPEN-COUNT.
           DISPLAY 'XFERAGE: UNITS IN TRANSIT:     ' WS-OPEN-UNITS.
      *
           CLOSE XFERTRN-FILE.
           CLOSE AGING-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
