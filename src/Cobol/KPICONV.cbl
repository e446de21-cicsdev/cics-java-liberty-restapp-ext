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
      * One-off KPIHIST conversion. KPIHIST was keyed on the
      * business date alone, with 65-byte records; it is now keyed
      * on the date and a category code (TURNRPT stores one record
      * per category beside the daily one) and the record is 69
      * bytes, with the monthly turns, days of supply and line fill
      * rate following the original figures. A plain copy of the
      * old history into the new cluster would leave every field
      * after the date four bytes out of place.
      *
      * Run once, between unloading the old cluster to a flat file
      * (KPIOLD) and opening the redefined cluster to the nightly
      * suite. Each old record is written to the new KPIHIST as
      * the daily record for its date - category blank - with its
      * figures in their new places, and the turns, days of supply
      * and fill rate zero until the monthly jobs set them. The
      * old file is in date order, so the new one loads in key
      * order.
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
       PROGRAM-ID.              KPICONV.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The old cluster, unloaded in key (date) order.
           SELECT OLD-KPI-FILE ASSIGN TO KPIOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OLD-STATUS.
      *
      *    The redefined cluster, empty at the start of the run.
           SELECT KPI-FILE ASSIGN TO KPIHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KP-KEY
                  FILE STATUS IS WS-KPI-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    The 65-byte record as it stood before the category key.
       FD  OLD-KPI-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 65 CHARACTERS.
       01  OLD-KPI-RECORD.
           03   OK-BUSINESS-DATE        PIC 9(8) DISPLAY.
           03   OK-STOCK-VALUE          PIC 9(13)V99
                                        PACKED-DECIMAL.
           03   OK-OPEN-BACKORDERS      PIC 9(8) DISPLAY.
           03   OK-RESERVED-UNITS       PIC 9(9) DISPLAY.
           03   OK-RESERVED-PCT         PIC 9(3)V9
                                        PACKED-DECIMAL.
           03   OK-POS-RELEASED         PIC 9(6) DISPLAY.
           03   OK-RELEASED-VALUE       PIC 9(13)V99
                                        PACKED-DECIMAL.
           03   OK-COUNT-ACCURACY-PCT   PIC 9(3)V9
                                        PACKED-DECIMAL.
           03   FILLER                  PIC X(12).
      *
       FD  KPI-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KPIREC.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-OLD-STATUS             PIC X(2) VALUE '00'.
              88  OLD-STATUS-OK             VALUE '00'.
           03 WS-KPI-STATUS             PIC X(2) VALUE '00'.
              88  KPI-STATUS-OK             VALUE '00'.
           03 WS-OLD-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-OLD-FILE           VALUE 'Y'.
           03 WS-READ-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-WRITTEN-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-REJECTED-COUNT         PIC 9(8) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-OLD-FILE
              READ OLD-KPI-FILE
                   AT END SET END-OF-OLD-FILE TO TRUE
              END-READ
              IF NOT END-OF-OLD-FILE
                 ADD 1 TO WS-READ-COUNT
                 PERFORM CONVERT-ONE-RECORD
              END-IF
           END-PERFORM.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           OPEN INPUT OLD-KPI-FILE.
           OPEN OUTPUT KPI-FILE.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Rebuild one record in the new layout. A date out of
      *    order or already written is reported and left out.
       CONVERT-ONE-RECORD.
      *
           MOVE SPACES TO KPI-RECORD.
           MOVE OK-BUSINESS-DATE TO KP-BUSINESS-DATE.
           MOVE SPACES TO KP-CATEGORY-CODE.
           MOVE OK-STOCK-VALUE TO KP-STOCK-VALUE.
           MOVE OK-OPEN-BACKORDERS TO KP-OPEN-BACKORDERS.
           MOVE OK-RESERVED-UNITS TO KP-RESERVED-UNITS.
           MOVE OK-RESERVED-PCT TO KP-RESERVED-PCT.
           MOVE OK-POS-RELEASED TO KP-POS-RELEASED.
           MOVE OK-RELEASED-VALUE TO KP-RELEASED-VALUE.
           MOVE OK-COUNT-ACCURACY-PCT TO KP-COUNT-ACCURACY-PCT.
           MOVE ZERO TO KP-INVENTORY-TURNS.
           MOVE ZERO TO KP-DAYS-OF-SUPPLY.
           MOVE ZERO TO KP-LINE-FILL-PCT.
      *
           WRITE KPI-RECORD
                 INVALID KEY
                    ADD 1 TO WS-REJECTED-COUNT
                    DISPLAY 'KPICONV: NOT LOADED - DATE '
                            OK-BUSINESS-DATE
                 NOT INVALID KEY
                    ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
      *
       CONVERT-ONE-RECORD-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'KPICONV: OLD RECORDS READ:  ' WS-READ-COUNT.
           DISPLAY 'KPICONV: RECORDS WRITTEN:   ' WS-WRITTEN-COUNT.
           DISPLAY 'KPICONV: RECORDS NOT LOADED:' WS-REJECTED-COUNT.
      *
           CLOSE OLD-KPI-FILE.
           CLOSE KPI-FILE.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
