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
      * Weekly carrier punctuality report, by supplier. Reads the
      * DOCKAPPT dock appointments for the seven days before the
      * run date and settles each one that was not cancelled:
      *   - on time  - RECVGDS marked it arrived by the slot end;
      *   - late     - it arrived after the slot end, or on a
      *                later day;
      *   - no-show  - the day went by with nothing received
      *                against it.
      * Every late arrival and no-show is listed under its
      * supplier (name off SUPPMAST) with the door, slot, carrier
      * and delivery, followed by the supplier's counts and
      * on-time percentage, so purchasing can take the numbers
      * to the supplier instead of an impression of Monday
      * morning. A supplier whose trucks were all on time prints
      * the counts line alone.
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
       PROGRAM-ID.              DOCKRPT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    DOCKAPPT is date-major, so the week is one START and a
      *    forward read.
           SELECT DOCKAPPT-FILE ASSIGN TO DOCKAPPT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DA-KEY
                  FILE STATUS IS WS-APPT-STATUS.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT PUNCTUALITY-REPORT ASSIGN TO DOCKRPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DOCKAPPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DOCKAPPT.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
      *    Sort work record - one per settled appointment, in
      *    supplier and appointment order.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-SUPPLIER             PIC 9(8).
           03   SR-APPT-DATE            PIC X(8).
           03   SR-DOOR-ID              PIC X(4).
           03   SR-SLOT-START           PIC 9(4).
           03   SR-SLOT-END             PIC 9(4).
           03   SR-CARRIER              PIC X(20).
           03   SR-DELIVERY             PIC X(10).
           03   SR-OUTCOME              PIC X(1).
                88  SR-ON-TIME              VALUE 'O'.
                88  SR-LATE                 VALUE 'L'.
                88  SR-NO-SHOW              VALUE 'N'.
           03   SR-ARRIVED-DATE         PIC X(8).
           03   SR-ARRIVED-TIME         PIC 9(4).
      *
       FD  PUNCTUALITY-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-APPT-STATUS            PIC X(2) VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
           03 WS-APPT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-APPT-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-FIRST-RECORD-FLAG      PIC X(1) VALUE 'Y'.
              88  FIRST-SORT-RECORD         VALUE 'Y'.
      *
      *    The week reported - the seven days before the run date.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-FROM-DATE              PIC 9(8) VALUE ZERO.
           03 WS-TO-DATE                PIC 9(8) VALUE ZERO.
           03 WS-RUN-INTEGER            PIC S9(9) COMP VALUE ZERO.
      *
      *    Current-supplier control-break accumulators.
           03 WS-CURRENT-SUPPLIER       PIC 9(8) VALUE ZERO.
           03 WS-SP-BOOKED              PIC 9(5) COMP VALUE ZERO.
           03 WS-SP-ON-TIME             PIC 9(5) COMP VALUE ZERO.
           03 WS-SP-LATE                PIC 9(5) COMP VALUE ZERO.
           03 WS-SP-NO-SHOW             PIC 9(5) COMP VALUE ZERO.
      *
      *    Whole-report totals.
           03 WS-ALL-BOOKED             PIC 9(7) COMP VALUE ZERO.
           03 WS-ALL-ON-TIME            PIC 9(7) COMP VALUE ZERO.
           03 WS-ALL-LATE               PIC 9(7) COMP VALUE ZERO.
           03 WS-ALL-NO-SHOW            PIC 9(7) COMP VALUE ZERO.
      *
      *    Figures handed to PRINT-COUNTS-LINE.
           03 WS-FG-BOOKED              PIC 9(7) COMP VALUE ZERO.
           03 WS-FG-ON-TIME             PIC 9(7) COMP VALUE ZERO.
           03 WS-FG-LATE                PIC 9(7) COMP VALUE ZERO.
           03 WS-FG-NO-SHOW             PIC 9(7) COMP VALUE ZERO.
           03 WS-FG-PERCENT             PIC 9(3)V9 VALUE ZERO.
      *
      *    A delivery with no ASN shows its PO instead.
       01  WS-PO-DELIVERY.
           03   FILLER                  PIC X(2)  VALUE 'PO'.
           03   WS-PO-DELIVERY-NUMBER   PIC 9(8).
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(36) VALUE
                'CARRIER PUNCTUALITY BY SUPPLIER -'.
           03   RH-FROM-DATE            PIC 9(8).
           03   FILLER                  PIC X(4)  VALUE ' TO '.
           03   RH-TO-DATE              PIC 9(8).
           03   FILLER                  PIC X(44) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'DATE'.
           03   FILLER                  PIC X(6)  VALUE 'DOOR'.
           03   FILLER                  PIC X(11) VALUE 'SLOT'.
           03   FILLER                  PIC X(22) VALUE 'CARRIER'.
           03   FILLER                  PIC X(12) VALUE 'DELIVERY'.
           03   FILLER                  PIC X(9)  VALUE 'OUTCOME'.
           03   FILLER                  PIC X(30) VALUE 'ARRIVED'.
      *
      *    Supplier heading, printed at each new supplier.
       01  REPORT-SUPPLIER-LINE.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   RS-SUPPLIER             PIC 9(8).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RS-SUPPLIER-NAME        PIC X(40).
           03   FILLER                  PIC X(40) VALUE SPACES.
      *
      *    One line per late arrival or no-show.
       01  REPORT-DETAIL-LINE.
           03   RD-APPT-DATE            PIC X(8).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-DOOR-ID              PIC X(4).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-SLOT-START           PIC 9(4).
           03   FILLER                  PIC X(1)  VALUE '-'.
           03   RD-SLOT-END             PIC 9(4).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-CARRIER              PIC X(20).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-DELIVERY             PIC X(10).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-OUTCOME              PIC X(7).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-ARRIVED-DATE         PIC X(8).
           03   FILLER                  PIC X(1)  VALUE SPACES.
           03   RD-ARRIVED-TIME         PIC X(4).
           03   FILLER                  PIC X(17) VALUE SPACES.
      *
      *    A supplier's counts, and the same for the whole report.
       01  REPORT-COUNTS-LINE.
           03   RC-TEXT                 PIC X(16).
           03   FILLER                  PIC X(7)  VALUE 'BOOKED '.
           03   RC-BOOKED               PIC ZZZZZZ9.
           03   FILLER                  PIC X(10) VALUE '  ON TIME '.
           03   RC-ON-TIME              PIC ZZZZZZ9.
           03   FILLER                  PIC X(7)  VALUE '  LATE '.
           03   RC-LATE                 PIC ZZZZZZ9.
           03   FILLER                  PIC X(10) VALUE '  NO-SHOW '.
           03   RC-NO-SHOW              PIC ZZZZZZ9.
           03   FILLER                  PIC X(11) VALUE
                '  ON TIME% '.
           03   RC-PERCENT              PIC ZZ9.9.
           03   FILLER                  PIC X(6)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SUPPLIER
                ON ASCENDING KEY SR-APPT-DATE
                ON ASCENDING KEY SR-DOOR-ID
                ON ASCENDING KEY SR-SLOT-START
                INPUT PROCEDURE IS SELECT-WEEK-APPOINTMENTS
                OUTPUT PROCEDURE IS PRINT-SUPPLIER-PUNCTUALITY.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open the files, lay out the week and print the headings.
       INITIALIZE-RUN.
      *
           OPEN INPUT SUPPMAST-FILE.
           OPEN OUTPUT PUNCTUALITY-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - 7).
           COMPUTE WS-TO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - 1).
      *
           MOVE WS-FROM-DATE TO RH-FROM-DATE.
           MOVE WS-TO-DATE TO RH-TO-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - START at the first day of the
      *    week and release every live appointment up to its
      *    last day, settled.
       SELECT-WEEK-APPOINTMENTS.
      *
           OPEN INPUT DOCKAPPT-FILE.
      *
           MOVE LOW-VALUES TO DA-KEY.
           MOVE WS-FROM-DATE TO DA-APPT-DATE.
           START DOCKAPPT-FILE KEY IS NOT LESS THAN DA-KEY
                 INVALID KEY SET END-OF-APPT-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-APPT-FILE
              READ DOCKAPPT-FILE NEXT RECORD
                   AT END SET END-OF-APPT-FILE TO TRUE
              END-READ
              IF NOT END-OF-APPT-FILE
                 IF DA-APPT-DATE GREATER THAN WS-TO-DATE
                    SET END-OF-APPT-FILE TO TRUE
                 ELSE
                    IF NOT DA-STATUS-CANCELLED
                       PERFORM RELEASE-ONE-APPOINTMENT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE DOCKAPPT-FILE.
      *
       SELECT-WEEK-APPOINTMENTS-EXIT.
           EXIT.
      *
      *    Settle the appointment against its slot and release it.
       RELEASE-ONE-APPOINTMENT.
      *
           MOVE DA-SUPPLIER TO SR-SUPPLIER.
           MOVE DA-APPT-DATE TO SR-APPT-DATE.
           MOVE DA-DOOR-ID TO SR-DOOR-ID.
           MOVE DA-SLOT-START TO SR-SLOT-START.
           MOVE DA-SLOT-END TO SR-SLOT-END.
           MOVE DA-CARRIER TO SR-CARRIER.
           IF DA-ASN-NUMBER NOT EQUAL SPACES
              MOVE DA-ASN-NUMBER TO SR-DELIVERY
           ELSE
              MOVE DA-PO-NUMBER TO WS-PO-DELIVERY-NUMBER
              MOVE WS-PO-DELIVERY TO SR-DELIVERY
           END-IF.
           MOVE SPACES TO SR-ARRIVED-DATE.
           MOVE ZERO TO SR-ARRIVED-TIME.
      *
           EVALUATE TRUE
              WHEN NOT DA-STATUS-ARRIVED
                 SET SR-NO-SHOW TO TRUE
              WHEN DA-ARRIVED-DATE GREATER THAN DA-APPT-DATE
                 OR DA-ARRIVED-TIME GREATER THAN DA-SLOT-END
                 SET SR-LATE TO TRUE
              WHEN OTHER
                 SET SR-ON-TIME TO TRUE
           END-EVALUATE.
           IF DA-STATUS-ARRIVED
              MOVE DA-ARRIVED-DATE TO SR-ARRIVED-DATE
              MOVE DA-ARRIVED-TIME TO SR-ARRIVED-TIME
           END-IF.
      *
           RELEASE SORT-RECORD.
      *
       RELEASE-ONE-APPOINTMENT-EXIT.
           EXIT.
      *
      *    SORT output procedure - count each supplier's
      *    appointments, list the late ones and no-shows, and
      *    total at each change of supplier.
       PRINT-SUPPLIER-PUNCTUALITY.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END
                        SET END-OF-SORT-FILE TO TRUE
                     NOT AT END
                        PERFORM PROCESS-SORTED-RECORD
              END-RETURN
           END-PERFORM.
      *
           IF NOT FIRST-SORT-RECORD
              PERFORM FINISH-SUPPLIER
           END-IF.
      *
       PRINT-SUPPLIER-PUNCTUALITY-EXIT.
           EXIT.
      *
      *    The supplier break first, then the appointment itself.
       PROCESS-SORTED-RECORD.
      *
           EVALUATE TRUE
              WHEN FIRST-SORT-RECORD
                 MOVE 'N' TO WS-FIRST-RECORD-FLAG
                 PERFORM START-SUPPLIER
              WHEN SR-SUPPLIER NOT EQUAL WS-CURRENT-SUPPLIER
                 PERFORM FINISH-SUPPLIER
                 PERFORM START-SUPPLIER
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           ADD 1 TO WS-SP-BOOKED.
           EVALUATE TRUE
              WHEN SR-ON-TIME
                 ADD 1 TO WS-SP-ON-TIME
              WHEN SR-LATE
                 ADD 1 TO WS-SP-LATE
                 MOVE 'LATE' TO RD-OUTCOME
                 PERFORM PRINT-DETAIL-LINE
              WHEN OTHER
                 ADD 1 TO WS-SP-NO-SHOW
                 MOVE 'NO-SHOW' TO RD-OUTCOME
                 PERFORM PRINT-DETAIL-LINE
           END-EVALUATE.
      *
       PROCESS-SORTED-RECORD-EXIT.
           EXIT.
      *
      *    A new supplier - clear its counts and print its heading
      *    with the name off the supplier master.
       START-SUPPLIER.
      *
           MOVE SR-SUPPLIER TO WS-CURRENT-SUPPLIER.
           MOVE ZERO TO WS-SP-BOOKED.
           MOVE ZERO TO WS-SP-ON-TIME.
           MOVE ZERO TO WS-SP-LATE.
           MOVE ZERO TO WS-SP-NO-SHOW.
      *
           MOVE SR-SUPPLIER TO SM-SUPPLIER-ID.
           READ SUPPMAST-FILE
                INVALID KEY
                   MOVE 'NOT ON SUPPLIER MASTER' TO RS-SUPPLIER-NAME
                NOT INVALID KEY
                   MOVE SM-SUPPLIER-NAME TO RS-SUPPLIER-NAME
           END-READ.
           MOVE SR-SUPPLIER TO RS-SUPPLIER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-SUPPLIER-LINE.
      *
       START-SUPPLIER-EXIT.
           EXIT.
      *
      *    One late arrival or no-show under the supplier.
       PRINT-DETAIL-LINE.
      *
           MOVE SR-APPT-DATE TO RD-APPT-DATE.
           MOVE SR-DOOR-ID TO RD-DOOR-ID.
           MOVE SR-SLOT-START TO RD-SLOT-START.
           MOVE SR-SLOT-END TO RD-SLOT-END.
           MOVE SR-CARRIER TO RD-CARRIER.
           MOVE SR-DELIVERY TO RD-DELIVERY.
           IF SR-LATE
              MOVE SR-ARRIVED-DATE TO RD-ARRIVED-DATE
              MOVE SR-ARRIVED-TIME TO RD-ARRIVED-TIME
           ELSE
              MOVE SPACES TO RD-ARRIVED-DATE
              MOVE SPACES TO RD-ARRIVED-TIME
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-DETAIL-LINE-EXIT.
           EXIT.
      *
      *    The supplier's counts line, rolled into the report
      *    totals.
       FINISH-SUPPLIER.
      *
           MOVE WS-SP-BOOKED TO WS-FG-BOOKED.
           MOVE WS-SP-ON-TIME TO WS-FG-ON-TIME.
           MOVE WS-SP-LATE TO WS-FG-LATE.
           MOVE WS-SP-NO-SHOW TO WS-FG-NO-SHOW.
           MOVE 'SUPPLIER TOTAL' TO RC-TEXT.
           PERFORM PRINT-COUNTS-LINE.
      *
           ADD WS-SP-BOOKED TO WS-ALL-BOOKED.
           ADD WS-SP-ON-TIME TO WS-ALL-ON-TIME.
           ADD WS-SP-LATE TO WS-ALL-LATE.
           ADD WS-SP-NO-SHOW TO WS-ALL-NO-SHOW.
      *
       FINISH-SUPPLIER-EXIT.
           EXIT.
      *
      *    Counts and on-time percentage from the WS-FG- values.
       PRINT-COUNTS-LINE.
      *
           IF WS-FG-BOOKED GREATER THAN ZERO
              COMPUTE WS-FG-PERCENT ROUNDED =
                      WS-FG-ON-TIME * 100 / WS-FG-BOOKED
           ELSE
              MOVE ZERO TO WS-FG-PERCENT
           END-IF.
           MOVE WS-FG-BOOKED TO RC-BOOKED.
           MOVE WS-FG-ON-TIME TO RC-ON-TIME.
           MOVE WS-FG-LATE TO RC-LATE.
           MOVE WS-FG-NO-SHOW TO RC-NO-SHOW.
           MOVE WS-FG-PERCENT TO RC-PERCENT.
           WRITE REPORT-LINE FROM REPORT-COUNTS-LINE.
      *
       PRINT-COUNTS-LINE-EXIT.
           EXIT.
      *
      *    The report totals, then close up.
       FINALIZE-RUN.
      *
           MOVE WS-ALL-BOOKED TO WS-FG-BOOKED.
           MOVE WS-ALL-ON-TIME TO WS-FG-ON-TIME.
           MOVE WS-ALL-LATE TO WS-FG-LATE.
           MOVE WS-ALL-NO-SHOW TO WS-FG-NO-SHOW.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALL SUPPLIERS' TO RC-TEXT.
           PERFORM PRINT-COUNTS-LINE.
      *
           CLOSE SUPPMAST-FILE.
           CLOSE PUNCTUALITY-REPORT.
      *
           DISPLAY 'DOCKRPT APPOINTMENTS SETTLED: ' WS-ALL-BOOKED.
           DISPLAY 'DOCKRPT LATE ARRIVALS:        ' WS-ALL-LATE.
           DISPLAY 'DOCKRPT NO-SHOWS:             ' WS-ALL-NO-SHOW.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
