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
      * Monthly inventory-turns and days-of-supply report, by
      * CATEGORY-CODE. STOKVAL says what the stock is worth and
      * USAGETRD what moved; this puts the two together. For every
      * part, and totalled for each category and overall:
      *   - the annualised issue value - the MOVSUMM issue units of
      *     the twelve complete months before the run month, at
      *     today's UNIT-PRICE;
      *   - the average inventory value over the last twelve
      *     STKSNAP month-end snapshots (a part missing from a
      *     snapshot held nothing that month);
      *   - turns - annualised issue value over average inventory
      *     value;
      *   - days of supply - how long the stock on hand lasts at
      *     the current rate of consumption, taken as the issues of
      *     the last three complete months.
      * A part whose days of supply run past the ceiling (PARMFILE
      * key TURNDOSC, compiled default 180 days) is flagged as
      * overstocked - stock with no issues at all in those three
      * months is overstocked whatever the ceiling.
      *
      * The category and overall turns and days of supply are also
      * stored on KPIHIST under the run date (see KPIREC) so the
      * daily KPI trend carries them.
      *
      * Every part master, every issue summary in the window and
      * every snapshot in the window are sorted into category and
      * part order with the master's record ahead of the rest;
      * the issue and snapshot records take their category from
      * the part master, and a part no longer on the master is
      * left out.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  A KPIHIST record this run creates starts
      *                    with a zero line fill rate.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              TURNRPT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    SMPLXMPL is read through once for the part masters and
      *    then by key for each summary's and snapshot's category,
      *    so it opens DYNAMIC.
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT SUMMARY-FILE ASSIGN TO MOVSUMM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MS-KEY
                  FILE STATUS IS WS-SUMM-STATUS.
      *
           SELECT SNAPSHOT-FILE ASSIGN TO STKSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SN-KEY
                  FILE STATUS IS WS-SNAP-STATUS.
      *
           SELECT CATEGORY-FILE ASSIGN TO CATEGORY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CT-CATEGORY-CODE
                  FILE STATUS IS WS-CAT-STATUS.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT KPI-FILE ASSIGN TO KPIHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KP-KEY
                  FILE STATUS IS WS-KPI-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT TURNS-REPORT ASSIGN TO TURNRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MOVSUMM.
      *
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKSNAP.
      *
       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATEGORY.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       FD  KPI-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KPIREC.
      *
      *    Sort work record - one per part master (type 1, carrying
      *    the price and stock), one per issue summary in the
      *    window (type 2, carrying its units and whether it falls
      *    in the last three months) and one per snapshot in the
      *    window (type 3, carrying its value), in category and
      *    part order with the master ahead of the rest.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-CATEGORY             PIC X(4).
           03   SR-PART-ID              PIC 9(8).
           03   SR-RECORD-TYPE          PIC 9(1).
                88  SR-MASTER-RECORD        VALUE 1.
                88  SR-ISSUE-RECORD         VALUE 2.
                88  SR-SNAPSHOT-RECORD      VALUE 3.
           03   SR-DESCRIPTION          PIC X(25).
           03   SR-UNIT-PRICE           PIC 9(5)V99.
           03   SR-QUANTITY             PIC 9(8).
           03   SR-UNITS                PIC 9(9).
           03   SR-RECENT-FLAG          PIC X(1).
                88  SR-RECENT-ISSUE         VALUE 'Y'.
           03   SR-VALUE                PIC 9(13)V99.
      *
       FD  TURNS-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-SUMM-STATUS            PIC X(2) VALUE '00'.
              88  SUMM-STATUS-OK            VALUE '00'.
           03 WS-SNAP-STATUS            PIC X(2) VALUE '00'.
              88  SNAP-STATUS-OK            VALUE '00'.
           03 WS-CAT-STATUS             PIC X(2) VALUE '00'.
              88  CAT-STATUS-OK             VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-KPI-STATUS             PIC X(2) VALUE '00'.
              88  KPI-STATUS-OK             VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-STOCK-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-STOCK-FILE         VALUE 'Y'.
           03 WS-SUMM-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SUMM-FILE          VALUE 'Y'.
           03 WS-SNAP-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SNAP-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
      *
      *    The issue window - the twelve complete months before
      *    the run month - and the first of its last three.
           03 WS-WORK-PERIOD            PIC 9(6) VALUE ZERO.
           03 WS-LAST-PERIOD            PIC 9(6) VALUE ZERO.
           03 WS-RECENT-PERIOD          PIC 9(6) VALUE ZERO.
           03 WS-FIRST-PERIOD           PIC 9(6) VALUE ZERO.
           03 WS-M-INDEX                PIC 9(4) COMP VALUE ZERO.
      *
      *    The last twelve snapshot dates, oldest first.
           03 WS-SNAP-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-SNAP-DATE              OCCURS 12 TIMES
                                        PIC 9(8).
           03 WS-S-INDEX                PIC 9(4) COMP VALUE ZERO.
      *
      *    The part master looked up for a summary or snapshot -
      *    the summaries are in part order, so once per part.
           03 WS-LAST-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-LAST-CATEGORY          PIC X(4) VALUE SPACES.
           03 WS-LAST-FOUND-FLAG        PIC X(1) VALUE 'N'.
              88  LAST-PART-FOUND           VALUE 'Y'.
      *
      *    Control-break fields for the sorted output.
           03 WS-FIRST-RECORD-FLAG      PIC X(1) VALUE 'Y'.
              88  FIRST-SORT-RECORD         VALUE 'Y'.
           03 WS-CURRENT-CATEGORY       PIC X(4) VALUE SPACES.
           03 WS-CURRENT-PART           PIC 9(8) VALUE ZERO.
           03 WS-PT-DESCRIPTION         PIC X(25) VALUE SPACES.
           03 WS-PT-UNIT-PRICE          PIC 9(5)V99 VALUE ZERO.
           03 WS-PT-QUANTITY            PIC 9(8) VALUE ZERO.
           03 WS-PT-ISSUE-UNITS         PIC 9(11) VALUE ZERO.
           03 WS-PT-RECENT-UNITS        PIC 9(11) VALUE ZERO.
           03 WS-PT-SNAP-TOTAL          PIC 9(15)V99 VALUE ZERO.
      *
      *    One set of figures - a part's, a category's or the
      *    overall - worked out by CALCULATE-TURNS.
           03 WS-FG-STOCK-VALUE         PIC 9(13)V99 VALUE ZERO.
           03 WS-FG-ISSUE-VALUE         PIC 9(13)V99 VALUE ZERO.
           03 WS-FG-AVERAGE-VALUE       PIC 9(13)V99 VALUE ZERO.
           03 WS-FG-RECENT-VALUE        PIC 9(13)V99 VALUE ZERO.
           03 WS-FG-TURNS               PIC 9(3)V99 VALUE ZERO.
           03 WS-FG-DAYS-SUPPLY         PIC 9(5) VALUE ZERO.
           03 WS-FG-NO-USE-FLAG         PIC X(1) VALUE 'N'.
              88  FG-NO-USE                 VALUE 'Y'.
      *
      *    Category and overall accumulators.
           03 WS-CT-STOCK-VALUE         PIC 9(13)V99 VALUE ZERO.
           03 WS-CT-ISSUE-VALUE         PIC 9(13)V99 VALUE ZERO.
           03 WS-CT-AVERAGE-VALUE       PIC 9(13)V99 VALUE ZERO.
           03 WS-CT-RECENT-VALUE        PIC 9(13)V99 VALUE ZERO.
           03 WS-CT-PART-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-ALL-STOCK-VALUE        PIC 9(13)V99 VALUE ZERO.
           03 WS-ALL-ISSUE-VALUE        PIC 9(13)V99 VALUE ZERO.
           03 WS-ALL-AVERAGE-VALUE      PIC 9(13)V99 VALUE ZERO.
           03 WS-ALL-RECENT-VALUE       PIC 9(13)V99 VALUE ZERO.
      *
      *    The KPIHIST record being stored.
           03 WS-KPI-CATEGORY           PIC X(4) VALUE SPACES.
      *
           03 WS-PARTS-READ             PIC 9(8) COMP VALUE ZERO.
           03 WS-PARTS-REPORTED         PIC 9(8) COMP VALUE ZERO.
           03 WS-OVERSTOCK-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-CATEGORIES-STORED      PIC 9(8) COMP VALUE ZERO.
      *
      *    Days of supply past this make a part overstocked -
      *    PARMFILE key TURNDOSC overrides it at run start.
       01  OVERSTOCK-DAYS               PIC 9(4) VALUE 180.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(44) VALUE
                'INVENTORY TURNS AND DAYS OF SUPPLY - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(78) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(15) VALUE
                'ISSUES FROM'.
           03   RH-FIRST-PERIOD         PIC 9(6).
           03   FILLER                  PIC X(4) VALUE ' TO '.
           03   RH-LAST-PERIOD          PIC 9(6).
           03   FILLER                  PIC X(16) VALUE
                '   SNAPSHOTS'.
           03   RH-SNAP-COUNT           PIC Z9.
           03   FILLER                  PIC X(25) VALUE
                '   OVERSTOCK PAST'.
           03   RH-OVERSTOCK-DAYS       PIC ZZZ9.
           03   FILLER                  PIC X(5) VALUE ' DAYS'.
           03   FILLER                  PIC X(49) VALUE SPACES.
      *
      *    One heading per category.
       01  CATEGORY-HEADING.
           03   FILLER                  PIC X(9) VALUE 'CATEGORY'.
           03   CH-CATEGORY             PIC X(6).
           03   CH-DESCRIPTION          PIC X(30).
           03   FILLER                  PIC X(87) VALUE SPACES.
      *
       01  COLUMN-HEADING.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(27) VALUE
                'DESCRIPTION'.
           03   FILLER                  PIC X(18) VALUE
                '   ON-HAND VALUE'.
           03   FILLER                  PIC X(18) VALUE
                ' ANNUAL ISSUES'.
           03   FILLER                  PIC X(18) VALUE
                '  AVG INVENTORY'.
           03   FILLER                  PIC X(8) VALUE ' TURNS'.
           03   FILLER                  PIC X(8) VALUE '  DAYS'.
           03   FILLER                  PIC X(25) VALUE SPACES.
      *
      *    One line per part, and the same columns for the
      *    category and overall totals.
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DESCRIPTION          PIC X(25).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-STOCK-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ISSUE-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-AVERAGE-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TURNS                PIC ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DAYS-SUPPLY          PIC ZZZZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-FLAG                 PIC X(18).
           03   FILLER                  PIC X(7) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-TEXT                 PIC X(37).
           03   RT-STOCK-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-ISSUE-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-AVERAGE-VALUE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-TURNS                PIC ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-DAYS-SUPPLY          PIC ZZZZZ9.
           03   FILLER                  PIC X(27) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM FIND-SNAPSHOT-DATES.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-CATEGORY
                ON ASCENDING KEY SR-PART-ID
                ON ASCENDING KEY SR-RECORD-TYPE
                INPUT PROCEDURE IS SELECT-TURNS-DATA
                OUTPUT PROCEDURE IS PRINT-CATEGORY-TURNS.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open the files, take the ceiling off PARMFILE and lay
      *    out the issue window.
       INITIALIZE-RUN.
      *
           OPEN INPUT CATEGORY-FILE.
           OPEN INPUT PARMFILE-FILE.
           OPEN I-O KPI-FILE.
           OPEN OUTPUT TURNS-REPORT.
      *
           PERFORM GET-RUNTIME-PARMS.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-WORK-PERIOD.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE WS-WORK-PERIOD TO WS-LAST-PERIOD.
           PERFORM VARYING WS-M-INDEX FROM 2 BY 1
                     UNTIL WS-M-INDEX GREATER THAN 12
              PERFORM STEP-BACK-ONE-MONTH
              IF WS-M-INDEX EQUAL 3
                 MOVE WS-WORK-PERIOD TO WS-RECENT-PERIOD
              END-IF
           END-PERFORM.
           MOVE WS-WORK-PERIOD TO WS-FIRST-PERIOD.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Override the compiled ceiling with whatever operations
      *    has put on PARMFILE - an absent or non-numeric key
      *    leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'TURNDOSC' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:4) NUMERIC
                      MOVE PM-PARM-VALUE(1:4) TO OVERSTOCK-DAYS
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    One month back on WS-WORK-PERIOD (YYYYMM).
       STEP-BACK-ONE-MONTH.
      *
           IF WS-WORK-PERIOD(5:2) EQUAL '01'
              SUBTRACT 89 FROM WS-WORK-PERIOD
           ELSE
              SUBTRACT 1 FROM WS-WORK-PERIOD
           END-IF.
      *
       STEP-BACK-ONE-MONTH-EXIT.
           EXIT.
      *
      *    Walk the snapshot file (date-major key order) and keep
      *    the twelve highest snapshot dates, oldest first, then
      *    print the rest of the heading.
       FIND-SNAPSHOT-DATES.
      *
           OPEN INPUT SNAPSHOT-FILE.
      *
           PERFORM UNTIL END-OF-SNAP-FILE
              READ SNAPSHOT-FILE
                   AT END SET END-OF-SNAP-FILE TO TRUE
              END-READ
              IF NOT END-OF-SNAP-FILE
                 IF WS-SNAP-COUNT EQUAL ZERO
                    OR SN-SNAP-DATE NOT EQUAL
                       WS-SNAP-DATE(WS-SNAP-COUNT)
                    PERFORM KEEP-SNAPSHOT-DATE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE SNAPSHOT-FILE.
           MOVE 'N' TO WS-SNAP-EOF-FLAG.
      *
           MOVE WS-FIRST-PERIOD TO RH-FIRST-PERIOD.
           MOVE WS-LAST-PERIOD TO RH-LAST-PERIOD.
           MOVE WS-SNAP-COUNT TO RH-SNAP-COUNT.
           MOVE OVERSTOCK-DAYS TO RH-OVERSTOCK-DAYS.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       FIND-SNAPSHOT-DATES-EXIT.
           EXIT.
      *
      *    A new snapshot date - once twelve are held the oldest
      *    drops off the front.
       KEEP-SNAPSHOT-DATE.
      *
           IF WS-SNAP-COUNT LESS THAN 12
              ADD 1 TO WS-SNAP-COUNT
           ELSE
              PERFORM VARYING WS-S-INDEX FROM 1 BY 1
                        UNTIL WS-S-INDEX GREATER THAN 11
                 MOVE WS-SNAP-DATE(WS-S-INDEX + 1)
                      TO WS-SNAP-DATE(WS-S-INDEX)
              END-PERFORM
           END-IF.
           MOVE SN-SNAP-DATE TO WS-SNAP-DATE(WS-SNAP-COUNT).
      *
       KEEP-SNAPSHOT-DATE-EXIT.
           EXIT.
      *
      *    SORT input procedure - release every part master, then
      *    every issue summary in the window, then every snapshot
      *    from the oldest of the twelve dates on.
       SELECT-TURNS-DATA.
      *
           OPEN INPUT SMPLXMPL-FILE.
           OPEN INPUT SUMMARY-FILE.
           OPEN INPUT SNAPSHOT-FILE.
      *
           PERFORM UNTIL END-OF-STOCK-FILE
              READ SMPLXMPL-FILE NEXT
                   AT END SET END-OF-STOCK-FILE TO TRUE
              END-READ
              IF NOT END-OF-STOCK-FILE
                 ADD 1 TO WS-PARTS-READ
                 PERFORM RELEASE-ONE-MASTER
              END-IF
           END-PERFORM.
      *
           PERFORM UNTIL END-OF-SUMM-FILE
              READ SUMMARY-FILE
                   AT END SET END-OF-SUMM-FILE TO TRUE
              END-READ
              IF NOT END-OF-SUMM-FILE
                 IF MS-MOVEMENT-TYPE EQUAL 'I'
                    AND MS-PERIOD NOT LESS THAN WS-FIRST-PERIOD
                    AND MS-PERIOD NOT GREATER THAN WS-LAST-PERIOD
                    PERFORM RELEASE-ONE-ISSUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-SNAP-COUNT GREATER THAN ZERO
              MOVE WS-SNAP-DATE(1) TO SN-SNAP-DATE
              MOVE ZERO TO SN-PART-ID
              START SNAPSHOT-FILE KEY IS NOT LESS THAN SN-KEY
                    INVALID KEY SET END-OF-SNAP-FILE TO TRUE
              END-START
              PERFORM UNTIL END-OF-SNAP-FILE
                 READ SNAPSHOT-FILE
                      AT END SET END-OF-SNAP-FILE TO TRUE
                 END-READ
                 IF NOT END-OF-SNAP-FILE
                    PERFORM RELEASE-ONE-SNAPSHOT
                 END-IF
              END-PERFORM
           END-IF.
      *
           CLOSE SMPLXMPL-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE SNAPSHOT-FILE.
      *
       SELECT-TURNS-DATA-EXIT.
           EXIT.
      *
      *    A part master - its price and what it holds today.
       RELEASE-ONE-MASTER.
      *
           MOVE SPACES TO SORT-RECORD.
           MOVE CATEGORY-CODE OF STOCK-PART-REC TO SR-CATEGORY.
           MOVE PART-ID OF STOCK-PART-REC TO SR-PART-ID.
           SET SR-MASTER-RECORD TO TRUE.
           MOVE DESCRIPTION OF STOCK-PART-REC TO SR-DESCRIPTION.
           MOVE UNIT-PRICE OF STOCK-PART-REC TO SR-UNIT-PRICE.
           MOVE STOCK-QUANTITY OF STOCK-PART-REC TO SR-QUANTITY.
           MOVE ZERO TO SR-UNITS.
           MOVE 'N' TO SR-RECENT-FLAG.
           MOVE ZERO TO SR-VALUE.
           RELEASE SORT-RECORD.
      *
       RELEASE-ONE-MASTER-EXIT.
           EXIT.
      *
      *    One month's issues for a part still on the master.
       RELEASE-ONE-ISSUE.
      *
           IF MS-PART-ID NOT EQUAL WS-LAST-PART-ID
              MOVE MS-PART-ID TO WS-LAST-PART-ID
              PERFORM LOOK-UP-PART-CATEGORY
           END-IF.
      *
           IF LAST-PART-FOUND
              MOVE SPACES TO SORT-RECORD
              MOVE WS-LAST-CATEGORY TO SR-CATEGORY
              MOVE MS-PART-ID TO SR-PART-ID
              SET SR-ISSUE-RECORD TO TRUE
              MOVE ZERO TO SR-UNIT-PRICE
              MOVE ZERO TO SR-QUANTITY
              MOVE MS-UNITS TO SR-UNITS
              IF MS-PERIOD NOT LESS THAN WS-RECENT-PERIOD
                 SET SR-RECENT-ISSUE TO TRUE
              ELSE
                 MOVE 'N' TO SR-RECENT-FLAG
              END-IF
              MOVE ZERO TO SR-VALUE
              RELEASE SORT-RECORD
           END-IF.
      *
       RELEASE-ONE-ISSUE-EXIT.
           EXIT.
      *
      *    One month-end position for a part still on the master.
       RELEASE-ONE-SNAPSHOT.
      *
           IF SN-PART-ID NOT EQUAL WS-LAST-PART-ID
              MOVE SN-PART-ID TO WS-LAST-PART-ID
              PERFORM LOOK-UP-PART-CATEGORY
           END-IF.
      *
           IF LAST-PART-FOUND
              MOVE SPACES TO SORT-RECORD
              MOVE WS-LAST-CATEGORY TO SR-CATEGORY
              MOVE SN-PART-ID TO SR-PART-ID
              SET SR-SNAPSHOT-RECORD TO TRUE
              MOVE ZERO TO SR-UNIT-PRICE
              MOVE ZERO TO SR-QUANTITY
              MOVE ZERO TO SR-UNITS
              MOVE 'N' TO SR-RECENT-FLAG
              MOVE SN-VALUE TO SR-VALUE
              RELEASE SORT-RECORD
           END-IF.
      *
       RELEASE-ONE-SNAPSHOT-EXIT.
           EXIT.
      *
      *    The category of the part in WS-LAST-PART-ID, off the
      *    master.
       LOOK-UP-PART-CATEGORY.
      *
           MOVE WS-LAST-PART-ID TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY
                   MOVE 'N' TO WS-LAST-FOUND-FLAG
                   MOVE SPACES TO WS-LAST-CATEGORY
                NOT INVALID KEY
                   SET LAST-PART-FOUND TO TRUE
                   MOVE CATEGORY-CODE OF STOCK-PART-REC
                        TO WS-LAST-CATEGORY
           END-READ.
      *
       LOOK-UP-PART-CATEGORY-EXIT.
           EXIT.
      *
      *    SORT output procedure - total each part at its change
      *    and each category at its change, then the overall.
       PRINT-CATEGORY-TURNS.
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
              PERFORM FINISH-PART
              PERFORM FINISH-CATEGORY
           END-IF.
           PERFORM PRINT-OVERALL-TURNS.
      *
       PRINT-CATEGORY-TURNS-EXIT.
           EXIT.
      *
      *    Breaks first, then the record itself - the master sets
      *    the price and stock, an issue adds its units and a
      *    snapshot its value.
       PROCESS-SORTED-RECORD.
      *
           EVALUATE TRUE
              WHEN FIRST-SORT-RECORD
                 MOVE 'N' TO WS-FIRST-RECORD-FLAG
                 PERFORM START-CATEGORY
                 PERFORM START-PART
              WHEN SR-CATEGORY NOT EQUAL WS-CURRENT-CATEGORY
                 PERFORM FINISH-PART
                 PERFORM FINISH-CATEGORY
                 PERFORM START-CATEGORY
                 PERFORM START-PART
              WHEN SR-PART-ID NOT EQUAL WS-CURRENT-PART
                 PERFORM FINISH-PART
                 PERFORM START-PART
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           EVALUATE TRUE
              WHEN SR-MASTER-RECORD
                 MOVE SR-DESCRIPTION TO WS-PT-DESCRIPTION
                 MOVE SR-UNIT-PRICE TO WS-PT-UNIT-PRICE
                 MOVE SR-QUANTITY TO WS-PT-QUANTITY
              WHEN SR-ISSUE-RECORD
                 ADD SR-UNITS TO WS-PT-ISSUE-UNITS
                 IF SR-RECENT-ISSUE
                    ADD SR-UNITS TO WS-PT-RECENT-UNITS
                 END-IF
              WHEN OTHER
                 ADD SR-VALUE TO WS-PT-SNAP-TOTAL
           END-EVALUATE.
      *
       PROCESS-SORTED-RECORD-EXIT.
           EXIT.
      *
      *    A new category - clear its totals and print its heading
      *    with the description off the CATEGORY master.
       START-CATEGORY.
      *
           MOVE SR-CATEGORY TO WS-CURRENT-CATEGORY.
           MOVE ZERO TO WS-CT-STOCK-VALUE.
           MOVE ZERO TO WS-CT-ISSUE-VALUE.
           MOVE ZERO TO WS-CT-AVERAGE-VALUE.
           MOVE ZERO TO WS-CT-RECENT-VALUE.
           MOVE ZERO TO WS-CT-PART-COUNT.
      *
           MOVE SPACES TO CH-DESCRIPTION.
           IF SR-CATEGORY EQUAL SPACES
              MOVE 'NONE' TO CH-CATEGORY
              MOVE 'NOT YET ASSIGNED' TO CH-DESCRIPTION
           ELSE
              MOVE SR-CATEGORY TO CH-CATEGORY
              MOVE SR-CATEGORY TO CT-CATEGORY-CODE
              READ CATEGORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      MOVE CT-DESCRIPTION TO CH-DESCRIPTION
              END-READ
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM CATEGORY-HEADING.
           WRITE REPORT-LINE FROM COLUMN-HEADING.
      *
       START-CATEGORY-EXIT.
           EXIT.
      *
       START-PART.
      *
           MOVE SR-PART-ID TO WS-CURRENT-PART.
           MOVE SPACES TO WS-PT-DESCRIPTION.
           MOVE ZERO TO WS-PT-UNIT-PRICE.
           MOVE ZERO TO WS-PT-QUANTITY.
           MOVE ZERO TO WS-PT-ISSUE-UNITS.
           MOVE ZERO TO WS-PT-RECENT-UNITS.
           MOVE ZERO TO WS-PT-SNAP-TOTAL.
      *
       START-PART-EXIT.
           EXIT.
      *
      *    Work out the part's figures and print its line - a part
      *    with no stock, no issues and no snapshot value has
      *    nothing to say and is left off.
       FINISH-PART.
      *
           IF WS-PT-QUANTITY EQUAL ZERO
              AND WS-PT-ISSUE-UNITS EQUAL ZERO
              AND WS-PT-SNAP-TOTAL EQUAL ZERO
              CONTINUE
           ELSE
              COMPUTE WS-FG-STOCK-VALUE ROUNDED =
                      WS-PT-QUANTITY * WS-PT-UNIT-PRICE
              COMPUTE WS-FG-ISSUE-VALUE ROUNDED =
                      WS-PT-ISSUE-UNITS * WS-PT-UNIT-PRICE
              COMPUTE WS-FG-RECENT-VALUE ROUNDED =
                      WS-PT-RECENT-UNITS * 4 * WS-PT-UNIT-PRICE
              IF WS-SNAP-COUNT GREATER THAN ZERO
                 COMPUTE WS-FG-AVERAGE-VALUE ROUNDED =
                         WS-PT-SNAP-TOTAL / WS-SNAP-COUNT
              ELSE
                 MOVE ZERO TO WS-FG-AVERAGE-VALUE
              END-IF
              PERFORM CALCULATE-TURNS
      *
              MOVE WS-CURRENT-PART TO RD-PART-ID
              MOVE WS-PT-DESCRIPTION TO RD-DESCRIPTION
              MOVE WS-FG-STOCK-VALUE TO RD-STOCK-VALUE
              MOVE WS-FG-ISSUE-VALUE TO RD-ISSUE-VALUE
              MOVE WS-FG-AVERAGE-VALUE TO RD-AVERAGE-VALUE
              MOVE WS-FG-TURNS TO RD-TURNS
              MOVE WS-FG-DAYS-SUPPLY TO RD-DAYS-SUPPLY
              MOVE SPACES TO RD-FLAG
              IF WS-PT-QUANTITY GREATER THAN ZERO
                 IF FG-NO-USE
                    MOVE 'OVERSTOCK-NO ISSUE' TO RD-FLAG
                    ADD 1 TO WS-OVERSTOCK-COUNT
                 ELSE
                    IF WS-FG-DAYS-SUPPLY GREATER THAN OVERSTOCK-DAYS
                       MOVE 'OVERSTOCK' TO RD-FLAG
                       ADD 1 TO WS-OVERSTOCK-COUNT
                    END-IF
                 END-IF
              END-IF
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
              ADD 1 TO WS-PARTS-REPORTED
              ADD 1 TO WS-CT-PART-COUNT
      *
              ADD WS-FG-STOCK-VALUE TO WS-CT-STOCK-VALUE
              ADD WS-FG-ISSUE-VALUE TO WS-CT-ISSUE-VALUE
              ADD WS-FG-AVERAGE-VALUE TO WS-CT-AVERAGE-VALUE
              ADD WS-FG-RECENT-VALUE TO WS-CT-RECENT-VALUE
           END-IF.
      *
       FINISH-PART-EXIT.
           EXIT.
      *
      *    The category's totals under its parts, rolled into the
      *    overall and stored on KPIHIST. Parts with no category
      *    yet are totalled but not stored - the blank-category
      *    KPIHIST record is the daily feed's own.
       FINISH-CATEGORY.
      *
           MOVE WS-CT-STOCK-VALUE TO WS-FG-STOCK-VALUE.
           MOVE WS-CT-ISSUE-VALUE TO WS-FG-ISSUE-VALUE.
           MOVE WS-CT-AVERAGE-VALUE TO WS-FG-AVERAGE-VALUE.
           MOVE WS-CT-RECENT-VALUE TO WS-FG-RECENT-VALUE.
           PERFORM CALCULATE-TURNS.
      *
           MOVE 'CATEGORY TOTAL' TO RT-TEXT.
           PERFORM PRINT-TOTAL-LINE.
      *
           ADD WS-CT-STOCK-VALUE TO WS-ALL-STOCK-VALUE.
           ADD WS-CT-ISSUE-VALUE TO WS-ALL-ISSUE-VALUE.
           ADD WS-CT-AVERAGE-VALUE TO WS-ALL-AVERAGE-VALUE.
           ADD WS-CT-RECENT-VALUE TO WS-ALL-RECENT-VALUE.
      *
           IF WS-CURRENT-CATEGORY NOT EQUAL SPACES
              AND WS-CT-PART-COUNT GREATER THAN ZERO
              MOVE WS-CURRENT-CATEGORY TO WS-KPI-CATEGORY
              PERFORM STORE-TURNS-KPI
              ADD 1 TO WS-CATEGORIES-STORED
           END-IF.
      *
       FINISH-CATEGORY-EXIT.
           EXIT.
      *
      *    The overall totals, stored on the run date's own
      *    KPIHIST record.
       PRINT-OVERALL-TURNS.
      *
           MOVE WS-ALL-STOCK-VALUE TO WS-FG-STOCK-VALUE.
           MOVE WS-ALL-ISSUE-VALUE TO WS-FG-ISSUE-VALUE.
           MOVE WS-ALL-AVERAGE-VALUE TO WS-FG-AVERAGE-VALUE.
           MOVE WS-ALL-RECENT-VALUE TO WS-FG-RECENT-VALUE.
           PERFORM CALCULATE-TURNS.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALL CATEGORIES' TO RT-TEXT.
           PERFORM PRINT-TOTAL-LINE.
      *
           MOVE SPACES TO WS-KPI-CATEGORY.
           PERFORM STORE-TURNS-KPI.
      *
       PRINT-OVERALL-TURNS-EXIT.
           EXIT.
      *
       PRINT-TOTAL-LINE.
      *
           MOVE WS-FG-STOCK-VALUE TO RT-STOCK-VALUE.
           MOVE WS-FG-ISSUE-VALUE TO RT-ISSUE-VALUE.
           MOVE WS-FG-AVERAGE-VALUE TO RT-AVERAGE-VALUE.
           MOVE WS-FG-TURNS TO RT-TURNS.
           MOVE WS-FG-DAYS-SUPPLY TO RT-DAYS-SUPPLY.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       PRINT-TOTAL-LINE-EXIT.
           EXIT.
      *
      *    Turns and days of supply from the WS-FG- values. Turns
      *    are annual issues over average inventory; days of supply
      *    are the stock on hand over a day's issues at the last
      *    three months' annualised rate. Stock with no recent
      *    issues never runs out - it shows the largest days the
      *    field holds and is marked no-use. Either figure past its
      *    field is held at the field's limit.
       CALCULATE-TURNS.
      *
           MOVE 'N' TO WS-FG-NO-USE-FLAG.
           IF WS-FG-AVERAGE-VALUE GREATER THAN ZERO
              COMPUTE WS-FG-TURNS ROUNDED =
                      WS-FG-ISSUE-VALUE / WS-FG-AVERAGE-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-FG-TURNS
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-FG-TURNS
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-FG-STOCK-VALUE EQUAL ZERO
                 MOVE ZERO TO WS-FG-DAYS-SUPPLY
              WHEN WS-FG-RECENT-VALUE EQUAL ZERO
                 SET FG-NO-USE TO TRUE
                 MOVE 99999 TO WS-FG-DAYS-SUPPLY
              WHEN OTHER
                 COMPUTE WS-FG-DAYS-SUPPLY ROUNDED =
                         WS-FG-STOCK-VALUE * 365 /
                         WS-FG-RECENT-VALUE
                    ON SIZE ERROR
                       MOVE 99999 TO WS-FG-DAYS-SUPPLY
                 END-COMPUTE
           END-EVALUATE.
      *
       CALCULATE-TURNS-EXIT.
           EXIT.
      *
      *    Store the turns and days of supply under the run date
      *    and WS-KPI-CATEGORY - onto the record already there, or
      *    a new one with the daily figures zero for KPIDAILY to
      *    fill.
       STORE-TURNS-KPI.
      *
           MOVE WS-RUN-DATE TO KP-BUSINESS-DATE.
           MOVE WS-KPI-CATEGORY TO KP-CATEGORY-CODE.
           READ KPI-FILE
                INVALID KEY
                   MOVE SPACES TO KPI-RECORD
                   MOVE WS-RUN-DATE TO KP-BUSINESS-DATE
                   MOVE WS-KPI-CATEGORY TO KP-CATEGORY-CODE
                   MOVE ZERO TO KP-STOCK-VALUE
                   MOVE ZERO TO KP-OPEN-BACKORDERS
                   MOVE ZERO TO KP-RESERVED-UNITS
                   MOVE ZERO TO KP-RESERVED-PCT
                   MOVE ZERO TO KP-POS-RELEASED
                   MOVE ZERO TO KP-RELEASED-VALUE
                   MOVE ZERO TO KP-COUNT-ACCURACY-PCT
                   MOVE WS-FG-TURNS TO KP-INVENTORY-TURNS
                   MOVE WS-FG-DAYS-SUPPLY TO KP-DAYS-OF-SUPPLY
                   MOVE ZERO TO KP-LINE-FILL-PCT
                   WRITE KPI-RECORD
                NOT INVALID KEY
                   MOVE WS-FG-TURNS TO KP-INVENTORY-TURNS
                   MOVE WS-FG-DAYS-SUPPLY TO KP-DAYS-OF-SUPPLY
                   REWRITE KPI-RECORD
           END-READ.
      *
       STORE-TURNS-KPI-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'TURNRPT: PARTS READ:          ' WS-PARTS-READ.
           DISPLAY 'TURNRPT: PARTS REPORTED:      '
                   WS-PARTS-REPORTED.
           DISPLAY 'TURNRPT: PARTS OVERSTOCKED:   '
                   WS-OVERSTOCK-COUNT.
           DISPLAY 'TURNRPT: SNAPSHOTS AVERAGED:  ' WS-SNAP-COUNT.
           DISPLAY 'TURNRPT: CATEGORIES ON KPIHIST: '
                   WS-CATEGORIES-STORED.
      *
           CLOSE CATEGORY-FILE.
           CLOSE PARMFILE-FILE.
           CLOSE KPI-FILE.
           CLOSE TURNS-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
