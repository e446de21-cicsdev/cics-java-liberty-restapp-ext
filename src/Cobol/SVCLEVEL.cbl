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
      * Monthly demand service-level report. BACKORD knows when
      * each shortage was raised and filled and STKMOVE every
      * issue that went through, but nothing said how well the
      * stores serve the departments. For the last complete month
      * before the run date this measures, by part, by
      * CATEGORY-CODE, by requesting department and overall:
      *   - line fill rate - of the issue requests, the share met
      *     in full at the first attempt. An issue is all or
      *     nothing, so each issue movement is a request met; a
      *     backorder raised, or an interchangeable part issued in
      *     place of the one asked for, is a request that was not
      *     (the part asked for is the one measured);
      *   - quantity fill rate - the units issued at the first
      *     attempt over the units asked for. A backorder asks for
      *     the whole rejected issue where ISSUGDS recorded it,
      *     otherwise for its shortfall;
      *   - stockout events - backorders raised and substitutions
      *     made;
      *   - backorders filled in the month, with the average and
      *     worst days each waited from raised to filled.
      *
      * A part short more often in the quarter (the report month
      * and the two before it) than the PARMFILE key SVCCHRON
      * allows (compiled default 3) is listed as a chronic
      * stockout.
      *
      * The overall line fill rate is stored on KPIHIST under the
      * run date (see KPIREC) so the daily KPI trend carries it.
      *
      * Every issue and backorder in the window is sorted into
      * part and department order; the parts' categories and
      * descriptions come from the part master.
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
       PROGRAM-ID.              SVCLEVEL.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT BACKORD-FILE ASSIGN TO BACKORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS WS-BO-STATUS.
      *
      *    STKMOVE is a VSAM ESDS, read in write order.
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
           SELECT CATEGORY-FILE ASSIGN TO CATEGORY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CT-CATEGORY-CODE
                  FILE STATUS IS WS-CAT-STATUS.
      *
           SELECT DEPT-FILE ASSIGN TO DEPTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DP-DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.
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
           SELECT SERVICE-REPORT ASSIGN TO SVCLVLR
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
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  BACKORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.
      *
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMOVE.
      *
       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATEGORY.
      *
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTMAST.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       FD  KPI-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KPIREC.
      *
      *    Sort work record - one issue or backorder, by the part
      *    asked for and the department that asked, carrying what
      *    it adds to each measure. SR-MEASURES has the same
      *    layout as WS-ADD-MEASURES below.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-PART-ID              PIC 9(8).
           03   SR-DEPARTMENT           PIC X(6).
           03   SR-MEASURES.
                05  SR-LINES            PIC 9(9) COMP.
                05  SR-FIRST-FILLS      PIC 9(9) COMP.
                05  SR-QTY-REQUESTED    PIC 9(9) COMP.
                05  SR-QTY-FILLED       PIC 9(9) COMP.
                05  SR-STOCKOUTS        PIC 9(9) COMP.
                05  SR-QTR-STOCKOUTS    PIC 9(9) COMP.
                05  SR-BO-FILLED        PIC 9(9) COMP.
                05  SR-FILL-DAYS        PIC 9(9) COMP.
                05  SR-WORST-DAYS       PIC 9(9) COMP.
      *
       FD  SERVICE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-BO-STATUS              PIC X(2) VALUE '00'.
              88  BO-STATUS-OK              VALUE '00'.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-CAT-STATUS             PIC X(2) VALUE '00'.
              88  CAT-STATUS-OK             VALUE '00'.
           03 WS-DEPT-STATUS            PIC X(2) VALUE '00'.
              88  DEPT-STATUS-OK            VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-KPI-STATUS             PIC X(2) VALUE '00'.
              88  KPI-STATUS-OK             VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-BO-EOF-FLAG            PIC X(1) VALUE 'N'.
              88  END-OF-BO-FILE            VALUE 'Y'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
      *
      *    The report month and the first month of its quarter,
      *    as YYYYMM, and the month of the entry in hand.
           03 WS-WORK-PERIOD            PIC 9(6) VALUE ZERO.
           03 WS-REPORT-MONTH           PIC X(6) VALUE SPACES.
           03 WS-QUARTER-FROM           PIC X(6) VALUE SPACES.
           03 WS-ENTRY-MONTH            PIC X(6) VALUE SPACES.
           03 WS-FILL-MONTH             PIC X(6) VALUE SPACES.
      *
           03 WS-CURRENT-PART           PIC 9(8) VALUE ZERO.
           03 WS-WORK-CATEGORY          PIC X(4) VALUE SPACES.
           03 WS-WORK-DEPT              PIC X(6) VALUE SPACES.
           03 WS-WORK-DESCRIPTION       PIC X(40) VALUE SPACES.
           03 WS-ASKED-QUANTITY         PIC 9(9) VALUE ZERO.
           03 WS-WAIT-DAYS              PIC S9(9) COMP VALUE ZERO.
           03 WS-RAISED-DATE            PIC 9(8) VALUE ZERO.
           03 WS-FILLED-DATE            PIC 9(8) VALUE ZERO.
      *
           03 WS-CAT-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-SLOT               PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-DROPPED            PIC 9(8) COMP VALUE ZERO.
           03 WS-DP-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-DP-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-DP-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-CH-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-CH-DROPPED             PIC 9(8) COMP VALUE ZERO.
      *
           03 WS-ISSUES-READ            PIC 9(8) COMP VALUE ZERO.
           03 WS-BACKORDERS-READ        PIC 9(8) COMP VALUE ZERO.
           03 WS-PARTS-REPORTED         PIC 9(8) COMP VALUE ZERO.
           03 WS-LINE-FILL-PCT          PIC 9(3)V9 VALUE ZERO.
      *
      *    Every set of measures - a sort record's, a part's, a
      *    category's, a department's and the overall - shares
      *    this one layout, so one paragraph folds any of them into
      *    any other: the entry to add goes in WS-ADD-MEASURES,
      *    the total it joins in WS-FOLD-MEASURES.
       01  WS-ADD-MEASURES.
           03   WS-AD-LINES             PIC 9(9) COMP.
           03   WS-AD-FIRST-FILLS       PIC 9(9) COMP.
           03   WS-AD-QTY-REQUESTED     PIC 9(9) COMP.
           03   WS-AD-QTY-FILLED        PIC 9(9) COMP.
           03   WS-AD-STOCKOUTS         PIC 9(9) COMP.
           03   WS-AD-QTR-STOCKOUTS     PIC 9(9) COMP.
           03   WS-AD-BO-FILLED         PIC 9(9) COMP.
           03   WS-AD-FILL-DAYS         PIC 9(9) COMP.
           03   WS-AD-WORST-DAYS        PIC 9(9) COMP.
      *
       01  WS-FOLD-MEASURES.
           03   WS-FD-LINES             PIC 9(9) COMP.
           03   WS-FD-FIRST-FILLS       PIC 9(9) COMP.
           03   WS-FD-QTY-REQUESTED     PIC 9(9) COMP.
           03   WS-FD-QTY-FILLED        PIC 9(9) COMP.
           03   WS-FD-STOCKOUTS         PIC 9(9) COMP.
           03   WS-FD-QTR-STOCKOUTS     PIC 9(9) COMP.
           03   WS-FD-BO-FILLED         PIC 9(9) COMP.
           03   WS-FD-FILL-DAYS         PIC 9(9) COMP.
           03   WS-FD-WORST-DAYS        PIC 9(9) COMP.
      *
      *    An empty set, never changed, to start each total from.
       01  WS-NO-MEASURES.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
           03   FILLER                  PIC 9(9) COMP VALUE ZERO.
      *
       01  WS-PART-MEASURES             PIC X(36) VALUE LOW-VALUES.
       01  WS-OVERALL-MEASURES          PIC X(36) VALUE LOW-VALUES.
      *
      *    One slot per category and per department seen.
       77  MAX-CATEGORIES               PIC 9(4) VALUE 100.
       01  WS-CATEGORY-TABLE.
           03 WS-CAT-COUNT              PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-ENTRY OCCURS 100 TIMES.
              05 WS-CAT-CODE            PIC X(4).
              05 WS-CAT-MEASURES        PIC X(36).
      *
       77  MAX-DEPARTMENTS              PIC 9(4) VALUE 100.
       01  WS-DEPARTMENT-TABLE.
           03 WS-DP-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-DP-ENTRY OCCURS 100 TIMES.
              05 WS-DP-DEPT             PIC X(6).
              05 WS-DP-MEASURES         PIC X(36).
      *
      *    The chronic stockouts, listed after the parts.
       77  MAX-CHRONIC                  PIC 9(4) VALUE 200.
       01  WS-CHRONIC-TABLE.
           03 WS-CH-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-CH-ENTRY OCCURS 200 TIMES.
              05 WS-CH-PART-ID          PIC 9(8).
              05 WS-CH-DESCRIPTION      PIC X(40).
              05 WS-CH-CATEGORY         PIC X(4).
              05 WS-CH-STOCKOUTS        PIC 9(9) COMP.
      *
      *    Stockouts in the quarter past which a part is chronic.
      *    PARMFILE key SVCCHRON overrides it at run start.
       77  CHRONIC-STOCKOUTS            PIC 9(3) VALUE 3.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(36) VALUE
                'DEMAND SERVICE LEVEL - MONTH'.
           03   RH-MONTH                PIC X(6).
           03   FILLER                  PIC X(20) VALUE
                '    QUARTER FROM'.
           03   RH-QUARTER-FROM         PIC X(6).
           03   FILLER                  PIC X(10) VALUE
                '    RUN'.
           03   RH-RUN-DATE             PIC 9(8).
           03   FILLER                  PIC X(46) VALUE SPACES.
      *
       01  REPORT-SECTION-HEADING.
           03   RS-TITLE                PIC X(60).
           03   FILLER                  PIC X(72) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   RH2-KEY-CAPTION         PIC X(40).
           03   FILLER                  PIC X(9) VALUE
                '    LINES'.
           03   FILLER                  PIC X(9) VALUE
                '  IN FULL'.
           03   FILLER                  PIC X(7) VALUE
                '  LINE%'.
           03   FILLER                  PIC X(12) VALUE
                '   QTY ASKED'.
           03   FILLER                  PIC X(12) VALUE
                '  QTY ISSUED'.
           03   FILLER                  PIC X(7) VALUE
                '   QTY%'.
           03   FILLER                  PIC X(8) VALUE
                'STOCKOUT'.
           03   FILLER                  PIC X(8) VALUE
                '  FILLED'.
           03   FILLER                  PIC X(8) VALUE
                '  AVG DY'.
           03   FILLER                  PIC X(6) VALUE
                ' WORST'.
           03   FILLER                  PIC X(6) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-KEY                  PIC X(10).
           03   RD-NAME                 PIC X(30).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-LINES                PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-FIRST-FILLS          PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-LINE-PCT             PIC ZZ9.9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QTY-REQUESTED        PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QTY-FILLED           PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QTY-PCT              PIC ZZ9.9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-STOCKOUTS            PIC ZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-BO-FILLED            PIC ZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-AVG-DAYS             PIC ZZZ9.9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-WORST-DAYS           PIC ZZZ9.
           03   FILLER                  PIC X(6) VALUE SPACES.
      *
       01  REPORT-CHRONIC-HEADING.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
           03   FILLER                  PIC X(10) VALUE 'CATEGORY'.
           03   FILLER                  PIC X(20) VALUE
                'QUARTER STOCKOUTS'.
           03   FILLER                  PIC X(50) VALUE SPACES.
      *
       01  REPORT-CHRONIC-LINE.
           03   RC-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RC-DESCRIPTION          PIC X(40).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RC-CATEGORY             PIC X(4).
           03   FILLER                  PIC X(12) VALUE SPACES.
           03   RC-STOCKOUTS            PIC ZZ,ZZ9.
           03   FILLER                  PIC X(58) VALUE SPACES.
      *
       01  REPORT-MESSAGE-LINE.
           03   RM-TEXT                 PIC X(60).
           03   RM-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-PART-ID
                                 SR-DEPARTMENT
                INPUT PROCEDURE IS GATHER-DEMAND
                OUTPUT PROCEDURE IS PRINT-PART-SERVICE.
      *
           PERFORM PRINT-CATEGORY-SERVICE.
           PERFORM PRINT-DEPARTMENT-SERVICE.
           PERFORM PRINT-CHRONIC-STOCKOUTS.
           PERFORM PRINT-OVERALL-SERVICE.
           PERFORM STORE-FILL-RATE-KPI.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open the files, take the threshold off PARMFILE and lay
      *    out the month and its quarter.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE 'SVCLEVEL' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT SMPLXMPL-FILE.
           OPEN INPUT CATEGORY-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN INPUT PARMFILE-FILE.
           OPEN I-O KPI-FILE.
           OPEN OUTPUT SERVICE-REPORT.
      *
           PERFORM GET-RUNTIME-PARMS.
      *
           MOVE WS-RUN-DATE(1:6) TO WS-WORK-PERIOD.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE WS-WORK-PERIOD TO WS-REPORT-MONTH.
           PERFORM STEP-BACK-ONE-MONTH.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE WS-WORK-PERIOD TO WS-QUARTER-FROM.
      *
           MOVE WS-NO-MEASURES TO WS-OVERALL-MEASURES.
      *
           MOVE WS-REPORT-MONTH TO RH-MONTH.
           MOVE WS-QUARTER-FROM TO RH-QUARTER-FROM.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Override the compiled threshold with whatever operations
      *    has put on PARMFILE - an absent or non-numeric key
      *    leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'SVCCHRON' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      MOVE PM-PARM-VALUE(1:3) TO CHRONIC-STOCKOUTS
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
      *    SORT input procedure - every issue and every backorder
      *    that counts towards the month or the quarter.
       GATHER-DEMAND.
      *
           OPEN INPUT STKMOVE-FILE.
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE
                 IF MV-TYPE-ISSUE
                    PERFORM RELEASE-ISSUE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE STKMOVE-FILE.
      *
           OPEN INPUT BACKORD-FILE.
           PERFORM UNTIL END-OF-BO-FILE
              READ BACKORD-FILE
                   AT END SET END-OF-BO-FILE TO TRUE
              END-READ
              IF NOT END-OF-BO-FILE
                 PERFORM RELEASE-BACKORDER
              END-IF
           END-PERFORM.
           CLOSE BACKORD-FILE.
      *
       GATHER-DEMAND-EXIT.
           EXIT.
      *
      *    An issue is a request met in full at the first attempt -
      *    unless an interchangeable part went in place of the one
      *    asked for, which counts against the part asked for as a
      *    request not met and a stockout.
       RELEASE-ISSUE.
      *
           MOVE MV-MOVEMENT-DATE-YYYY TO WS-ENTRY-MONTH(1:4).
           MOVE MV-MOVEMENT-DATE-MM TO WS-ENTRY-MONTH(5:2).
           IF WS-ENTRY-MONTH LESS THAN WS-QUARTER-FROM
              OR WS-ENTRY-MONTH GREATER THAN WS-REPORT-MONTH
              CONTINUE
           ELSE
              MOVE WS-NO-MEASURES TO SR-MEASURES
              MOVE MV-DEPARTMENT TO SR-DEPARTMENT
              IF MV-SUBSTITUTED-FOR NUMERIC
                 AND MV-SUBSTITUTED-FOR GREATER THAN ZERO
                 MOVE MV-SUBSTITUTED-FOR TO SR-PART-ID
                 MOVE 1 TO SR-QTR-STOCKOUTS
                 IF WS-ENTRY-MONTH EQUAL WS-REPORT-MONTH
                    MOVE 1 TO SR-LINES
                    MOVE 1 TO SR-STOCKOUTS
                    COMPUTE SR-QTY-REQUESTED =
                            MV-OLD-QUANTITY - MV-NEW-QUANTITY
                 END-IF
                 ADD 1 TO WS-ISSUES-READ
                 RELEASE SORT-RECORD
              ELSE
                 IF WS-ENTRY-MONTH EQUAL WS-REPORT-MONTH
                    MOVE MV-PART-ID TO SR-PART-ID
                    MOVE 1 TO SR-LINES
                    MOVE 1 TO SR-FIRST-FILLS
                    COMPUTE SR-QTY-REQUESTED =
                            MV-OLD-QUANTITY - MV-NEW-QUANTITY
                    MOVE SR-QTY-REQUESTED TO SR-QTY-FILLED
                    ADD 1 TO WS-ISSUES-READ
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-IF.
      *
       RELEASE-ISSUE-EXIT.
           EXIT.
      *
      *    A backorder raised in the month is a request not met and
      *    a stockout; raised in the quarter, a quarter stockout;
      *    filled in the month, a wait measured in days.
       RELEASE-BACKORDER.
      *
           MOVE WS-NO-MEASURES TO SR-MEASURES.
           MOVE BO-PART-ID TO SR-PART-ID.
           MOVE BO-DEPARTMENT TO SR-DEPARTMENT.
           MOVE BO-CREATE-DATE(1:6) TO WS-ENTRY-MONTH.
           MOVE SPACES TO WS-FILL-MONTH.
           IF BO-STATUS-FILLED
              MOVE BO-FILL-DATE(1:6) TO WS-FILL-MONTH
           END-IF.
      *
           IF WS-ENTRY-MONTH NOT LESS THAN WS-QUARTER-FROM
              AND WS-ENTRY-MONTH NOT GREATER THAN WS-REPORT-MONTH
              MOVE 1 TO SR-QTR-STOCKOUTS
              IF WS-ENTRY-MONTH EQUAL WS-REPORT-MONTH
                 IF BO-REQUESTED-QUANTITY NUMERIC
                    AND BO-REQUESTED-QUANTITY GREATER THAN ZERO
                    MOVE BO-REQUESTED-QUANTITY TO WS-ASKED-QUANTITY
                 ELSE
                    MOVE BO-SHORT-QUANTITY TO WS-ASKED-QUANTITY
                 END-IF
                 MOVE 1 TO SR-LINES
                 MOVE 1 TO SR-STOCKOUTS
                 MOVE WS-ASKED-QUANTITY TO SR-QTY-REQUESTED
              END-IF
           END-IF.
      *
           IF WS-FILL-MONTH EQUAL WS-REPORT-MONTH
              AND BO-FILL-DATE NUMERIC
              AND BO-CREATE-DATE NUMERIC
              MOVE BO-CREATE-DATE TO WS-RAISED-DATE
              MOVE BO-FILL-DATE TO WS-FILLED-DATE
              COMPUTE WS-WAIT-DAYS =
                      FUNCTION INTEGER-OF-DATE(WS-FILLED-DATE) -
                      FUNCTION INTEGER-OF-DATE(WS-RAISED-DATE)
              IF WS-WAIT-DAYS LESS THAN ZERO
                 MOVE ZERO TO WS-WAIT-DAYS
              END-IF
              MOVE 1 TO SR-BO-FILLED
              MOVE WS-WAIT-DAYS TO SR-FILL-DAYS
              MOVE WS-WAIT-DAYS TO SR-WORST-DAYS
           END-IF.
      *
           IF SR-MEASURES NOT EQUAL WS-NO-MEASURES
              ADD 1 TO WS-BACKORDERS-READ
              RELEASE SORT-RECORD
           END-IF.
      *
       RELEASE-BACKORDER-EXIT.
           EXIT.
      *
      *    SORT output procedure - one line per part, folding each
      *    entry into its department as it comes and each part into
      *    its category when the part is done.
       PRINT-PART-SERVICE.
      *
           MOVE 'SERVICE BY PART' TO RS-TITLE.
           WRITE REPORT-LINE FROM REPORT-SECTION-HEADING.
           MOVE 'PART      DESCRIPTION' TO RH2-KEY-CAPTION.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           PERFORM RETURN-NEXT-ENTRY.
           PERFORM UNTIL END-OF-SORT-FILE
              MOVE SR-PART-ID TO WS-CURRENT-PART
              MOVE WS-NO-MEASURES TO WS-PART-MEASURES
              PERFORM UNTIL END-OF-SORT-FILE
                         OR SR-PART-ID NOT EQUAL WS-CURRENT-PART
                 PERFORM FOLD-ENTRY-INTO-PART
                 PERFORM RETURN-NEXT-ENTRY
              END-PERFORM
              PERFORM FINISH-PART
           END-PERFORM.
      *
       PRINT-PART-SERVICE-EXIT.
           EXIT.
      *
       RETURN-NEXT-ENTRY.
      *
           RETURN SORT-WORK-FILE
                  AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.
      *
       RETURN-NEXT-ENTRY-EXIT.
           EXIT.
      *
      *    The entry joins its part and its department.
       FOLD-ENTRY-INTO-PART.
      *
           MOVE SR-MEASURES TO WS-ADD-MEASURES.
           MOVE WS-PART-MEASURES TO WS-FOLD-MEASURES.
           PERFORM FOLD-MEASURES.
           MOVE WS-FOLD-MEASURES TO WS-PART-MEASURES.
      *
           IF SR-DEPARTMENT EQUAL SPACES
              MOVE 'NONE' TO WS-WORK-DEPT
           ELSE
              MOVE SR-DEPARTMENT TO WS-WORK-DEPT
           END-IF.
           PERFORM FIND-DEPARTMENT-SLOT.
           IF WS-DP-SLOT GREATER THAN ZERO
              MOVE WS-DP-MEASURES(WS-DP-SLOT) TO WS-FOLD-MEASURES
              PERFORM FOLD-MEASURES
              MOVE WS-FOLD-MEASURES TO WS-DP-MEASURES(WS-DP-SLOT)
           END-IF.
      *
       FOLD-ENTRY-INTO-PART-EXIT.
           EXIT.
      *
      *    Add WS-ADD-MEASURES into WS-FOLD-MEASURES - the worst
      *    wait is the longer of the two, not their sum.
       FOLD-MEASURES.
      *
           ADD WS-AD-LINES TO WS-FD-LINES.
           ADD WS-AD-FIRST-FILLS TO WS-FD-FIRST-FILLS.
           ADD WS-AD-QTY-REQUESTED TO WS-FD-QTY-REQUESTED.
           ADD WS-AD-QTY-FILLED TO WS-FD-QTY-FILLED.
           ADD WS-AD-STOCKOUTS TO WS-FD-STOCKOUTS.
           ADD WS-AD-QTR-STOCKOUTS TO WS-FD-QTR-STOCKOUTS.
           ADD WS-AD-BO-FILLED TO WS-FD-BO-FILLED.
           ADD WS-AD-FILL-DAYS TO WS-FD-FILL-DAYS.
           IF WS-AD-WORST-DAYS GREATER THAN WS-FD-WORST-DAYS
              MOVE WS-AD-WORST-DAYS TO WS-FD-WORST-DAYS
           END-IF.
      *
       FOLD-MEASURES-EXIT.
           EXIT.
      *
      *    Print the part when it had demand in the month, fold it
      *    into its category and the overall, and note it when it
      *    ran short too often in the quarter.
       FINISH-PART.
      *
           MOVE WS-CURRENT-PART TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY
                   MOVE SPACES TO WS-WORK-CATEGORY
                   MOVE '*** NOT ON PART MASTER ***'
                     TO WS-WORK-DESCRIPTION
                NOT INVALID KEY
                   MOVE CATEGORY-CODE OF STOCK-PART-REC
                     TO WS-WORK-CATEGORY
                   MOVE DESCRIPTION OF STOCK-PART-REC
                     TO WS-WORK-DESCRIPTION
           END-READ.
      *
           MOVE WS-PART-MEASURES TO WS-FOLD-MEASURES.
           IF WS-FD-LINES GREATER THAN ZERO
              OR WS-FD-BO-FILLED GREATER THAN ZERO
              ADD 1 TO WS-PARTS-REPORTED
              MOVE SPACES TO REPORT-DETAIL-LINE
              MOVE WS-CURRENT-PART TO RD-KEY
              MOVE WS-WORK-DESCRIPTION TO RD-NAME
              PERFORM FORMAT-MEASURES
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           END-IF.
      *
           IF WS-FD-QTR-STOCKOUTS GREATER THAN CHRONIC-STOCKOUTS
              IF WS-CH-COUNT LESS THAN MAX-CHRONIC
                 ADD 1 TO WS-CH-COUNT
                 MOVE WS-CURRENT-PART TO WS-CH-PART-ID(WS-CH-COUNT)
                 MOVE WS-WORK-DESCRIPTION
                   TO WS-CH-DESCRIPTION(WS-CH-COUNT)
                 MOVE WS-WORK-CATEGORY TO WS-CH-CATEGORY(WS-CH-COUNT)
                 MOVE WS-FD-QTR-STOCKOUTS
                   TO WS-CH-STOCKOUTS(WS-CH-COUNT)
              ELSE
                 ADD 1 TO WS-CH-DROPPED
              END-IF
           END-IF.
      *
           MOVE WS-PART-MEASURES TO WS-ADD-MEASURES.
           PERFORM FIND-CATEGORY-SLOT.
           IF WS-CAT-SLOT GREATER THAN ZERO
              MOVE WS-CAT-MEASURES(WS-CAT-SLOT) TO WS-FOLD-MEASURES
              PERFORM FOLD-MEASURES
              MOVE WS-FOLD-MEASURES TO WS-CAT-MEASURES(WS-CAT-SLOT)
           END-IF.
           MOVE WS-OVERALL-MEASURES TO WS-FOLD-MEASURES.
           PERFORM FOLD-MEASURES.
           MOVE WS-FOLD-MEASURES TO WS-OVERALL-MEASURES.
      *
       FINISH-PART-EXIT.
           EXIT.
      *
      *    The slot for WS-WORK-CATEGORY, taking a new one the
      *    first time it is seen. Zero slot when the table is full.
       FIND-CATEGORY-SLOT.
      *
           MOVE ZERO TO WS-CAT-SLOT.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                     UNTIL WS-CAT-INDEX GREATER THAN WS-CAT-COUNT
                        OR WS-CAT-SLOT GREATER THAN ZERO
              IF WS-CAT-CODE(WS-CAT-INDEX) EQUAL WS-WORK-CATEGORY
                 MOVE WS-CAT-INDEX TO WS-CAT-SLOT
              END-IF
           END-PERFORM.
           IF WS-CAT-SLOT EQUAL ZERO
              IF WS-CAT-COUNT LESS THAN MAX-CATEGORIES
                 ADD 1 TO WS-CAT-COUNT
                 MOVE WS-CAT-COUNT TO WS-CAT-SLOT
                 MOVE WS-WORK-CATEGORY TO WS-CAT-CODE(WS-CAT-SLOT)
                 MOVE WS-NO-MEASURES TO WS-CAT-MEASURES(WS-CAT-SLOT)
              ELSE
                 ADD 1 TO WS-CAT-DROPPED
              END-IF
           END-IF.
      *
       FIND-CATEGORY-SLOT-EXIT.
           EXIT.
      *
      *    The slot for WS-WORK-DEPT, the same way.
       FIND-DEPARTMENT-SLOT.
      *
           MOVE ZERO TO WS-DP-SLOT.
           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                     UNTIL WS-DP-INDEX GREATER THAN WS-DP-COUNT
                        OR WS-DP-SLOT GREATER THAN ZERO
              IF WS-DP-DEPT(WS-DP-INDEX) EQUAL WS-WORK-DEPT
                 MOVE WS-DP-INDEX TO WS-DP-SLOT
              END-IF
           END-PERFORM.
           IF WS-DP-SLOT EQUAL ZERO
              IF WS-DP-COUNT LESS THAN MAX-DEPARTMENTS
                 ADD 1 TO WS-DP-COUNT
                 MOVE WS-DP-COUNT TO WS-DP-SLOT
                 MOVE WS-WORK-DEPT TO WS-DP-DEPT(WS-DP-SLOT)
                 MOVE WS-NO-MEASURES TO WS-DP-MEASURES(WS-DP-SLOT)
              ELSE
                 ADD 1 TO WS-DP-DROPPED
              END-IF
           END-IF.
      *
       FIND-DEPARTMENT-SLOT-EXIT.
           EXIT.
      *
      *    Fill the figures of REPORT-DETAIL-LINE from
      *    WS-FOLD-MEASURES. A rate with nothing to divide by
      *    prints blank.
       FORMAT-MEASURES.
      *
           MOVE WS-FD-LINES TO RD-LINES.
           MOVE WS-FD-FIRST-FILLS TO RD-FIRST-FILLS.
           MOVE WS-FD-QTY-REQUESTED TO RD-QTY-REQUESTED.
           MOVE WS-FD-QTY-FILLED TO RD-QTY-FILLED.
           MOVE WS-FD-STOCKOUTS TO RD-STOCKOUTS.
           MOVE WS-FD-BO-FILLED TO RD-BO-FILLED.
           IF WS-FD-LINES GREATER THAN ZERO
              COMPUTE RD-LINE-PCT ROUNDED =
                      WS-FD-FIRST-FILLS * 100 / WS-FD-LINES
           END-IF.
           IF WS-FD-QTY-REQUESTED GREATER THAN ZERO
              COMPUTE RD-QTY-PCT ROUNDED =
                      WS-FD-QTY-FILLED * 100 / WS-FD-QTY-REQUESTED
           END-IF.
           IF WS-FD-BO-FILLED GREATER THAN ZERO
              COMPUTE RD-AVG-DAYS ROUNDED =
                      WS-FD-FILL-DAYS / WS-FD-BO-FILLED
              MOVE WS-FD-WORST-DAYS TO RD-WORST-DAYS
           END-IF.
      *
       FORMAT-MEASURES-EXIT.
           EXIT.
      *
      *    One line per category, named off the CATEGORY master.
       PRINT-CATEGORY-SERVICE.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SERVICE BY CATEGORY' TO RS-TITLE.
           WRITE REPORT-LINE FROM REPORT-SECTION-HEADING.
           MOVE 'CATEGORY  DESCRIPTION' TO RH2-KEY-CAPTION.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                     UNTIL WS-CAT-INDEX GREATER THAN WS-CAT-COUNT
              MOVE SPACES TO REPORT-DETAIL-LINE
              IF WS-CAT-CODE(WS-CAT-INDEX) EQUAL SPACES
                 MOVE 'NONE' TO RD-KEY
                 MOVE 'NO CATEGORY' TO RD-NAME
              ELSE
                 MOVE WS-CAT-CODE(WS-CAT-INDEX) TO RD-KEY
                 MOVE WS-CAT-CODE(WS-CAT-INDEX) TO CT-CATEGORY-CODE
                 READ CATEGORY-FILE
                      INVALID KEY
                         MOVE '*** NOT ON FILE ***' TO RD-NAME
                      NOT INVALID KEY
                         MOVE CT-DESCRIPTION TO RD-NAME
                 END-READ
              END-IF
              MOVE WS-CAT-MEASURES(WS-CAT-INDEX) TO WS-FOLD-MEASURES
              PERFORM FORMAT-MEASURES
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           END-PERFORM.
      *
       PRINT-CATEGORY-SERVICE-EXIT.
           EXIT.
      *
      *    One line per requesting department, named off DEPTMAST.
      *    Demand with no department recorded is shown as NONE.
       PRINT-DEPARTMENT-SERVICE.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SERVICE BY DEPARTMENT' TO RS-TITLE.
           WRITE REPORT-LINE FROM REPORT-SECTION-HEADING.
           MOVE 'DEPT      DESCRIPTION' TO RH2-KEY-CAPTION.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           PERFORM VARYING WS-DP-INDEX FROM 1 BY 1
                     UNTIL WS-DP-INDEX GREATER THAN WS-DP-COUNT
              MOVE SPACES TO REPORT-DETAIL-LINE
              MOVE WS-DP-DEPT(WS-DP-INDEX) TO RD-KEY
              MOVE WS-DP-DEPT(WS-DP-INDEX) TO DP-DEPT-CODE
              READ DEPT-FILE
                   INVALID KEY
                      MOVE 'NO DEPARTMENT RECORDED' TO RD-NAME
                   NOT INVALID KEY
                      MOVE DP-DESCRIPTION TO RD-NAME
              END-READ
              MOVE WS-DP-MEASURES(WS-DP-INDEX) TO WS-FOLD-MEASURES
              PERFORM FORMAT-MEASURES
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           END-PERFORM.
      *
       PRINT-DEPARTMENT-SERVICE-EXIT.
           EXIT.
      *
       PRINT-CHRONIC-STOCKOUTS.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           STRING 'CHRONIC STOCKOUTS - SHORT MORE THAN '
                  CHRONIC-STOCKOUTS
                  ' TIMES IN THE QUARTER'
                  DELIMITED BY SIZE INTO RS-TITLE
           END-STRING.
           WRITE REPORT-LINE FROM REPORT-SECTION-HEADING.
           WRITE REPORT-LINE FROM REPORT-CHRONIC-HEADING.
      *
           PERFORM VARYING WS-CH-INDEX FROM 1 BY 1
                     UNTIL WS-CH-INDEX GREATER THAN WS-CH-COUNT
              MOVE WS-CH-PART-ID(WS-CH-INDEX) TO RC-PART-ID
              MOVE WS-CH-DESCRIPTION(WS-CH-INDEX) TO RC-DESCRIPTION
              MOVE WS-CH-CATEGORY(WS-CH-INDEX) TO RC-CATEGORY
              MOVE WS-CH-STOCKOUTS(WS-CH-INDEX) TO RC-STOCKOUTS
              WRITE REPORT-LINE FROM REPORT-CHRONIC-LINE
           END-PERFORM.
           IF WS-CH-COUNT EQUAL ZERO
              MOVE 'NO CHRONIC STOCKOUTS' TO RM-TEXT
              MOVE ZERO TO RM-COUNT
              WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
           END-IF.
      *
       PRINT-CHRONIC-STOCKOUTS-EXIT.
           EXIT.
      *
      *    The overall line - its line fill rate is the headline
      *    figure stored on KPIHIST - and any table overflow.
       PRINT-OVERALL-SERVICE.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'OVERALL SERVICE' TO RS-TITLE.
           WRITE REPORT-LINE FROM REPORT-SECTION-HEADING.
           MOVE SPACES TO RH2-KEY-CAPTION.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE 'ALL' TO RD-KEY.
           MOVE 'ALL PARTS AND DEPARTMENTS' TO RD-NAME.
           MOVE WS-OVERALL-MEASURES TO WS-FOLD-MEASURES.
           PERFORM FORMAT-MEASURES.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           IF WS-FD-LINES GREATER THAN ZERO
              COMPUTE WS-LINE-FILL-PCT ROUNDED =
                      WS-FD-FIRST-FILLS * 100 / WS-FD-LINES
           END-IF.
      *
           IF WS-CAT-DROPPED GREATER THAN ZERO
              MOVE 'PARTS LEFT OUT OF CATEGORIES (TABLE FULL)'
                TO RM-TEXT
              MOVE WS-CAT-DROPPED TO RM-COUNT
              WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
           END-IF.
           IF WS-DP-DROPPED GREATER THAN ZERO
              MOVE 'ENTRIES LEFT OUT OF DEPARTMENTS (TABLE FULL)'
                TO RM-TEXT
              MOVE WS-DP-DROPPED TO RM-COUNT
              WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
           END-IF.
           IF WS-CH-DROPPED GREATER THAN ZERO
              MOVE 'CHRONIC STOCKOUTS NOT LISTED (TABLE FULL)'
                TO RM-TEXT
              MOVE WS-CH-DROPPED TO RM-COUNT
              WRITE REPORT-LINE FROM REPORT-MESSAGE-LINE
           END-IF.
      *
       PRINT-OVERALL-SERVICE-EXIT.
           EXIT.
      *
      *    Store the line fill rate on the run date's daily record -
      *    onto the record already there, or a new one with the
      *    daily figures zero for KPIDAILY to fill.
       STORE-FILL-RATE-KPI.
      *
           MOVE WS-RUN-DATE TO KP-BUSINESS-DATE.
           MOVE SPACES TO KP-CATEGORY-CODE.
           READ KPI-FILE
                INVALID KEY
                   MOVE SPACES TO KPI-RECORD
                   MOVE WS-RUN-DATE TO KP-BUSINESS-DATE
                   MOVE SPACES TO KP-CATEGORY-CODE
                   MOVE ZERO TO KP-STOCK-VALUE
                   MOVE ZERO TO KP-OPEN-BACKORDERS
                   MOVE ZERO TO KP-RESERVED-UNITS
                   MOVE ZERO TO KP-RESERVED-PCT
                   MOVE ZERO TO KP-POS-RELEASED
                   MOVE ZERO TO KP-RELEASED-VALUE
                   MOVE ZERO TO KP-COUNT-ACCURACY-PCT
                   MOVE ZERO TO KP-INVENTORY-TURNS
                   MOVE ZERO TO KP-DAYS-OF-SUPPLY
                   MOVE WS-LINE-FILL-PCT TO KP-LINE-FILL-PCT
                   WRITE KPI-RECORD
                NOT INVALID KEY
                   MOVE WS-LINE-FILL-PCT TO KP-LINE-FILL-PCT
                   REWRITE KPI-RECORD
           END-READ.
      *
       STORE-FILL-RATE-KPI-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'SVCLEVEL: MONTH:               ' WS-REPORT-MONTH.
           DISPLAY 'SVCLEVEL: ISSUES COUNTED:      ' WS-ISSUES-READ.
           DISPLAY 'SVCLEVEL: BACKORDERS COUNTED:  '
                   WS-BACKORDERS-READ.
           DISPLAY 'SVCLEVEL: PARTS REPORTED:      '
                   WS-PARTS-REPORTED.
           DISPLAY 'SVCLEVEL: CHRONIC STOCKOUTS:   ' WS-CH-COUNT.
           DISPLAY 'SVCLEVEL: LINE FILL RATE PCT:  '
                   WS-LINE-FILL-PCT.
      *
           CLOSE SMPLXMPL-FILE.
           CLOSE CATEGORY-FILE.
           CLOSE DEPT-FILE.
           CLOSE PARMFILE-FILE.
           CLOSE KPI-FILE.
           CLOSE SERVICE-REPORT.
      *
           MOVE WS-PARTS-REPORTED TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
