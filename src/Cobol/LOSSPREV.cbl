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
      * Nightly loss-prevention scan of the business date's issues.
      * Every issue lands on STKMOVE with the userid, terminal and
      * department behind it, but nobody looked for the patterns
      * that point at misuse or theft. This job gathers the day's
      * issues and sets them against each part's normal pattern
      * from the MOVSUMM issue summaries - the average quantity a
      * draw of the part took over the last six complete months,
      * per department and over the whole part - and flags:
      *   - a department's day's draw of a part, or one user's day's
      *     issues of it, past a multiple of that normal draw
      *     (PARMFILE key LPMULTPL, compiled default 5);
      *   - any issue of a class A part (PARTCTRL PC-ABC-CLASS)
      *     made outside shift hours (PARMFILE key LPSHIFT, HHMMHHMM
      *     start and end, compiled default 0600 to 1800; a start
      *     after the end is a shift that runs over midnight);
      *   - a draw by a department that has never drawn the part
      *     before on MOVSUMM.
      * Each flag carries a severity from 1 to 4 - a class A part
      * weighs one more - and lists on the loss-prevention report;
      * flags at or above the alert threshold (PARMFILE key
      * LPALRTSV, compiled default 3) are also raised through the
      * ALERTOUT feed ALRTROUT routes.
      *
      * The business date comes from a one-record LOSSPIN control
      * card (YYYYMMDD); an empty card scans yesterday, the normal
      * nightly case. The RUNCTL registration refuses a date
      * already completed, so a re-run cannot raise the alerts
      * twice.
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
       PROGRAM-ID.              LOSSPREV.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    STKMOVE is a VSAM ESDS - entries are appended in write
      *    order and read back the same way.
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
      *    Browsed one part at a time for its issue buckets.
           SELECT SUMMARY-FILE ASSIGN TO MOVSUMM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS MS-KEY
                  FILE STATUS IS WS-SUMM-STATUS.
      *
           SELECT PARTCTRL-FILE ASSIGN TO PARTCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PART-ID
                  FILE STATUS IS WS-CTRL-STATUS.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT DATE-CARD-FILE ASSIGN TO LOSSPIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT LOSS-REPORT ASSIGN TO LOSSPRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    Batch alerts append to the ALERTOUT dataset, which
      *    operations merges into the ALRTROUT router's feed.
           SELECT ALERT-OUT-FILE ASSIGN TO ALERTOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ALERT-STATUS.
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
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMOVE.
      *
       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MOVSUMM.
      *
       FD  PARTCTRL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTRL.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       FD  DATE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD                    PIC X(8).
      *
      *    Sort work record - each of the day's issues goes in
      *    three times, once under its department ('D'), once
      *    under its user ('U') and once on its own ('H') for the
      *    shift-hours test, all gathered under the part.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-PART-ID              PIC 9(8).
           03   SR-KIND                 PIC X(1).
                88  SR-DEPARTMENT-DRAW   VALUE 'D'.
                88  SR-USER-DRAW         VALUE 'U'.
                88  SR-SINGLE-ISSUE      VALUE 'H'.
           03   SR-GROUP                PIC X(8).
           03   SR-TIME                 PIC 9(6).
           03   SR-QUANTITY             PIC 9(8).
           03   SR-USERID               PIC X(8).
           03   SR-DEPARTMENT           PIC X(6).
           03   SR-TERMINAL             PIC X(4).
      *
       FD  LOSS-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       FD  ALERT-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS.
       01  ALERT-OUT-RECORD             PIC X(49).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
      *    ALERTREC copybook - the alert raised for a serious flag.
           COPY ALERTREC.
      *
       01  WS-STORAGE.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-SUMM-STATUS            PIC X(2) VALUE '00'.
              88  SUMM-STATUS-OK            VALUE '00'.
           03 WS-CTRL-STATUS            PIC X(2) VALUE '00'.
              88  CTRL-STATUS-OK            VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-ALERT-STATUS           PIC X(2) VALUE '00'.
              88  ALERT-STATUS-OK           VALUE '00'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-SUMM-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-PART-SUMMARY       VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
           03 WS-BUSINESS-PERIOD        PIC 9(6) VALUE ZERO.
           03 WS-FIRST-PERIOD           PIC 9(6) VALUE ZERO.
           03 WS-WORK-PERIOD            PIC 9(6) VALUE ZERO.
           03 WS-MONTH-STEP             PIC 9(4) COMP VALUE ZERO.
           03 WS-MOVE-DATE-NUM          PIC 9(8) VALUE ZERO.
           03 WS-ISSUED-UNITS           PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
      *
      *    The part being examined - its class and its normal
      *    draw over the look-back months.
           03 WS-CURR-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-PART-CLASS             PIC X(1) VALUE SPACE.
              88  PART-IS-CLASS-A           VALUE 'A'.
           03 WS-PART-UNITS             PIC 9(11) COMP-3 VALUE ZERO.
           03 WS-PART-DRAWS             PIC 9(9) COMP-3 VALUE ZERO.
      *
      *    The departments that have drawn the part on MOVSUMM -
      *    their look-back totals, whether they drew it before
      *    the business month, and the business month's own
      *    bucket with how far it has been built.
           03 WS-DEPT-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-DEPT-IX                PIC 9(4) COMP VALUE ZERO.
           03 WS-DEPT-FOUND-IX          PIC 9(4) COMP VALUE ZERO.
           03 WS-DEPT-FULL-FLAG         PIC X(1) VALUE 'N'.
              88  DEPT-TABLE-OVERFLOWED     VALUE 'Y'.
           03 WS-DEPT-ENTRY OCCURS 200 TIMES.
              05 WS-DP-DEPARTMENT       PIC X(6).
              05 WS-DP-UNITS            PIC 9(11) COMP-3.
              05 WS-DP-DRAWS            PIC 9(9) COMP-3.
              05 WS-DP-EARLIER-FLAG     PIC X(1).
                 88  DP-DREW-IN-EARLIER-MONTH VALUE 'Y'.
              05 WS-DP-MONTH-DRAWS      PIC 9(8) COMP.
              05 WS-DP-MONTH-BUILT      PIC 9(8).
      *
      *    The group being totalled - one department's or one
      *    user's issues of the part on the business date.
           03 WS-GROUP-FLAG             PIC X(1) VALUE 'N'.
              88  A-GROUP-IS-OPEN           VALUE 'Y'.
           03 WS-CURR-KIND              PIC X(1) VALUE SPACE.
           03 WS-CURR-GROUP             PIC X(8) VALUE SPACES.
           03 WS-GROUP-QUANTITY         PIC 9(9) COMP-3 VALUE ZERO.
           03 WS-GROUP-DRAWS            PIC 9(8) COMP VALUE ZERO.
           03 WS-GROUP-TERMINAL         PIC X(4) VALUE SPACES.
           03 WS-GROUP-TIME             PIC 9(6) VALUE ZERO.
      *
      *    The flag being written.
           03 WS-NORMAL-DRAW            PIC 9(8)V99 VALUE ZERO.
           03 WS-DRAW-LIMIT             PIC 9(11)V99 VALUE ZERO.
           03 WS-DREW-BEFORE-FLAG       PIC X(1) VALUE 'N'.
              88  DEPT-DREW-BEFORE          VALUE 'Y'.
           03 WS-FLAG-REASON            PIC X(18) VALUE SPACES.
           03 WS-FLAG-SEVERITY          PIC 9(1) VALUE ZERO.
           03 WS-FLAG-DEPARTMENT        PIC X(6) VALUE SPACES.
           03 WS-FLAG-USERID            PIC X(8) VALUE SPACES.
           03 WS-FLAG-TERMINAL          PIC X(4) VALUE SPACES.
           03 WS-FLAG-TIME              PIC 9(6) VALUE ZERO.
           03 WS-FLAG-QUANTITY          PIC 9(9) COMP-3 VALUE ZERO.
      *
           03 WS-ISSUES-SCANNED         PIC 9(8) COMP VALUE ZERO.
           03 WS-FLAG-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-ALERT-COUNT            PIC 9(8) COMP VALUE ZERO.
      *
      *    Complete months before the business month the normal
      *    draw is taken over.
       77  LOOKBACK-MONTHS              PIC 9(2) VALUE 6.
      *
      *    A draw past this multiple of normal is flagged -
      *    PARMFILE key LPMULTPL overrides it at run start.
       77  DRAW-MULTIPLE                PIC 9(3) VALUE 5.
      *
      *    Shift hours (HHMMSS) - PARMFILE key LPSHIFT (HHMMHHMM)
      *    overrides them at run start.
       77  SHIFT-START-TIME             PIC 9(6) VALUE 060000.
       77  SHIFT-END-TIME               PIC 9(6) VALUE 180000.
      *
      *    Flags of this severity or more are raised as alerts -
      *    PARMFILE key LPALRTSV overrides it at run start.
       77  ALERT-SEVERITY               PIC 9(1) VALUE 3.
      *
      *    Report headings.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(38) VALUE
                'LOSS-PREVENTION ISSUE SCAN - BUSINESS'.
           03   RH-BUSINESS-DATE        PIC 9(8).
           03   FILLER                  PIC X(64) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'PART'.
           03   FILLER                  PIC X(20) VALUE 'FLAG'.
           03   FILLER                  PIC X(8)  VALUE 'DEPT'.
           03   FILLER                  PIC X(10) VALUE 'USERID'.
           03   FILLER                  PIC X(6)  VALUE 'TERM'.
           03   FILLER                  PIC X(8)  VALUE 'TIME'.
           03   FILLER                  PIC X(11) VALUE
                '   QUANTITY'.
           03   FILLER                  PIC X(12) VALUE
                '      NORMAL'.
           03   FILLER                  PIC X(7)  VALUE '  CLASS'.
           03   FILLER                  PIC X(5)  VALUE '  SEV'.
           03   FILLER                  PIC X(13) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID              PIC 9(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-REASON               PIC X(18).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DEPARTMENT           PIC X(6).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-USERID               PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TERMINAL             PIC X(4).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TIME                 PIC 9(6).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QUANTITY             PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RD-NORMAL               PIC ZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(6) VALUE SPACES.
           03   RD-CLASS                PIC X(1).
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RD-SEVERITY             PIC 9(1).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ALERTED              PIC X(7).
           03   FILLER                  PIC X(3) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(30).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(70) VALUE SPACES.
      *
      *    The alert text - the part, why, and how serious.
       01  ALERT-TEXT-BUILD.
           03   FILLER                  PIC X(5) VALUE 'PART '.
           03   AT-PART-ID              PIC 9(8).
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   AT-REASON               PIC X(18).
           03   FILLER                  PIC X(5) VALUE ' SEV '.
           03   AT-SEVERITY             PIC 9(1).
           03   FILLER                  PIC X(2) VALUE SPACES.
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
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-PART-ID
                                 SR-KIND
                                 SR-GROUP
                                 SR-TIME
                INPUT PROCEDURE IS GATHER-ISSUES
                OUTPUT PROCEDURE IS SCAN-ISSUES.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Settle the business date, register it, take the
      *    tuning values off PARMFILE and lay out the look-back.
       INITIALIZE-RUN.
      *
           OPEN INPUT DATE-CARD-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO DATE-CARD.
           READ DATE-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF DATE-CARD NUMERIC
              MOVE DATE-CARD TO WS-BUSINESS-DATE
           ELSE
              COMPUTE WS-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           END-IF.
      *
      *    Register this business date - a date already scanned
      *    refuses to run again, so its alerts aren't raised twice.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE 'LOSSPREV' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT STKMOVE-FILE.
           OPEN INPUT SUMMARY-FILE.
           OPEN INPUT PARTCTRL-FILE.
           OPEN INPUT PARMFILE-FILE.
           OPEN OUTPUT LOSS-REPORT.
           OPEN EXTEND ALERT-OUT-FILE.
      *
           PERFORM GET-RUNTIME-PARMS.
      *
           MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-PERIOD.
           MOVE WS-BUSINESS-PERIOD TO WS-WORK-PERIOD.
           PERFORM VARYING WS-MONTH-STEP FROM 1 BY 1
                     UNTIL WS-MONTH-STEP GREATER THAN LOOKBACK-MONTHS
              PERFORM STEP-BACK-ONE-MONTH
           END-PERFORM.
           MOVE WS-WORK-PERIOD TO WS-FIRST-PERIOD.
      *
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Override the compiled values with whatever operations
      *    has put on PARMFILE - an absent, non-numeric or zero
      *    key leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'LPMULTPL' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      AND PM-PARM-VALUE(1:3) NOT EQUAL '000'
                      MOVE PM-PARM-VALUE(1:3) TO DRAW-MULTIPLE
                   END-IF
           END-READ.
      *
           MOVE 'LPSHIFT' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:8) NUMERIC
                      AND PM-PARM-VALUE(1:4) NOT GREATER THAN '2359'
                      AND PM-PARM-VALUE(5:4) NOT GREATER THAN '2359'
                      MOVE PM-PARM-VALUE(1:4) TO SHIFT-START-TIME(1:4)
                      MOVE PM-PARM-VALUE(5:4) TO SHIFT-END-TIME(1:4)
                   END-IF
           END-READ.
      *
           MOVE 'LPALRTSV' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:1) NUMERIC
                      AND PM-PARM-VALUE(1:1) NOT EQUAL '0'
                      MOVE PM-PARM-VALUE(1:1) TO ALERT-SEVERITY
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
      *    SORT input procedure - the business date's issues, each
      *    released under its department, its user and on its own.
       GATHER-ISSUES.
      *
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE
                 IF MV-TYPE-ISSUE
                    AND MV-MOVEMENT-DATE-YYYY NUMERIC
                    PERFORM SELECT-ISSUE
                 END-IF
              END-IF
           END-PERFORM.
      *
       GATHER-ISSUES-EXIT.
           EXIT.
      *
       SELECT-ISSUE.
      *
           MOVE MV-MOVEMENT-DATE-YYYY TO WS-MOVE-DATE-NUM(1:4).
           MOVE MV-MOVEMENT-DATE-MM TO WS-MOVE-DATE-NUM(5:2).
           MOVE MV-MOVEMENT-DATE-DD TO WS-MOVE-DATE-NUM(7:2).
           IF WS-MOVE-DATE-NUM EQUAL WS-BUSINESS-DATE
              ADD 1 TO WS-ISSUES-SCANNED
              COMPUTE WS-ISSUED-UNITS =
                      MV-OLD-QUANTITY - MV-NEW-QUANTITY
              IF WS-ISSUED-UNITS LESS THAN ZERO
                 COMPUTE WS-ISSUED-UNITS = ZERO - WS-ISSUED-UNITS
              END-IF
      *
              MOVE MV-PART-ID TO SR-PART-ID
              MOVE MV-MOVEMENT-TIME TO SR-TIME
              MOVE WS-ISSUED-UNITS TO SR-QUANTITY
              MOVE MV-CICS-USERID TO SR-USERID
              MOVE MV-DEPARTMENT TO SR-DEPARTMENT
              MOVE MV-TERMINAL-ID TO SR-TERMINAL
      *
              SET SR-DEPARTMENT-DRAW TO TRUE
              MOVE MV-DEPARTMENT TO SR-GROUP
              RELEASE SORT-RECORD
              SET SR-USER-DRAW TO TRUE
              MOVE MV-CICS-USERID TO SR-GROUP
              RELEASE SORT-RECORD
              SET SR-SINGLE-ISSUE TO TRUE
              MOVE SPACES TO SR-GROUP
              RELEASE SORT-RECORD
           END-IF.
      *
       SELECT-ISSUE-EXIT.
           EXIT.
      *
      *    SORT output procedure - part by part, total each
      *    department's and each user's draw and test it, and test
      *    each issue against the shift hours.
       SCAN-ISSUES.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM FOLD-ONE-ISSUE
              END-IF
           END-PERFORM.
      *
           IF A-GROUP-IS-OPEN
              PERFORM CLOSE-DRAW-GROUP
           END-IF.
      *
       SCAN-ISSUES-EXIT.
           EXIT.
      *
       FOLD-ONE-ISSUE.
      *
           IF SR-PART-ID NOT EQUAL WS-CURR-PART-ID
              IF A-GROUP-IS-OPEN
                 PERFORM CLOSE-DRAW-GROUP
              END-IF
              MOVE SR-PART-ID TO WS-CURR-PART-ID
              PERFORM LOAD-PART-PATTERN
           END-IF.
      *
           IF SR-SINGLE-ISSUE
              IF A-GROUP-IS-OPEN
                 PERFORM CLOSE-DRAW-GROUP
              END-IF
              PERFORM CHECK-SHIFT-HOURS
           ELSE
              IF A-GROUP-IS-OPEN
                 AND (SR-KIND NOT EQUAL WS-CURR-KIND
                      OR SR-GROUP NOT EQUAL WS-CURR-GROUP)
                 PERFORM CLOSE-DRAW-GROUP
              END-IF
              IF NOT A-GROUP-IS-OPEN
                 SET A-GROUP-IS-OPEN TO TRUE
                 MOVE SR-KIND TO WS-CURR-KIND
                 MOVE SR-GROUP TO WS-CURR-GROUP
                 MOVE SR-TERMINAL TO WS-GROUP-TERMINAL
                 MOVE SR-TIME TO WS-GROUP-TIME
              END-IF
              ADD SR-QUANTITY TO WS-GROUP-QUANTITY
              ADD 1 TO WS-GROUP-DRAWS
           END-IF.
      *
       FOLD-ONE-ISSUE-EXIT.
           EXIT.
      *
      *    The part's class off PARTCTRL, and its issue buckets off
      *    MOVSUMM - browsed from the part's first key up to the
      *    business month.
       LOAD-PART-PATTERN.
      *
           MOVE SPACE TO WS-PART-CLASS.
           MOVE WS-CURR-PART-ID TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   MOVE PC-ABC-CLASS TO WS-PART-CLASS
           END-READ.
      *
           MOVE ZERO TO WS-PART-UNITS.
           MOVE ZERO TO WS-PART-DRAWS.
           MOVE ZERO TO WS-DEPT-COUNT.
           MOVE 'N' TO WS-DEPT-FULL-FLAG.
           MOVE 'N' TO WS-SUMM-EOF-FLAG.
      *
           MOVE WS-CURR-PART-ID TO MS-PART-ID.
           MOVE ZERO TO MS-PERIOD.
           MOVE LOW-VALUES TO MS-MOVEMENT-TYPE.
           MOVE LOW-VALUES TO MS-DEPARTMENT.
           START SUMMARY-FILE KEY IS NOT LESS THAN MS-KEY
                 INVALID KEY SET END-OF-PART-SUMMARY TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-PART-SUMMARY
              READ SUMMARY-FILE NEXT
                   AT END SET END-OF-PART-SUMMARY TO TRUE
              END-READ
              IF NOT END-OF-PART-SUMMARY
                 IF MS-PART-ID NOT EQUAL WS-CURR-PART-ID
                    OR MS-PERIOD GREATER THAN WS-BUSINESS-PERIOD
                    SET END-OF-PART-SUMMARY TO TRUE
                 ELSE
                    IF MS-MOVEMENT-TYPE EQUAL 'I'
                       PERFORM TAKE-ISSUE-BUCKET
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       LOAD-PART-PATTERN-EXIT.
           EXIT.
      *
      *    One issue bucket - into the part's and its department's
      *    look-back totals when it falls in the look-back, and
      *    onto the department's history either way.
       TAKE-ISSUE-BUCKET.
      *
           MOVE ZERO TO WS-DEPT-FOUND-IX.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                     UNTIL WS-DEPT-IX GREATER THAN WS-DEPT-COUNT
                        OR WS-DEPT-FOUND-IX GREATER THAN ZERO
              IF WS-DP-DEPARTMENT(WS-DEPT-IX) EQUAL MS-DEPARTMENT
                 MOVE WS-DEPT-IX TO WS-DEPT-FOUND-IX
              END-IF
           END-PERFORM.
      *
           IF WS-DEPT-FOUND-IX EQUAL ZERO
              IF WS-DEPT-COUNT LESS THAN 200
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IX
                 MOVE MS-DEPARTMENT
                      TO WS-DP-DEPARTMENT(WS-DEPT-FOUND-IX)
                 MOVE ZERO TO WS-DP-UNITS(WS-DEPT-FOUND-IX)
                 MOVE ZERO TO WS-DP-DRAWS(WS-DEPT-FOUND-IX)
                 MOVE 'N' TO WS-DP-EARLIER-FLAG(WS-DEPT-FOUND-IX)
                 MOVE ZERO TO WS-DP-MONTH-DRAWS(WS-DEPT-FOUND-IX)
                 MOVE ZERO TO WS-DP-MONTH-BUILT(WS-DEPT-FOUND-IX)
              ELSE
                 SET DEPT-TABLE-OVERFLOWED TO TRUE
              END-IF
           END-IF.
      *
           IF MS-PERIOD NOT LESS THAN WS-FIRST-PERIOD
              AND MS-PERIOD LESS THAN WS-BUSINESS-PERIOD
              ADD MS-UNITS TO WS-PART-UNITS
              ADD MS-MOVEMENT-COUNT TO WS-PART-DRAWS
           END-IF.
      *
           IF WS-DEPT-FOUND-IX GREATER THAN ZERO
              IF MS-PERIOD LESS THAN WS-BUSINESS-PERIOD
                 MOVE 'Y' TO WS-DP-EARLIER-FLAG(WS-DEPT-FOUND-IX)
                 IF MS-PERIOD NOT LESS THAN WS-FIRST-PERIOD
                    ADD MS-UNITS TO WS-DP-UNITS(WS-DEPT-FOUND-IX)
                    ADD MS-MOVEMENT-COUNT
                        TO WS-DP-DRAWS(WS-DEPT-FOUND-IX)
                 END-IF
              ELSE
                 MOVE MS-MOVEMENT-COUNT
                      TO WS-DP-MONTH-DRAWS(WS-DEPT-FOUND-IX)
                 MOVE MS-LAST-BUILT-DATE
                      TO WS-DP-MONTH-BUILT(WS-DEPT-FOUND-IX)
              END-IF
           END-IF.
      *
       TAKE-ISSUE-BUCKET-EXIT.
           EXIT.
      *
      *    A department's or a user's day's draw of the part is
      *    done - test it.
       CLOSE-DRAW-GROUP.
      *
           IF WS-CURR-KIND EQUAL 'D'
              PERFORM CHECK-DEPARTMENT-DRAW
           ELSE
              PERFORM CHECK-USER-DRAW
           END-IF.
      *
           MOVE 'N' TO WS-GROUP-FLAG.
           MOVE ZERO TO WS-GROUP-QUANTITY.
           MOVE ZERO TO WS-GROUP-DRAWS.
      *
       CLOSE-DRAW-GROUP-EXIT.
           EXIT.
      *
      *    A department drawing a part it has never drawn, or
      *    drawing far more than its normal draw - the
      *    department's own when it has one in the look-back, the
      *    part's over all departments when not.
       CHECK-DEPARTMENT-DRAW.
      *
           MOVE ZERO TO WS-DEPT-FOUND-IX.
           PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
                     UNTIL WS-DEPT-IX GREATER THAN WS-DEPT-COUNT
                        OR WS-DEPT-FOUND-IX GREATER THAN ZERO
              IF WS-DP-DEPARTMENT(WS-DEPT-IX) EQUAL WS-CURR-GROUP
                 MOVE WS-DEPT-IX TO WS-DEPT-FOUND-IX
              END-IF
           END-PERFORM.
      *
      *    Drawn before means in an earlier month, or earlier this
      *    month - the month's bucket holds more draws than today
      *    brought, or was last built before today. A department
      *    past the table's room is given the benefit of the doubt.
           MOVE 'N' TO WS-DREW-BEFORE-FLAG.
           IF WS-DEPT-FOUND-IX EQUAL ZERO
              IF DEPT-TABLE-OVERFLOWED
                 SET DEPT-DREW-BEFORE TO TRUE
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN DP-DREW-IN-EARLIER-MONTH(WS-DEPT-FOUND-IX)
                    SET DEPT-DREW-BEFORE TO TRUE
                 WHEN WS-DP-MONTH-DRAWS(WS-DEPT-FOUND-IX)
                      EQUAL ZERO
                    CONTINUE
                 WHEN WS-DP-MONTH-BUILT(WS-DEPT-FOUND-IX)
                      LESS THAN WS-BUSINESS-DATE
                    SET DEPT-DREW-BEFORE TO TRUE
                 WHEN WS-DP-MONTH-DRAWS(WS-DEPT-FOUND-IX)
                      GREATER THAN WS-GROUP-DRAWS
                    SET DEPT-DREW-BEFORE TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
           MOVE ZERO TO WS-NORMAL-DRAW.
           IF WS-DEPT-FOUND-IX GREATER THAN ZERO
              AND WS-DP-DRAWS(WS-DEPT-FOUND-IX) GREATER THAN ZERO
              COMPUTE WS-NORMAL-DRAW ROUNDED =
                      WS-DP-UNITS(WS-DEPT-FOUND-IX) /
                      WS-DP-DRAWS(WS-DEPT-FOUND-IX)
           ELSE
              IF WS-PART-DRAWS GREATER THAN ZERO
                 COMPUTE WS-NORMAL-DRAW ROUNDED =
                         WS-PART-UNITS / WS-PART-DRAWS
              END-IF
           END-IF.
      *
           MOVE WS-CURR-GROUP TO WS-FLAG-DEPARTMENT.
           MOVE SPACES TO WS-FLAG-USERID.
           MOVE SPACES TO WS-FLAG-TERMINAL.
           MOVE WS-GROUP-TIME TO WS-FLAG-TIME.
           MOVE WS-GROUP-QUANTITY TO WS-FLAG-QUANTITY.
      *
      *    An issue booked to no department has no history to be
      *    new to.
           IF NOT DEPT-DREW-BEFORE
              AND WS-CURR-GROUP NOT EQUAL SPACES
              MOVE 'FIRST DRAW BY DEPT' TO WS-FLAG-REASON
              MOVE 1 TO WS-FLAG-SEVERITY
              IF PART-IS-CLASS-A
                 ADD 1 TO WS-FLAG-SEVERITY
              END-IF
              PERFORM WRITE-FLAG
           END-IF.
      *
           MOVE 'DEPT DRAW > NORMAL' TO WS-FLAG-REASON.
           PERFORM CHECK-AGAINST-NORMAL.
      *
       CHECK-DEPARTMENT-DRAW-EXIT.
           EXIT.
      *
      *    One user's issues of the part against the part's
      *    normal draw over all departments.
       CHECK-USER-DRAW.
      *
           MOVE ZERO TO WS-NORMAL-DRAW.
           IF WS-PART-DRAWS GREATER THAN ZERO
              COMPUTE WS-NORMAL-DRAW ROUNDED =
                      WS-PART-UNITS / WS-PART-DRAWS
           END-IF.
      *
           MOVE SPACES TO WS-FLAG-DEPARTMENT.
           MOVE WS-CURR-GROUP TO WS-FLAG-USERID.
           MOVE WS-GROUP-TERMINAL TO WS-FLAG-TERMINAL.
           MOVE WS-GROUP-TIME TO WS-FLAG-TIME.
           MOVE WS-GROUP-QUANTITY TO WS-FLAG-QUANTITY.
           MOVE 'USER DRAW > NORMAL' TO WS-FLAG-REASON.
           PERFORM CHECK-AGAINST-NORMAL.
      *
       CHECK-USER-DRAW-EXIT.
           EXIT.
      *
      *    Past the multiple is severity 2, past twice the
      *    multiple 3, and a class A part one more. A part with no
      *    draws in the look-back has no normal to exceed.
       CHECK-AGAINST-NORMAL.
      *
           IF WS-NORMAL-DRAW GREATER THAN ZERO
              COMPUTE WS-DRAW-LIMIT = WS-NORMAL-DRAW * DRAW-MULTIPLE
              IF WS-GROUP-QUANTITY GREATER THAN WS-DRAW-LIMIT
                 MOVE 2 TO WS-FLAG-SEVERITY
                 IF WS-GROUP-QUANTITY GREATER THAN WS-DRAW-LIMIT * 2
                    ADD 1 TO WS-FLAG-SEVERITY
                 END-IF
                 IF PART-IS-CLASS-A
                    ADD 1 TO WS-FLAG-SEVERITY
                 END-IF
                 PERFORM WRITE-FLAG
              END-IF
           END-IF.
      *
       CHECK-AGAINST-NORMAL-EXIT.
           EXIT.
      *
      *    A class A part issued outside shift hours - severity 3.
      *    A start after the end is a shift running over midnight.
       CHECK-SHIFT-HOURS.
      *
           IF PART-IS-CLASS-A
              IF (SHIFT-START-TIME NOT GREATER THAN SHIFT-END-TIME
                  AND (SR-TIME LESS THAN SHIFT-START-TIME
                       OR SR-TIME NOT LESS THAN SHIFT-END-TIME))
                 OR (SHIFT-START-TIME GREATER THAN SHIFT-END-TIME
                     AND SR-TIME NOT LESS THAN SHIFT-END-TIME
                     AND SR-TIME LESS THAN SHIFT-START-TIME)
                 MOVE ZERO TO WS-NORMAL-DRAW
                 MOVE SR-DEPARTMENT TO WS-FLAG-DEPARTMENT
                 MOVE SR-USERID TO WS-FLAG-USERID
                 MOVE SR-TERMINAL TO WS-FLAG-TERMINAL
                 MOVE SR-TIME TO WS-FLAG-TIME
                 MOVE SR-QUANTITY TO WS-FLAG-QUANTITY
                 MOVE 'CLASS A AFTER HRS' TO WS-FLAG-REASON
                 MOVE 3 TO WS-FLAG-SEVERITY
                 PERFORM WRITE-FLAG
              END-IF
           END-IF.
      *
       CHECK-SHIFT-HOURS-EXIT.
           EXIT.
      *
      *    One flag onto the report, and through the alert feed
      *    when it is serious enough - a 4 is critical.
       WRITE-FLAG.
      *
           ADD 1 TO WS-FLAG-COUNT.
           MOVE WS-CURR-PART-ID TO RD-PART-ID.
           MOVE WS-FLAG-REASON TO RD-REASON.
           MOVE WS-FLAG-DEPARTMENT TO RD-DEPARTMENT.
           MOVE WS-FLAG-USERID TO RD-USERID.
           MOVE WS-FLAG-TERMINAL TO RD-TERMINAL.
           MOVE WS-FLAG-TIME TO RD-TIME.
           MOVE WS-FLAG-QUANTITY TO RD-QUANTITY.
           MOVE WS-NORMAL-DRAW TO RD-NORMAL.
           MOVE WS-PART-CLASS TO RD-CLASS.
           MOVE WS-FLAG-SEVERITY TO RD-SEVERITY.
           MOVE SPACES TO RD-ALERTED.
      *
           IF WS-FLAG-SEVERITY NOT LESS THAN ALERT-SEVERITY
              ADD 1 TO WS-ALERT-COUNT
              MOVE 'ALERTED' TO RD-ALERTED
              IF WS-FLAG-SEVERITY GREATER THAN 3
                 SET AM-SEV-CRITICAL TO TRUE
              ELSE
                 SET AM-SEV-WARNING TO TRUE
              END-IF
              MOVE 'LOSSPREV' TO AM-SOURCE
              MOVE WS-CURR-PART-ID TO AT-PART-ID
              MOVE WS-FLAG-REASON TO AT-REASON
              MOVE WS-FLAG-SEVERITY TO AT-SEVERITY
              MOVE ALERT-TEXT-BUILD TO AM-ALERT-TEXT
              WRITE ALERT-OUT-RECORD FROM ALERT-MESSAGE
           END-IF.
      *
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       WRITE-FLAG-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ISSUES SCANNED:' TO RT-LABEL.
           MOVE WS-ISSUES-SCANNED TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'FLAGS RAISED:' TO RT-LABEL.
           MOVE WS-FLAG-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'SENT TO ALERTS:' TO RT-LABEL.
           MOVE WS-ALERT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           DISPLAY 'LOSSPREV: BUSINESS DATE:    ' WS-BUSINESS-DATE.
           DISPLAY 'LOSSPREV: ISSUES SCANNED:   ' WS-ISSUES-SCANNED.
           DISPLAY 'LOSSPREV: FLAGS RAISED:     ' WS-FLAG-COUNT.
           DISPLAY 'LOSSPREV: ALERTS RAISED:    ' WS-ALERT-COUNT.
      *
           CLOSE STKMOVE-FILE.
           CLOSE SUMMARY-FILE.
           CLOSE PARTCTRL-FILE.
           CLOSE PARMFILE-FILE.
           CLOSE DATE-CARD-FILE.
           CLOSE LOSS-REPORT.
           CLOSE ALERT-OUT-FILE.
      *
           MOVE WS-ISSUES-SCANNED TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
