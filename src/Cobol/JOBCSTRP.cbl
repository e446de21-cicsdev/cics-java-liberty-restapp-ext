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
      * Period job-cost report. Every issue to a job and every
      * return from one now appends a JOBCOST ledger entry valued
      * at AVERAGE-COST, so this job reads one accounting period's
      * entries and prints one line per job that moved in the
      * period - issued value, returned value and the period's net
      * cost - beside the job's JOBMAST cost to date and what is
      * left of its budget, with a grand total, so project costing
      * finally has a materials number per job.
      *
      * JOBCOST is keyed by job first, so a sequential read meets
      * each job's entries together and the job changes are the
      * control breaks. Entries are selected by the accounting
      * period stamped on them at posting, so a late posting
      * rolled forward by PERDCHK reports in the period it landed
      * in.
      *
      * The report period comes from a one-record MONTHIN control
      * card (YYYYMM); an empty card reports the current month.
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
       PROGRAM-ID.              JOBCSTRP.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The job-cost ledger - read in key order, so each job's
      *    entries arrive together.
           SELECT JOBCOST-FILE ASSIGN TO JOBCOST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS JC-KEY
                  FILE STATUS IS WS-COST-STATUS.
      *
           SELECT JOBMAST-FILE ASSIGN TO JOBMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS JB-JOB-NUMBER
                  FILE STATUS IS WS-JOB-STATUS.
      *
           SELECT MONTH-CARD-FILE ASSIGN TO MONTHIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT JOB-REPORT ASSIGN TO JOBCSTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  JOBCOST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBCOST.
      *
       FD  JOBMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY JOBMAST.
      *
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  MONTH-CARD                   PIC X(6).
      *
       FD  JOB-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-COST-STATUS            PIC X(2) VALUE '00'.
              88  COST-STATUS-OK            VALUE '00'.
           03 WS-JOB-STATUS             PIC X(2) VALUE '00'.
              88  JOB-STATUS-OK             VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-COST-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-COST-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-REPORT-MONTH           PIC X(6) VALUE SPACES.
           03 WS-ENTRY-MONTH            PIC X(6) VALUE SPACES.
           03 WS-CURRENT-JOB            PIC X(8) VALUE SPACES.
           03 WS-JOBS-PRINTED           PIC 9(8) COMP VALUE ZERO.
      *
      *    The job in hand's period totals, and the run's.
           03 WS-JOB-ISSUED             PIC S9(11)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-JOB-RETURNED           PIC S9(11)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-JOB-ENTRIES            PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-ISSUED           PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOTAL-RETURNED         PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    Report headings.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(32) VALUE
                'JOB COST REPORT - PERIOD'.
           03   RH-MONTH                PIC X(6).
           03   FILLER                  PIC X(94) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'JOB'.
           03   FILLER                  PIC X(30) VALUE
                'DESCRIPTION'.
           03   FILLER                  PIC X(8) VALUE 'DEPT'.
           03   FILLER                  PIC X(3) VALUE 'ST'.
           03   FILLER                  PIC X(16) VALUE
                '         ISSUED'.
           03   FILLER                  PIC X(16) VALUE
                '       RETURNED'.
           03   FILLER                  PIC X(16) VALUE
                '     PERIOD NET'.
           03   FILLER                  PIC X(16) VALUE
                '   COST TO DATE'.
           03   FILLER                  PIC X(17) VALUE
                'BUDGET REMAINING'.
      *
      *    One line per job with activity in the period.
       01  REPORT-DETAIL-LINE.
           03   RD-JOB                  PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DESCRIPTION          PIC X(28).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DEPT                 PIC X(6).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-STATUS               PIC X(1).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ISSUED               PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RD-RETURNED             PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RD-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RD-COST-TO-DATE         PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RD-REMAINING            PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(2) VALUE SPACES.
      *
      *    The run's totals under the job lines.
       01  REPORT-TOTAL-LINE.
           03   FILLER                  PIC X(51) VALUE
                'TOTAL ALL JOBS'.
           03   RT-ISSUED               PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RT-RETURNED             PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RT-NET                  PIC ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(34) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-COST-FILE
              READ JOBCOST-FILE
                   AT END SET END-OF-COST-FILE TO TRUE
              END-READ
              IF NOT END-OF-COST-FILE
                 PERFORM SELECT-COST-ENTRY
              END-IF
           END-PERFORM.
      *
           PERFORM PRINT-JOB-LINE.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Resolve the report period, open everything, and print
      *    the headings.
       INITIALIZE-RUN.
      *
           OPEN INPUT JOBCOST-FILE.
           OPEN INPUT JOBMAST-FILE.
           OPEN INPUT MONTH-CARD-FILE.
           OPEN OUTPUT JOB-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MONTH-CARD.
           READ MONTH-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF MONTH-CARD NUMERIC
              MOVE MONTH-CARD TO WS-REPORT-MONTH
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
      *
           MOVE WS-REPORT-MONTH TO RH-MONTH.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Keep this entry when it was posted into the report
      *    period; a new job number closes off the previous job's
      *    line first.
       SELECT-COST-ENTRY.
      *
           MOVE JC-PERIOD TO WS-ENTRY-MONTH.
           IF WS-ENTRY-MONTH EQUAL WS-REPORT-MONTH
              IF JC-JOB-NUMBER NOT EQUAL WS-CURRENT-JOB
                 PERFORM PRINT-JOB-LINE
                 MOVE JC-JOB-NUMBER TO WS-CURRENT-JOB
              END-IF
              ADD 1 TO WS-JOB-ENTRIES
              IF JC-TYPE-RETURN
                 ADD JC-VALUE TO WS-JOB-RETURNED
              ELSE
                 ADD JC-VALUE TO WS-JOB-ISSUED
              END-IF
           END-IF.
      *
       SELECT-COST-ENTRY-EXIT.
           EXIT.
      *
      *    Print the job in hand, if it moved in the period, beside
      *    its master's cost to date and budget, then clear the
      *    job totals. A job missing from JOBMAST still prints,
      *    flagged, so its spend is not lost.
       PRINT-JOB-LINE.
      *
           IF WS-JOB-ENTRIES GREATER THAN ZERO
              MOVE SPACES TO RD-DESCRIPTION
              MOVE SPACES TO RD-DEPT
              MOVE SPACE TO RD-STATUS
              MOVE ZERO TO RD-COST-TO-DATE
              MOVE ZERO TO RD-REMAINING
              MOVE WS-CURRENT-JOB TO RD-JOB
              MOVE WS-CURRENT-JOB TO JB-JOB-NUMBER
              READ JOBMAST-FILE
                   INVALID KEY
                      MOVE '*** NOT ON JOBMAST ***'
                           TO RD-DESCRIPTION
                   NOT INVALID KEY
                      MOVE JB-DESCRIPTION TO RD-DESCRIPTION
                      MOVE JB-DEPT-CODE TO RD-DEPT
                      MOVE JB-STATUS TO RD-STATUS
                      IF JB-COST-TO-DATE NUMERIC
                         MOVE JB-COST-TO-DATE TO RD-COST-TO-DATE
                         IF JB-BUDGET GREATER THAN ZERO
                            COMPUTE RD-REMAINING =
                                    JB-BUDGET - JB-COST-TO-DATE
                         END-IF
                      END-IF
              END-READ
              MOVE WS-JOB-ISSUED TO RD-ISSUED
              MOVE WS-JOB-RETURNED TO RD-RETURNED
              COMPUTE RD-NET = WS-JOB-ISSUED + WS-JOB-RETURNED
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
              ADD 1 TO WS-JOBS-PRINTED
              ADD WS-JOB-ISSUED TO WS-TOTAL-ISSUED
              ADD WS-JOB-RETURNED TO WS-TOTAL-RETURNED
           END-IF.
      *
           MOVE ZERO TO WS-JOB-ENTRIES.
           MOVE ZERO TO WS-JOB-ISSUED.
           MOVE ZERO TO WS-JOB-RETURNED.
      *
       PRINT-JOB-LINE-EXIT.
           EXIT.
      *
      *    Print the run's totals and close everything.
       FINALIZE-RUN.
      *
           MOVE WS-TOTAL-ISSUED TO RT-ISSUED.
           MOVE WS-TOTAL-RETURNED TO RT-RETURNED.
           COMPUTE RT-NET = WS-TOTAL-ISSUED + WS-TOTAL-RETURNED.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           DISPLAY 'JOBCSTRP: JOBS REPORTED: ' WS-JOBS-PRINTED.
      *
           CLOSE JOBCOST-FILE.
           CLOSE JOBMAST-FILE.
           CLOSE MONTH-CARD-FILE.
           CLOSE JOB-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
