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
      * Nightly REQLOG purge and duplicate-request report. The
      * container front doors (RECVGDSC, ISSUGDSC, ADJSTCKC) record
      * each caller-supplied request ID on REQLOG with its result,
      * and answer a retry of it from there instead of posting the
      * receipt, issue or adjustment a second time. This run reads
      * the whole log once and:
      *
      *   - reports, per caller and interface, the request IDs on
      *     file and the repeats absorbed since the last run (each
      *     record remembers how many of its repeats have already
      *     been reported), so a Liberty client that keeps timing
      *     out shows up by name;
      *   - deletes request IDs recorded before the retention
      *     window (PARMFILE key REQRETN, compiled default 7 days)
      *     - a retry older than that is treated as a new request.
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
       PROGRAM-ID.              REQPURGE.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REQLOG-FILE ASSIGN TO REQLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RG-KEY
                  FILE STATUS IS WS-REQLOG-STATUS.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT DUPLICATE-REPORT ASSIGN TO REQPRGR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
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
       FD  REQLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REQLOG.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
      *    Sort work record - one per request ID, by caller and
      *    interface.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-CALLER               PIC X(8).
           03   SR-INTERFACE            PIC X(8).
           03   SR-NEW-REPEATS          PIC 9(6).
           03   SR-PURGED-FLAG          PIC X(1).
                88  SR-WAS-PURGED        VALUE 'Y'.
      *
       FD  DUPLICATE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                  PIC X(80).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-REQLOG-STATUS          PIC X(2) VALUE '00'.
              88  REQLOG-STATUS-OK          VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-REQLOG-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-REQLOG-FILE        VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-CUTOFF-DATE            PIC 9(8) VALUE ZERO.
           03 WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                        PIC X(8).
           03 WS-DATE-INT               PIC S9(9) COMP VALUE ZERO.
           03 WS-RECORD-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-PURGED-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-REPEATS          PIC 9(8) COMP VALUE ZERO.
           03 WS-FIRST-FLAG             PIC X(1) VALUE 'Y'.
              88  FIRST-SORTED-LINE         VALUE 'Y'.
      *
      *    The caller and interface being totalled, and the
      *    caller's own total across its interfaces.
           03 WS-CURR-CALLER            PIC X(8) VALUE SPACES.
           03 WS-CURR-INTERFACE         PIC X(8) VALUE SPACES.
           03 WS-GRP-ON-FILE            PIC 9(8) COMP VALUE ZERO.
           03 WS-GRP-REPEATS            PIC 9(8) COMP VALUE ZERO.
           03 WS-GRP-PURGED             PIC 9(8) COMP VALUE ZERO.
           03 WS-CALLER-REPEATS         PIC 9(8) COMP VALUE ZERO.
      *
      *    Days a request ID is kept - PARMFILE key REQRETN
      *    overrides it at run start.
       01  RETENTION-DAYS               PIC 9(3) VALUE 7.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(38) VALUE
                'DUPLICATE REQUESTS ABSORBED - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(32) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'CALLER'.
           03   FILLER                  PIC X(10) VALUE 'INTERFACE'.
           03   FILLER                  PIC X(12) VALUE '     ON FILE'.
           03   FILLER                  PIC X(12) VALUE '     REPEATS'.
           03   FILLER                  PIC X(12) VALUE '      PURGED'.
           03   FILLER                  PIC X(24) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-CALLER               PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-INTERFACE            PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ON-FILE              PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-REPEATS              PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PURGED               PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(26) VALUE SPACES.
      *
       01  REPORT-CALLER-LINE.
           03   FILLER                  PIC X(20) VALUE
                '  CALLER REPEATS'.
           03   FILLER                  PIC X(12) VALUE SPACES.
           03   RS-CALLER-REPEATS       PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(38) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(32).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(38) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-CALLER
                                 SR-INTERFACE
                INPUT PROCEDURE IS SCAN-REQUEST-LOG
                OUTPUT PROCEDURE IS PRINT-REPEATS.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Register the run, open the files, take the window off
      *    PARMFILE and work out the oldest recorded date kept.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'REQPURGE' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN I-O REQLOG-FILE.
           OPEN INPUT PARMFILE-FILE.
           OPEN OUTPUT DUPLICATE-REPORT.
      *
           PERFORM GET-RUNTIME-PARMS.
      *
      *    A request ID recorded before this date is past the
      *    window.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - RETENTION-DAYS.
           COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
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
      *    Override the compiled window with whatever operations
      *    has put on PARMFILE - an absent, non-numeric or zero
      *    key leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'REQRETN' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      AND PM-PARM-VALUE(1:3) NOT EQUAL '000'
                      MOVE PM-PARM-VALUE(1:3) TO RETENTION-DAYS
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    SORT input procedure - every request ID on the log,
      *    with the repeats not yet reported. Those past the
      *    window are deleted; the rest are marked reported.
       SCAN-REQUEST-LOG.
      *
           PERFORM UNTIL END-OF-REQLOG-FILE
              READ REQLOG-FILE NEXT RECORD
                   AT END SET END-OF-REQLOG-FILE TO TRUE
              END-READ
              IF NOT END-OF-REQLOG-FILE
                 PERFORM SCAN-ONE-REQUEST
              END-IF
           END-PERFORM.
      *
       SCAN-REQUEST-LOG-EXIT.
           EXIT.
      *
       SCAN-ONE-REQUEST.
      *
           ADD 1 TO WS-RECORD-COUNT.
           MOVE RG-CALLER TO SR-CALLER.
           MOVE RG-INTERFACE TO SR-INTERFACE.
           MOVE ZERO TO SR-NEW-REPEATS.
           IF RG-DUPLICATE-COUNT NUMERIC
              AND RG-REPORTED-COUNT NUMERIC
              AND RG-DUPLICATE-COUNT GREATER THAN RG-REPORTED-COUNT
              COMPUTE SR-NEW-REPEATS =
                      RG-DUPLICATE-COUNT - RG-REPORTED-COUNT
           END-IF.
      *
           IF RG-RECORDED-DATE LESS THAN WS-CUTOFF-DATE-X
              MOVE 'Y' TO SR-PURGED-FLAG
              DELETE REQLOG-FILE RECORD
              ADD 1 TO WS-PURGED-COUNT
           ELSE
              MOVE 'N' TO SR-PURGED-FLAG
              IF SR-NEW-REPEATS GREATER THAN ZERO
                 MOVE RG-DUPLICATE-COUNT TO RG-REPORTED-COUNT
                 REWRITE REQUEST-LOG-RECORD
              END-IF
           END-IF.
      *
           RELEASE SORT-RECORD.
      *
       SCAN-ONE-REQUEST-EXIT.
           EXIT.
      *
      *    SORT output procedure - one line per caller and
      *    interface, the caller's repeats totalled on a break.
       PRINT-REPEATS.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM TALLY-ONE-REQUEST
              END-IF
           END-PERFORM.
      *
           IF NOT FIRST-SORTED-LINE
              PERFORM PRINT-INTERFACE-LINE
              PERFORM PRINT-CALLER-TOTAL
           END-IF.
      *
       PRINT-REPEATS-EXIT.
           EXIT.
      *
       TALLY-ONE-REQUEST.
      *
           IF FIRST-SORTED-LINE
              MOVE SR-CALLER TO WS-CURR-CALLER
              MOVE SR-INTERFACE TO WS-CURR-INTERFACE
              MOVE 'N' TO WS-FIRST-FLAG
           ELSE
              IF SR-CALLER NOT EQUAL WS-CURR-CALLER
                 PERFORM PRINT-INTERFACE-LINE
                 PERFORM PRINT-CALLER-TOTAL
                 MOVE SR-CALLER TO WS-CURR-CALLER
                 MOVE SR-INTERFACE TO WS-CURR-INTERFACE
              ELSE
                 IF SR-INTERFACE NOT EQUAL WS-CURR-INTERFACE
                    PERFORM PRINT-INTERFACE-LINE
                    MOVE SR-INTERFACE TO WS-CURR-INTERFACE
                 END-IF
              END-IF
           END-IF.
      *
           IF SR-WAS-PURGED
              ADD 1 TO WS-GRP-PURGED
           ELSE
              ADD 1 TO WS-GRP-ON-FILE
           END-IF.
           ADD SR-NEW-REPEATS TO WS-GRP-REPEATS.
           ADD SR-NEW-REPEATS TO WS-CALLER-REPEATS.
           ADD SR-NEW-REPEATS TO WS-TOTAL-REPEATS.
      *
       TALLY-ONE-REQUEST-EXIT.
           EXIT.
      *
       PRINT-INTERFACE-LINE.
      *
           MOVE WS-CURR-CALLER TO RD-CALLER.
           MOVE WS-CURR-INTERFACE TO RD-INTERFACE.
           MOVE WS-GRP-ON-FILE TO RD-ON-FILE.
           MOVE WS-GRP-REPEATS TO RD-REPEATS.
           MOVE WS-GRP-PURGED TO RD-PURGED.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           MOVE ZERO TO WS-GRP-ON-FILE.
           MOVE ZERO TO WS-GRP-REPEATS.
           MOVE ZERO TO WS-GRP-PURGED.
      *
       PRINT-INTERFACE-LINE-EXIT.
           EXIT.
      *
       PRINT-CALLER-TOTAL.
      *
           MOVE WS-CALLER-REPEATS TO RS-CALLER-REPEATS.
           WRITE REPORT-LINE FROM REPORT-CALLER-LINE.
           MOVE ZERO TO WS-CALLER-REPEATS.
      *
       PRINT-CALLER-TOTAL-EXIT.
           EXIT.
      *
      *    Print the run totals and close everything.
       FINALIZE-RUN.
      *
           MOVE 'REQUEST IDS READ:' TO RT-LABEL.
           MOVE WS-RECORD-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'REPEATS ABSORBED SINCE LAST RUN:' TO RT-LABEL.
           MOVE WS-TOTAL-REPEATS TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'REQUEST IDS PURGED:' TO RT-LABEL.
           MOVE WS-PURGED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           DISPLAY 'REQPURGE: REQUEST IDS READ:   ' WS-RECORD-COUNT.
           DISPLAY 'REQPURGE: REPEATS ABSORBED:   ' WS-TOTAL-REPEATS.
           DISPLAY 'REQPURGE: REQUEST IDS PURGED: ' WS-PURGED-COUNT.
      *
           CLOSE REQLOG-FILE.
           CLOSE PARMFILE-FILE.
           CLOSE DUPLICATE-REPORT.
      *
           MOVE WS-RECORD-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
