      * purchasing has data to push back on a slow supplier at
      * contract renewal instead of just a single night's snapshot.
      *
      * Called by PARTPASS, the single pass over SMPLXMPL that
      * feeds all the part-master reports, once per record - see
      * PASSAREA.cpy. Each part's lead time goes to the LEADWK work
      * file as the pass goes by, and the sort, summary and LEADHIST
      * update happen when PARTPASS closes the report. It takes no
      * commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run, and a part whose
      *                    (weekends off by default, holidays and
      *                    shutdowns as exceptions) - the figures
      *                    stop jumping after every long weekend.
      *  15 Oct 2026  DEV  Driven by the PARTPASS single-pass
      *                    driver instead of reading SMPLXMPL
      *                    itself - lead times collect on the
      *                    LEADWK work file during the pass and are
      *                    sorted from it at close, and a restarted
      *                    pass resumes from its checkpoint.
      *  15 Oct 2026  DEV  A restarted pass extended LEADWK with
      *                    every lead time already written since
      *                    the checkpoint, so those parts counted
      *                    twice in their supplier's average. The
      *                    restart now rebuilds the report and the
      *                    work file from the failed attempt's
      *                    copies (DD LEADRPTP and LEADWKP), exactly
      *                    as far as the counts saved at the
      *                    checkpoint, and both are closed and
      *                    reopened at each checkpoint so those
      *                    counts are on file.
      *
      *****************************************************************

      *
       FILE-CONTROL.
      *
      *    The lead times computed during the pass, waiting for
      *    the sort at close.
           SELECT LEADTIME-WORK-FILE ASSIGN TO LEADWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WORK-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT LEADTIME-REPORT ASSIGN TO LEADRPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The failed attempt's work file and report, read back on a
      *    restart.
           SELECT PRIOR-WORK-FILE ASSIGN TO LEADWKP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
           SELECT PRIOR-LEADTIME-REPORT ASSIGN TO LEADRPTP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    Work record - laid out exactly as the sort record, so
      *    the sort can take the file as it stands.
       FD  LEADTIME-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           03   WK-SUPPLIER              PIC 9(8).
           03   WK-LEAD-DAYS             PIC S9(5) COMP-3.
      *
      *    Sort work record - one entry per part, carrying just the
      *    supplier and the computed lead time in days.
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
      *
       FD  PRIOR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-WORK-RECORD             PIC X(11).
      *
       FD  PRIOR-LEADTIME-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-REPORT-LINE             PIC X(80).
      *
       FD  BIZCAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BIZDAYW.
      *
       01  WS-STORAGE.
           03 WS-WORK-STATUS             PIC X(2) VALUE '00'.
              88  WORK-STATUS-OK             VALUE '00'.
           03 WS-HIST-STATUS             PIC X(2) VALUE '00'.
           03 WS-REPORT-STATUS           PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK           VALUE '00'.
           03 WS-SORT-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE           VALUE 'Y'.
           03 WS-HISTORY-FOUND-FLAG      PIC X(1) VALUE 'N'.
           03 WS-LAST-JULIAN             PIC S9(9) COMP VALUE ZERO.
           03 WS-NEXT-JULIAN             PIC S9(9) COMP VALUE ZERO.
           03 WS-PART-LEAD-DAYS          PIC S9(5) COMP-3 VALUE ZERO.
           03 WS-PARTS-TIMED             PIC 9(8) COMP VALUE ZERO.
      *
      *    Lines on the report so far - with WS-PARTS-TIMED, the
      *    records on the work file - saved at every checkpoint so
      *    a restart knows how much of the failed attempt's copies
      *    to keep.
           03 WS-REPORT-LINES-WRITTEN    PIC 9(8) COMP VALUE ZERO.
      *
      *    Current-supplier control-break accumulators.
           03 WS-CURRENT-SUPPLIER        PIC 9(8) VALUE ZERO.
           03 WS-MAX-LEAD-DAYS           PIC S9(5) COMP-3 VALUE ZERO.
           03 WS-AVERAGE-LEAD-DAYS       PIC S9(5) COMP-3 VALUE ZERO.
      *
      *    Restart copy - kept out of WS-STORAGE, which the restart
      *    overwrites from the checkpoint.
       01  WS-RESTART-COPY.
           03 WS-PRIOR-STATUS            PIC X(2) VALUE '00'.
           03 WS-RECORDS-COPIED          PIC 9(8) COMP VALUE ZERO.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                   PIC X(38) VALUE
           03   FILLER                   PIC X(4)  VALUE SPACES.
           03   RD-TREND-TEXT            PIC X(38) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *    PASSAREA copybook - what PARTPASS wants done this call.
           COPY PASSAREA.
      *
      *    STOCK-PART-REC layout - the SMPLXMPL record PARTPASS
      *    hands over, renamed the same way STOKVAL's valuation
      *    report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       PROCEDURE DIVISION USING PART-PASS-AREA STOCK-PART-REC.
      *
       MAIN-PROCESSING SECTION.
      *
           EVALUATE TRUE
              WHEN PP-OPEN-REPORT
                 OPEN OUTPUT LEADTIME-REPORT
                 OPEN OUTPUT LEADTIME-WORK-FILE
                 OPEN I-O LEADHIST-FILE
                 OPEN INPUT BIZCAL-FILE
                 MOVE PP-RUN-DATE TO WS-RUN-DATE
                 PERFORM WRITE-REPORT-HEADINGS
              WHEN PP-RESUME-REPORT
                 PERFORM RESUME-REPORT
              WHEN PP-TAKE-RECORD
                 PERFORM COMPUTE-LEAD-TIMES
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-REPORT-STATE
              WHEN PP-CLOSE-REPORT
                 CLOSE LEADTIME-WORK-FILE
                 CLOSE BIZCAL-FILE
                 SORT SORT-WORK-FILE
                      ON ASCENDING KEY SR-SUPPLIER
                      USING LEADTIME-WORK-FILE
                      OUTPUT PROCEDURE IS SUMMARIZE-BY-SUPPLIER
                 CLOSE LEADTIME-REPORT
                 CLOSE LEADHIST-FILE
                 MOVE WS-PARTS-TIMED TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Pick up after a restart: the report and the work file
      *    are rebuilt from the failed attempt's copies, exactly as
      *    far as the counts saved at the checkpoint - whatever
      *    that attempt wrote after it is dropped, as the pass
      *    hands those parts over again. LEADHIST is only touched
      *    at close, so it is exactly as the night began.
       RESUME-REPORT.
      *
           OPEN I-O LEADHIST-FILE.
           OPEN INPUT BIZCAL-FILE.
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
      *
           OPEN INPUT PRIOR-LEADTIME-REPORT.
           OPEN OUTPUT LEADTIME-REPORT.
           MOVE ZERO TO WS-RECORDS-COPIED.
           PERFORM UNTIL WS-RECORDS-COPIED = WS-REPORT-LINES-WRITTEN
              PERFORM COPY-PRIOR-REPORT-LINE
           END-PERFORM.
           CLOSE PRIOR-LEADTIME-REPORT.
      *
           OPEN INPUT PRIOR-WORK-FILE.
           OPEN OUTPUT LEADTIME-WORK-FILE.
           MOVE ZERO TO WS-RECORDS-COPIED.
           PERFORM UNTIL WS-RECORDS-COPIED = WS-PARTS-TIMED
              PERFORM COPY-PRIOR-WORK-RECORD
           END-PERFORM.
           CLOSE PRIOR-WORK-FILE.
      *
       RESUME-REPORT-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's report over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-LEADTIME-REPORT
                AT END
                   DISPLAY 'LEADRPT: PREVIOUS REPORT SHORT OF'
                           ' CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE REPORT-LINE FROM PRIOR-REPORT-LINE.
           ADD 1 TO WS-RECORDS-COPIED.
      *
       COPY-PRIOR-REPORT-LINE-EXIT.
           EXIT.
      *
      *    The same for one record of the work file.
       COPY-PRIOR-WORK-RECORD.
      *
           READ PRIOR-WORK-FILE
                AT END
                   DISPLAY 'LEADRPT: PREVIOUS WORK FILE SHORT OF'
                           ' CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE WORK-RECORD FROM PRIOR-WORK-RECORD.
           ADD 1 TO WS-RECORDS-COPIED.
      *
       COPY-PRIOR-WORK-RECORD-EXIT.
           EXIT.
      *
      *    Hand PARTPASS the counts for the checkpoint, closing and
      *    reopening the report and the work file first so every
      *    record counted is on file, not in a buffer an abend
      *    would lose.
       SAVE-REPORT-STATE.
      *
           CLOSE LEADTIME-REPORT.
           OPEN EXTEND LEADTIME-REPORT.
           CLOSE LEADTIME-WORK-FILE.
           OPEN EXTEND LEADTIME-WORK-FILE.
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
      *
       SAVE-REPORT-STATE-EXIT.
           EXIT.
      *
      *    Print the run-date heading and column heading.
       WRITE-REPORT-HEADINGS.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           ADD 2 TO WS-REPORT-LINES-WRITTEN.
      *
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
      *
      *    One part from the pass - its supplier and lead time go
      *    to the work file for the sort at close.
       COMPUTE-LEAD-TIMES.
      *
           PERFORM COMPUTE-ONE-LEAD-TIME.
           MOVE SUPPLIER OF STOCK-PART-REC TO WK-SUPPLIER.
           MOVE WS-PART-LEAD-DAYS TO WK-LEAD-DAYS.
           WRITE WORK-RECORD.
           ADD 1 TO WS-PARTS-TIMED.
      *
       COMPUTE-LEAD-TIMES-EXIT.
           EXIT.
