      * instead of NEXT-ORDER-DATE just sitting unused in the
      * record.
      *
      * Called by PARTPASS, the single pass over SMPLXMPL that
      * feeds all the part-master reports, once per record - see
      * PASSAREA.cpy. It takes no commarea and issues no EXEC CICS
      * calls.
      *
      * To simplify the code, this program has minimal error-
      * handling logic - any I/O error simply stops the run.
      *                    shutdowns as exceptions) - the report
      *                    stops crying wolf after every long
      *                    weekend.
      *  15 Oct 2026  DEV  Driven by the PARTPASS single-pass
      *                    driver instead of reading SMPLXMPL
      *                    itself - the record arrives with each
      *                    call, and a restarted pass resumes the
      *                    report from its checkpointed counts.
      *  15 Oct 2026  DEV  A restarted pass extended the report
      *                    with every line already printed since
      *                    the checkpoint, so those parts showed
      *                    twice. The restart now rebuilds the
      *                    report from the failed attempt's copy
      *                    (DD OVRDRPTP), exactly as far as the line
      *                    count saved at the checkpoint, and the
      *                    report is closed and reopened at each
      *                    checkpoint so that count is on file.
      *
      *****************************************************************

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The business calendar the shared working-day
      *    arithmetic consults - see BIZDAYP/BIZDAYW.
           SELECT OVERDUE-REPORT ASSIGN TO OVRDRPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The failed attempt's report, read back on a restart.
           SELECT PRIOR-OVERDUE-REPORT ASSIGN TO OVRDRPTP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  OVERDUE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                   PIC X(80).
      *
       FD  PRIOR-OVERDUE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-REPORT-LINE             PIC X(80).
      *
       FD  BIZCAL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *
       01  WS-STORAGE.
           03 WS-REPORT-STATUS           PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK           VALUE '00'.
           03 WS-RUN-DATE                PIC 9(8) VALUE ZERO.
           03 WS-NEXT-DATE-NUM           PIC 9(8) VALUE ZERO.
           03 WS-RUN-JULIAN              PIC S9(9) COMP VALUE ZERO.
           03 WS-BUCKET-30-PLUS-COUNT    PIC 9(5) COMP VALUE ZERO.
           03 WS-TOTAL-OVERDUE-COUNT     PIC 9(5) COMP VALUE ZERO.
      *
      *    Lines on the report so far, saved at every checkpoint so
      *    a restart knows how much of the failed attempt's copy to
      *    keep.
           03 WS-REPORT-LINES-WRITTEN    PIC 9(8) COMP VALUE ZERO.
      *
      *    Restart copy - kept out of WS-STORAGE, which the restart
      *    overwrites from the checkpoint.
       01  WS-RESTART-COPY.
           03 WS-PRIOR-STATUS            PIC X(2) VALUE '00'.
           03 WS-LINES-COPIED            PIC 9(8) COMP VALUE ZERO.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                   PIC X(33) VALUE
           03   RS-COUNT                 PIC ZZZZ9.
           03   FILLER                   PIC X(55) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *    PASSAREA copybook - what PARTPASS wants done this call.
           COPY PASSAREA.
      *
      *    STOCK-PART-REC layout - the SMPLXMPL record PARTPASS
      *    hands over, renamed the same way LEADRPT's own lead-time
      *    report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       PROCEDURE DIVISION USING PART-PASS-AREA STOCK-PART-REC.
      *
       MAIN-PROCESSING SECTION.
      *
           EVALUATE TRUE
              WHEN PP-OPEN-REPORT
                 OPEN OUTPUT OVERDUE-REPORT
                 OPEN INPUT BIZCAL-FILE
                 MOVE PP-RUN-DATE TO WS-RUN-DATE
                 PERFORM WRITE-REPORT-HEADINGS
              WHEN PP-RESUME-REPORT
                 PERFORM RESUME-REPORT
              WHEN PP-TAKE-RECORD
                 PERFORM PROCESS-ONE-PART
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-REPORT-STATE
              WHEN PP-CLOSE-REPORT
                 CLOSE BIZCAL-FILE
                 PERFORM PRINT-BUCKET-SUMMARY
                 CLOSE OVERDUE-REPORT
                 MOVE WS-TOTAL-OVERDUE-COUNT TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Pick up after a restart: the bucket counts carry on from
      *    the checkpoint, and the report is rebuilt from the failed
      *    attempt's copy, exactly as far as the line count saved
      *    with them - whatever that attempt printed after the
      *    checkpoint is dropped, as the pass hands those parts
      *    over again.
       RESUME-REPORT.
      *
           OPEN INPUT BIZCAL-FILE.
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
      *
           OPEN INPUT PRIOR-OVERDUE-REPORT.
           OPEN OUTPUT OVERDUE-REPORT.
           MOVE ZERO TO WS-LINES-COPIED.
           PERFORM UNTIL WS-LINES-COPIED = WS-REPORT-LINES-WRITTEN
              PERFORM COPY-PRIOR-REPORT-LINE
           END-PERFORM.
           CLOSE PRIOR-OVERDUE-REPORT.
      *
       RESUME-REPORT-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's report over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-OVERDUE-REPORT
                AT END
                   DISPLAY 'OVRDRPT: PREVIOUS REPORT SHORT OF'
                           ' CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE REPORT-LINE FROM PRIOR-REPORT-LINE.
           ADD 1 TO WS-LINES-COPIED.
      *
       COPY-PRIOR-REPORT-LINE-EXIT.
           EXIT.
      *
      *    Hand PARTPASS the counts for the checkpoint, closing and
      *    reopening the report first so every line counted is on
      *    file, not in a buffer an abend would lose.
       SAVE-REPORT-STATE.
      *
           CLOSE OVERDUE-REPORT.
           OPEN EXTEND OVERDUE-REPORT.
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
      *
       SAVE-REPORT-STATE-EXIT.
           EXIT.
      *
      *    Print the run-date heading and column heading.
       WRITE-REPORT-HEADINGS.
      *
           COMPUTE WS-RUN-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           ADD 2 TO WS-REPORT-LINES-WRITTEN.
      *
       WRITE-REPORT-HEADINGS-EXIT.
           EXIT.
           MOVE WS-DAYS-OVERDUE TO RD-DAYS-OVERDUE.
           MOVE WS-BUCKET-TEXT TO RD-BUCKET.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO WS-REPORT-LINES-WRITTEN.
      *
       CLASSIFY-AND-PRINT-OVERDUE-PART-EXIT.
           EXIT.
