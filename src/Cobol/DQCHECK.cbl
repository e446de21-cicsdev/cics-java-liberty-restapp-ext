      * or a PART-ID/SUPPLIER value outside the expected range, so
      * the bad records already on file can be found and cleaned up.
      *
      * Called by PARTPASS, the single pass over SMPLXMPL that
      * feeds all the part-master reports, once per record - see
      * PASSAREA.cpy. PARTPASS also registers the run on RUNCTL.
      * It takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic of its own - any I/O error simply stops the run.
      *                    control file, refusing a second run
      *                    for a business date already
      *                    completed - see RUNCTLP.cpy.
      *  15 Oct 2026  DEV  Driven by the PARTPASS single-pass
      *                    driver instead of reading SMPLXMPL
      *                    itself - the record arrives with each
      *                    call, PARTPASS registers the run, and a
      *                    restarted pass resumes the report from
      *                    its checkpointed counts.
      *  15 Oct 2026  DEV  A restarted pass extended the report
      *                    with every exception already printed
      *                    since the checkpoint, so those parts
      *                    showed twice. The restart now rebuilds
      *                    the report from the failed attempt's
      *                    copy (DD DQXCPTRP), exactly as far as the
      *                    line count saved at the checkpoint, and
      *                    the report is closed and reopened at
      *                    each checkpoint so that count is on
      *                    file.
      *
      *****************************************************************

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EXCEPTION-REPORT ASSIGN TO DQXCPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The failed attempt's report, read back on a restart.
           SELECT PRIOR-EXCEPTION-REPORT ASSIGN TO DQXCPTRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
      *    Batch alerts append to the ALERTOUT dataset, which
      *    operations merges into the ALRTROUT router's feed.
           SELECT ALERT-OUT-FILE ASSIGN TO ALERTOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ALERT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  REPORT-LINE                  PIC X(150).
      *
       FD  PRIOR-EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
       01  PRIOR-REPORT-LINE            PIC X(150).
      *
       FD  ALERT-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS.
       01  ALERT-OUT-RECORD             PIC X(49).
      *
       WORKING-STORAGE SECTION.
      *
      *    ALERTREC copybook - the alert raised when the exception
      *    count passes the limit.
           COPY ALERTREC.
      *
       01  WS-STORAGE.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-RECORD-BAD-FLAG        PIC X(1) VALUE 'N'.
              88  RECORD-IS-BAD             VALUE 'Y'.
           03 WS-RECORD-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-NEW-REASON             PIC X(25) VALUE SPACES.
           03 WS-ALERT-STATUS           PIC X(2)  VALUE '00'.
              88  ALERT-STATUS-OK           VALUE '00'.
      *    Lines on the report so far, saved at every checkpoint so
      *    a restart knows how much of the failed attempt's copy to
      *    keep.
           03 WS-REPORT-LINES-WRITTEN   PIC 9(8) COMP VALUE ZERO.
      *
      *    Restart copy - kept out of WS-STORAGE, which the restart
      *    overwrites from the checkpoint.
       01  WS-RESTART-COPY.
           03 WS-PRIOR-STATUS           PIC X(2) VALUE '00'.
           03 WS-LINES-COPIED           PIC 9(8) COMP VALUE ZERO.
      *
      *    More exceptions than this raises a warning alert for
      *    the operator screen instead of waiting for someone to
           03   RT-EXCEPTION-COUNT      PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(46) VALUE SPACES.
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
                 MOVE PP-RUN-DATE TO WS-RUN-DATE
                 PERFORM INITIALIZE-REPORT
              WHEN PP-RESUME-REPORT
                 PERFORM RESUME-REPORT
              WHEN PP-TAKE-RECORD
                 PERFORM VALIDATE-STOCK-RECORD
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-REPORT-STATE
              WHEN PP-CLOSE-REPORT
                 PERFORM FINALIZE-REPORT
                 MOVE WS-RECORD-COUNT TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Open the report and write the two heading lines.
       INITIALIZE-REPORT.
      *
           OPEN OUTPUT EXCEPTION-REPORT.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           ADD 2 TO WS-REPORT-LINES-WRITTEN.
      *
       INITIALIZE-REPORT-EXIT.
           EXIT.
      *
      *    Pick up after a restart: the counts carry on from the
      *    checkpoint, and the report is rebuilt from the failed
      *    attempt's copy, exactly as far as the line count saved
      *    with them - whatever that attempt printed after the
      *    checkpoint is dropped, as the pass hands those parts
      *    over again.
       RESUME-REPORT.
      *
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
      *
           OPEN INPUT PRIOR-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE ZERO TO WS-LINES-COPIED.
           PERFORM UNTIL WS-LINES-COPIED = WS-REPORT-LINES-WRITTEN
              PERFORM COPY-PRIOR-REPORT-LINE
           END-PERFORM.
           CLOSE PRIOR-EXCEPTION-REPORT.
      *
       RESUME-REPORT-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's report over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-EXCEPTION-REPORT
                AT END
                   DISPLAY 'DQCHECK: PREVIOUS REPORT SHORT OF'
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
           CLOSE EXCEPTION-REPORT.
           OPEN EXTEND EXCEPTION-REPORT.
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
      *
       SAVE-REPORT-STATE-EXIT.
           EXIT.
      *
      *    Run every check against this record and print a detail
              MOVE SUPPLIER OF STOCK-PART-REC TO RD-SUPPLIER
              MOVE WS-REASON-TEXT TO RD-REASON
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
              ADD 1 TO WS-REPORT-LINES-WRITTEN
           END-IF.
      *
       VALIDATE-STOCK-RECORD-EXIT.
       APPEND-REASON-TEXT-EXIT.
           EXIT.
      *
      *    Print the run totals and close the report.
       FINALIZE-REPORT.
      *
           MOVE WS-RECORD-COUNT TO RT-RECORD-COUNT.
              CLOSE ALERT-OUT-FILE
           END-IF.
      *
           CLOSE EXCEPTION-REPORT.
      *
       FINALIZE-REPORT-EXIT.
           EXIT.
