      * SUPPMAST, and prints one line per orphan - missing or
      * blocked - so the parts can be re-pointed at a real source.
      *
      * No longer a job step of its own: PARTPASS reads SMPLXMPL
      * once a night and CALLs this program with each record, the
      * same way it drives the other part-master reports - see
      * PASSAREA.cpy for the open / record / checkpoint / close
      * calls. Issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Driven by the PARTPASS single-pass
      *                    driver instead of reading SMPLXMPL
      *                    itself - the record arrives with each
      *                    call, and a restarted pass resumes the
      *                    report from its checkpointed totals.
      *  15 Oct 2026  DEV  A restarted pass extended the report
      *                    with every orphan already printed since
      *                    the checkpoint, so those parts showed
      *                    twice. The restart now rebuilds the
      *                    report from the failed attempt's copy
      *                    (DD ORPHSURP), exactly as far as the line
      *                    count saved at the checkpoint, and the
      *                    report is closed and reopened at each
      *                    checkpoint so that count is on file.
      *
      *****************************************************************

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
           SELECT ORPHAN-REPORT ASSIGN TO ORPHSUPR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The failed attempt's report, read back on a restart.
           SELECT PRIOR-ORPHAN-REPORT ASSIGN TO ORPHSURP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                  PIC X(80).
      *
       FD  PRIOR-ORPHAN-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-REPORT-LINE            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RECORD-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-ORPHAN-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-ORPHAN-REASON          PIC X(20) VALUE SPACES.
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
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   RT-ORPHAN-COUNT         PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(23) VALUE SPACES.
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
                 PERFORM INITIALIZE-RUN
              WHEN PP-RESUME-REPORT
                 PERFORM RESUME-RUN
              WHEN PP-TAKE-RECORD
                 ADD 1 TO WS-RECORD-COUNT
                 PERFORM CHECK-ONE-PART
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-RUN-STATE
              WHEN PP-CLOSE-REPORT
                 PERFORM FINALIZE-RUN
                 MOVE WS-RECORD-COUNT TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Open every file and print the report headings.
       INITIALIZE-RUN.
      *
           OPEN INPUT SUPPMAST-FILE.
           OPEN OUTPUT ORPHAN-REPORT.
      *
           MOVE PP-RUN-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           ADD 2 TO WS-REPORT-LINES-WRITTEN.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Pick up after a restart: the counts carry on from the
      *    checkpoint, and the report is rebuilt from the failed
      *    attempt's copy, exactly as far as the line count saved
      *    with them - whatever that attempt printed after the
      *    checkpoint is dropped, as the pass hands those parts
      *    over again.
       RESUME-RUN.
      *
           OPEN INPUT SUPPMAST-FILE.
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
      *
           OPEN INPUT PRIOR-ORPHAN-REPORT.
           OPEN OUTPUT ORPHAN-REPORT.
           MOVE ZERO TO WS-LINES-COPIED.
           PERFORM UNTIL WS-LINES-COPIED = WS-REPORT-LINES-WRITTEN
              PERFORM COPY-PRIOR-REPORT-LINE
           END-PERFORM.
           CLOSE PRIOR-ORPHAN-REPORT.
      *
       RESUME-RUN-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's report over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-ORPHAN-REPORT
                AT END
                   DISPLAY 'ORPHSUPP: PREVIOUS REPORT SHORT OF'
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
       SAVE-RUN-STATE.
      *
           CLOSE ORPHAN-REPORT.
           OPEN EXTEND ORPHAN-REPORT.
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
      *
       SAVE-RUN-STATE-EXIT.
           EXIT.
      *
      *    Print the part when its supplier is missing from the
      *    master or blocked on it.
       CHECK-ONE-PART.
              MOVE WS-ORPHAN-REASON TO RD-REASON
              MOVE DESCRIPTION OF STOCK-PART-REC TO RD-DESCRIPTION
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
              ADD 1 TO WS-REPORT-LINES-WRITTEN
           END-IF.
      *
       CHECK-ONE-PART-EXIT.
           MOVE WS-ORPHAN-COUNT TO RT-ORPHAN-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           CLOSE SUPPMAST-FILE.
           CLOSE ORPHAN-REPORT.
      *
