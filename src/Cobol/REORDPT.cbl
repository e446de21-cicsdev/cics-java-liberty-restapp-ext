      * list supplier-by-supplier instead of only noticing a part is
      * low when someone happens to call GETPART for it.
      *
      * Called by PARTPASS, the single pass over SMPLXMPL that
      * feeds all the part-master reports, once per record - see
      * PASSAREA.cpy. Each exception goes to the REORDWK work file
      * as the pass goes by, and the sort and print happen when
      * PARTPASS closes the report. PARTPASS also registers the
      * run on RUNCTL. It takes no commarea and issues no EXEC
      * CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *                    control file, refusing a second run
      *                    for a business date already
      *                    completed - see RUNCTLP.cpy.
      *  15 Oct 2026  DEV  Driven by the PARTPASS single-pass
      *                    driver instead of reading SMPLXMPL
      *                    itself - exceptions collect on the
      *                    REORDWK work file during the pass and
      *                    are sorted from it at close, PARTPASS
      *                    registers the run, and a restarted pass
      *                    resumes from its checkpointed counts.
      *  15 Oct 2026  DEV  Write a comma-delimited copy of the
      *                    detail lines to REORDC - a header row of
      *                    column names, then one row per exception
      *                    in unedited figures, no page headings or
      *                    totals - for RPTSTORE to capture beside
      *                    the print, so buyers stop re-keying the
      *                    list into spreadsheets. The print is
      *                    unchanged.
      *  15 Oct 2026  DEV  A restarted pass extended REORDWK with
      *                    every exception already written since
      *                    the checkpoint, so those parts were
      *                    sorted into the list and the totals
      *                    twice. The restart now rebuilds the
      *                    print and the work file from the failed
      *                    attempt's copies (DD REORDRP and
      *                    REORDWKP), exactly as far as the counts
      *                    saved at the checkpoint, and both are
      *                    closed and reopened at each checkpoint
      *                    so those counts are on file.
      *
      *****************************************************************

      *
       FILE-CONTROL.
      *
      *    The exceptions found during the pass, waiting for the
      *    sort at close.
           SELECT REORDER-WORK-FILE ASSIGN TO REORDWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WORK-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The same detail, comma-delimited for the spreadsheets.
           SELECT EXCEPTION-DELIMITED ASSIGN TO REORDC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DELIM-STATUS.
      *
      *    The failed attempt's work file and print, read back on a
      *    restart.
           SELECT PRIOR-WORK-FILE ASSIGN TO REORDWKP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
           SELECT PRIOR-EXCEPTION-REPORT ASSIGN TO REORDRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    Work record - laid out exactly as the sort record, so
      *    the sort can take the file as it stands.
       FD  REORDER-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           03   WK-SUPPLIER             PIC 9(8).
           03   WK-PART-ID              PIC 9(8).
           03   WK-STOCK-QUANTITY       PIC 9(8).
           03   WK-REORDER-POINT        PIC 9(8).
           03   WK-DESCRIPTION          PIC X(40).
      *
      *    Sort work record - just the fields the report needs,
      *    keyed on SUPPLIER so buyers can work the list one
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                  PIC X(80).
      *
       FD  EXCEPTION-DELIMITED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DELIMITED-LINE               PIC X(132).
      *
       FD  PRIOR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-WORK-RECORD            PIC X(72).
      *
       FD  PRIOR-EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-REPORT-LINE            PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-WORK-STATUS            PIC X(2) VALUE '00'.
              88  WORK-STATUS-OK            VALUE '00'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-EXCEPTION-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-CAT-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-SLOT               PIC 9(4) COMP VALUE ZERO.
           03 WS-WORK-CATEGORY          PIC X(4)  VALUE SPACES.
           03 WS-DELIM-STATUS           PIC X(2) VALUE '00'.
              88  DELIM-STATUS-OK           VALUE '00'.
      *    Records on the print and the work file so far, saved at
      *    every checkpoint so a restart knows how much of the
      *    failed attempt's copies to keep.
           03 WS-REPORT-LINES-WRITTEN   PIC 9(8) COMP VALUE ZERO.
           03 WS-WORK-RECORDS-WRITTEN   PIC 9(8) COMP VALUE ZERO.
      *
      *    Restart copy - kept out of WS-STORAGE, which the restart
      *    overwrites from the checkpoint.
       01  WS-RESTART-COPY.
           03 WS-PRIOR-STATUS           PIC X(2) VALUE '00'.
           03 WS-RECORDS-COPIED         PIC 9(8) COMP VALUE ZERO.
      *
      *    Shared delimited-row work fields - see CSVROWW/CSVROWP.
           COPY CSVROWW.
      *
      *    Header row of the delimited copy.
       01  DELIMITED-HEADING.
           03   FILLER                  PIC X(40) VALUE
                'SUPPLIER,PART_ID,ON_HAND,REORDER_POINT,'.
           03   FILLER                  PIC X(92) VALUE
                'DESCRIPTION'.
      *
      *    Exception counts per category, printed as a summary
      *    after the total line.
           03   CD-EXCEPTIONS           PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(63) VALUE SPACES.
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
                 OPEN OUTPUT EXCEPTION-REPORT
                 OPEN OUTPUT REORDER-WORK-FILE
                 MOVE PP-RUN-DATE TO WS-RUN-DATE
                 PERFORM WRITE-REPORT-HEADINGS
              WHEN PP-RESUME-REPORT
                 PERFORM RESUME-REPORT
              WHEN PP-TAKE-RECORD
                 PERFORM SELECT-EXCEPTIONS
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-REPORT-STATE
              WHEN PP-CLOSE-REPORT
                 CLOSE REORDER-WORK-FILE
      *          The delimited copy is written whole from the
      *          sort, so a restart never needs it extended.
                 OPEN OUTPUT EXCEPTION-DELIMITED
                 WRITE DELIMITED-LINE FROM DELIMITED-HEADING
                 SORT SORT-WORK-FILE
                      ON ASCENDING KEY SR-SUPPLIER
                      USING REORDER-WORK-FILE
                      OUTPUT PROCEDURE IS PRINT-EXCEPTIONS
                 PERFORM FINALIZE-REPORT
                 MOVE WS-EXCEPTION-COUNT TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Pick up after a restart: the category table carries on
      *    from the checkpoint, and the print and the work file are
      *    rebuilt from the failed attempt's copies, exactly as far
      *    as the counts saved with them - whatever that attempt
      *    wrote after the checkpoint is dropped, as the pass hands
      *    those parts over again.
       RESUME-REPORT.
      *
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
           MOVE PP-STATE-AREA(LENGTH OF WS-STORAGE + 1:
                              LENGTH OF WS-CATEGORY-TABLE)
                TO WS-CATEGORY-TABLE.
      *
           OPEN INPUT PRIOR-EXCEPTION-REPORT.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE ZERO TO WS-RECORDS-COPIED.
           PERFORM UNTIL WS-RECORDS-COPIED = WS-REPORT-LINES-WRITTEN
              PERFORM COPY-PRIOR-REPORT-LINE
           END-PERFORM.
           CLOSE PRIOR-EXCEPTION-REPORT.
      *
           OPEN INPUT PRIOR-WORK-FILE.
           OPEN OUTPUT REORDER-WORK-FILE.
           MOVE ZERO TO WS-RECORDS-COPIED.
           PERFORM UNTIL WS-RECORDS-COPIED = WS-WORK-RECORDS-WRITTEN
              PERFORM COPY-PRIOR-WORK-RECORD
           END-PERFORM.
           CLOSE PRIOR-WORK-FILE.
      *
       RESUME-REPORT-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's print over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-EXCEPTION-REPORT
                AT END
                   DISPLAY 'REORDPT: PREVIOUS REPORT SHORT OF'
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
                   DISPLAY 'REORDPT: PREVIOUS WORK FILE SHORT OF'
                           ' CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE WORK-RECORD FROM PRIOR-WORK-RECORD.
           ADD 1 TO WS-RECORDS-COPIED.
      *
       COPY-PRIOR-WORK-RECORD-EXIT.
           EXIT.
      *
      *    Hand PARTPASS what a restart needs: the work fields, the
      *    counts and the category table. The print and the work
      *    file are closed and reopened first, so every record
      *    counted is on file, not in a buffer an abend would lose.
       SAVE-REPORT-STATE.
      *
           CLOSE EXCEPTION-REPORT.
           OPEN EXTEND EXCEPTION-REPORT.
           CLOSE REORDER-WORK-FILE.
           OPEN EXTEND REORDER-WORK-FILE.
      *
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
           MOVE WS-CATEGORY-TABLE
                TO PP-STATE-AREA(LENGTH OF WS-STORAGE + 1:
                                 LENGTH OF WS-CATEGORY-TABLE).
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
      *    One part from the pass - a part at or below its reorder
      *    point goes to the work file for the sort at close.
       SELECT-EXCEPTIONS.
      *
           IF STOCK-QUANTITY OF STOCK-PART-REC NOT GREATER
              THAN REORDER-POINT OF STOCK-PART-REC THEN
              MOVE SUPPLIER OF STOCK-PART-REC TO WK-SUPPLIER
              MOVE PART-ID OF STOCK-PART-REC TO WK-PART-ID
              MOVE STOCK-QUANTITY OF STOCK-PART-REC
                   TO WK-STOCK-QUANTITY
              MOVE REORDER-POINT OF STOCK-PART-REC
                   TO WK-REORDER-POINT
              MOVE DESCRIPTION OF STOCK-PART-REC
                   TO WK-DESCRIPTION
              WRITE WORK-RECORD
              ADD 1 TO WS-WORK-RECORDS-WRITTEN
              PERFORM COUNT-CATEGORY-EXCEPTION
           END-IF.
      *
       SELECT-EXCEPTIONS-EXIT.
           EXIT.
           MOVE SR-REORDER-POINT TO RD-REORDER-POINT.
           MOVE SR-DESCRIPTION TO RD-DESCRIPTION.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           PERFORM START-DELIMITED-ROW.
           MOVE ZERO TO WS-CSV-DECIMALS.
           MOVE SR-SUPPLIER TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE SR-PART-ID TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE SR-STOCK-QUANTITY TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE SR-REORDER-POINT TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE SR-DESCRIPTION TO WS-CSV-TEXT.
           PERFORM ADD-DELIMITED-TEXT.
           WRITE DELIMITED-LINE FROM WS-CSV-ROW.
      *
       WRITE-EXCEPTION-DETAIL-EXIT.
           EXIT.
           END-PERFORM.
      *
           CLOSE EXCEPTION-REPORT.
           CLOSE EXCEPTION-DELIMITED.
      *
       FINALIZE-REPORT-EXIT.
           EXIT.
      *
      *    Shared delimited-row paragraphs - see CSVROWP.cpy.
           COPY CSVROWP.
