      * times UNIT-PRICE, the same arithmetic STOKVAL uses), worst
      * first, so the money sleeping on the shelves is on page one.
      *
      * Called by PARTPASS, the single pass over SMPLXMPL that
      * feeds all the part-master reports, once per record - see
      * PASSAREA.cpy. The ledger scan happens when PARTPASS opens
      * (or resumes) the report, each idle part goes to the SLOWWK
      * work file as the pass goes by, and the sort and print
      * happen when PARTPASS closes the report. It takes no
      * commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Driven by the PARTPASS single-pass
      *                    driver instead of reading SMPLXMPL
      *                    itself - idle parts collect on the
      *                    SLOWWK work file during the pass and are
      *                    sorted from it at close, and a restarted
      *                    pass rescans the ledger and resumes from
      *                    its checkpoint.
      *  15 Oct 2026  DEV  Write a comma-delimited copy of the part
      *                    lines to SLOWSTKC - a header row of
      *                    column names, then one row per part with
      *                    its band in days, in unedited figures,
      *                    no band or page headings - for RPTSTORE
      *                    to capture beside the print, so the
      *                    write-off spreadsheets stop being
      *                    re-keyed. The print is unchanged.
      *  15 Oct 2026  DEV  A restarted pass extended SLOWWK with
      *                    every idle part already written since
      *                    the checkpoint, so those parts were
      *                    sorted into the bands twice. The restart
      *                    now rebuilds the print and the work file
      *                    from the failed attempt's copies (DD
      *                    SLOWSTRP and SLOWWKP), exactly as far as
      *                    the counts saved at the checkpoint, and
      *                    both are closed and reopened at each
      *                    checkpoint so those counts are on file.
      *
      *****************************************************************

                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
      *    The idle parts found during the pass, waiting for the
      *    sort at close.
           SELECT SLOW-WORK-FILE ASSIGN TO SLOWWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WORK-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT SLOW-REPORT ASSIGN TO SLOWSTKR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The same detail, comma-delimited for the spreadsheets.
           SELECT SLOW-DELIMITED ASSIGN TO SLOWSTKC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DELIM-STATUS.
      *
      *    The failed attempt's work file and print, read back on a
      *    restart.
           SELECT PRIOR-WORK-FILE ASSIGN TO SLOWWKP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
           SELECT PRIOR-SLOW-REPORT ASSIGN TO SLOWSTRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
           LABEL RECORDS ARE STANDARD.
           COPY STKMOVE.
      *
      *    Work record - laid out exactly as the sort record, so
      *    the sort can take the file as it stands.
       FD  SLOW-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD.
           03   WK-BAND                 PIC 9(1).
           03   WK-PART-ID              PIC 9(8).
           03   WK-STOCK-QUANTITY       PIC 9(8).
           03   WK-VALUE                PIC 9(13)V99.
           03   WK-LAST-ISSUE           PIC 9(8).
           03   WK-DESCRIPTION          PIC X(40).
      *
      *    Sort work record - the worst band first, then the value
      *    tied up descending inside it.
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       FD  SLOW-DELIMITED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DELIMITED-LINE               PIC X(132).
      *
       FD  PRIOR-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRIOR-WORK-RECORD            PIC X(80).
      *
       FD  PRIOR-SLOW-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  PRIOR-REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-WORK-STATUS            PIC X(2) VALUE '00'.
              88  WORK-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-LI-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-LI-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-BAND-COUNT             PIC 9(8) COMP VALUE ZERO.
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
      *    Header row of the delimited copy - LAST_ISSUE is empty
      *    for a part never issued.
       01  DELIMITED-HEADING.
           03   FILLER                  PIC X(38) VALUE
                'IDLE_OVER_DAYS,PART_ID,QUANTITY,VALUE,'.
           03   FILLER                  PIC X(94) VALUE
                'LAST_ISSUE,DESCRIPTION'.
      *
      *    Latest issue date per part seen on the ledger. Serial
      *    search; overflow is counted and reported rather than
           03   RD-DESCRIPTION          PIC X(40).
           03   FILLER                  PIC X(6) VALUE SPACES.
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
                 PERFORM INITIALIZE-RUN
                 PERFORM LOAD-LAST-ISSUE-TABLE
              WHEN PP-RESUME-REPORT
                 PERFORM RESUME-RUN
              WHEN PP-TAKE-RECORD
                 PERFORM SELECT-IDLE-PARTS
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-RUN-STATE
              WHEN PP-CLOSE-REPORT
                 CLOSE SLOW-WORK-FILE
      *          The delimited copy is written whole from the
      *          sort, so a restart never needs it extended.
                 OPEN OUTPUT SLOW-DELIMITED
                 WRITE DELIMITED-LINE FROM DELIMITED-HEADING
                 SORT SORT-WORK-FILE
                      ON DESCENDING KEY SR-BAND
                      ON DESCENDING KEY SR-VALUE
                      USING SLOW-WORK-FILE
                      OUTPUT PROCEDURE IS PRINT-BANDED-PARTS
                 PERFORM FINALIZE-RUN
                 MOVE WS-BAND-COUNT TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Open the report and work file and print the run heading.
       INITIALIZE-RUN.
      *
           OPEN OUTPUT SLOW-REPORT.
           OPEN OUTPUT SLOW-WORK-FILE.
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           ADD 1 TO WS-REPORT-LINES-WRITTEN.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Pick up after a restart: the print and the work file are
      *    rebuilt from the failed attempt's copies, exactly as far
      *    as the counts saved at the checkpoint - whatever that
      *    attempt wrote after it is dropped, as the pass hands
      *    those parts over again. The last-issue table is too big
      *    to checkpoint and the ledger is frozen for the night, so
      *    it is simply rescanned before the work fields are
      *    restored.
       RESUME-RUN.
      *
           PERFORM LOAD-LAST-ISSUE-TABLE.
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
      *
           OPEN INPUT PRIOR-SLOW-REPORT.
           OPEN OUTPUT SLOW-REPORT.
           MOVE ZERO TO WS-RECORDS-COPIED.
           PERFORM UNTIL WS-RECORDS-COPIED = WS-REPORT-LINES-WRITTEN
              PERFORM COPY-PRIOR-REPORT-LINE
           END-PERFORM.
           CLOSE PRIOR-SLOW-REPORT.
      *
           OPEN INPUT PRIOR-WORK-FILE.
           OPEN OUTPUT SLOW-WORK-FILE.
           MOVE ZERO TO WS-RECORDS-COPIED.
           PERFORM UNTIL WS-RECORDS-COPIED = WS-WORK-RECORDS-WRITTEN
              PERFORM COPY-PRIOR-WORK-RECORD
           END-PERFORM.
           CLOSE PRIOR-WORK-FILE.
      *
       RESUME-RUN-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's print over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-SLOW-REPORT
                AT END
                   DISPLAY 'SLOWSTCK: PREVIOUS REPORT SHORT OF'
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
                   DISPLAY 'SLOWSTCK: PREVIOUS WORK FILE SHORT OF'
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
      *    reopening the print and the work file first so every
      *    record counted is on file, not in a buffer an abend
      *    would lose.
       SAVE-RUN-STATE.
      *
           CLOSE SLOW-REPORT.
           OPEN EXTEND SLOW-REPORT.
           CLOSE SLOW-WORK-FILE.
           OPEN EXTEND SLOW-WORK-FILE.
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
      *
       SAVE-RUN-STATE-EXIT.
           EXIT.
      *
      *    Scan the ledger once, keeping the latest issue date seen
      *    for each part.
       LOAD-LAST-ISSUE-TABLE.
       NOTE-LAST-ISSUE-EXIT.
           EXIT.
      *
      *    One part from the pass - band it by how long since its
      *    last issue when it has stock on the shelf at all.
       SELECT-IDLE-PARTS.
      *
           IF STOCK-QUANTITY OF STOCK-PART-REC GREATER THAN ZERO
              PERFORM BAND-ONE-PART
           END-IF.
      *
       SELECT-IDLE-PARTS-EXIT.
           EXIT.
      *
      *    Work out the part's idle band - 1 = over 90 days, 2 =
      *    over 180, 3 = over 365 (or never issued) - and release
      *    it to the work file when it lands in one.
       BAND-ONE-PART.
      *
           MOVE ZERO TO WS-LAST-ISSUE-DATE.
              COMPUTE WS-PART-VALUE ROUNDED =
                      STOCK-QUANTITY OF STOCK-PART-REC *
                      UNIT-PRICE OF STOCK-PART-REC
              MOVE WS-CURRENT-BAND TO WK-BAND
              MOVE WS-PART-VALUE TO WK-VALUE
              MOVE PART-ID OF STOCK-PART-REC TO WK-PART-ID
              MOVE STOCK-QUANTITY OF STOCK-PART-REC
                   TO WK-STOCK-QUANTITY
              MOVE WS-LAST-ISSUE-DATE TO WK-LAST-ISSUE
              MOVE DESCRIPTION OF STOCK-PART-REC
                   TO WK-DESCRIPTION
              WRITE WORK-RECORD
              ADD 1 TO WS-WORK-RECORDS-WRITTEN
           END-IF.
      *
       BAND-ONE-PART-EXIT.
           END-IF.
           MOVE SR-DESCRIPTION TO RD-DESCRIPTION.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           PERFORM START-DELIMITED-ROW.
           MOVE ZERO TO WS-CSV-DECIMALS.
           EVALUATE SR-BAND
              WHEN 3
                 MOVE 365 TO WS-CSV-NUMBER
              WHEN 2
                 MOVE 180 TO WS-CSV-NUMBER
              WHEN OTHER
                 MOVE 90 TO WS-CSV-NUMBER
           END-EVALUATE.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE SR-PART-ID TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE SR-STOCK-QUANTITY TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE 2 TO WS-CSV-DECIMALS.
           MOVE SR-VALUE TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           IF SR-LAST-ISSUE EQUAL ZERO
              MOVE SPACES TO WS-CSV-TEXT
              PERFORM ADD-DELIMITED-TEXT
           ELSE
              MOVE ZERO TO WS-CSV-DECIMALS
              MOVE SR-LAST-ISSUE TO WS-CSV-NUMBER
              PERFORM ADD-DELIMITED-NUMBER
           END-IF.
           MOVE SR-DESCRIPTION TO WS-CSV-TEXT.
           PERFORM ADD-DELIMITED-TEXT.
           WRITE DELIMITED-LINE FROM WS-CSV-ROW.
      *
       PRINT-ONE-BANDED-PART-EXIT.
           EXIT.
                      WS-LI-DROPPED
           END-IF.
           CLOSE SLOW-REPORT.
           CLOSE SLOW-DELIMITED.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared delimited-row paragraphs - see CSVROWP.cpy.
           COPY CSVROWP.
