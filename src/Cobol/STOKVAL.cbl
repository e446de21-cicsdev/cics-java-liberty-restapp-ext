      * end-of-day inventory value without querying parts one at a
      * time through GETPART.
      *
      * Called by PARTPASS, the single pass over SMPLXMPL that
      * feeds all the part-master reports, once per record - see
      * PASSAREA.cpy. PARTPASS also checks the posting freeze and
      * registers the run on RUNCTL. It takes no commarea and
      * issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *                    movement transactions refusing to post
      *                    during the window, the night's outputs
      *                    finally describe the same evening.
      *  15 Oct 2026  DEV  Driven by the PARTPASS single-pass
      *                    driver instead of reading SMPLXMPL
      *                    itself - the record arrives with each
      *                    call, PARTPASS checks the freeze and
      *                    registers the run, and a restarted pass
      *                    resumes the report from its checkpointed
      *                    totals and category table.
      *  15 Oct 2026  DEV  Write a comma-delimited copy of the
      *                    detail lines to STOKVALC - a header row
      *                    of column names, then one row per part
      *                    in unedited full-precision figures, no
      *                    page headings or totals - for RPTSTORE
      *                    to capture beside the print, so finance
      *                    stops re-keying the valuation into
      *                    spreadsheets. The print is unchanged.
      *  15 Oct 2026  DEV  A restarted pass extended the print and
      *                    STOKVALC with every line already written
      *                    since the checkpoint, so those parts
      *                    showed twice in the CSV finance loads.
      *                    The restart now rebuilds both from the
      *                    failed attempt's copies (DD STKVALRP and
      *                    STKVALCP), exactly as far as the line
      *                    counts saved at the checkpoint, and both
      *                    are closed and reopened at each
      *                    checkpoint so those counts are on file.
      *
      *****************************************************************

      *
       FILE-CONTROL.
      *
      *    The exchange-rate master is browsed by currency
      *    (START/READ NEXT) to find the latest rate on or before
      *    the run date.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The same detail, comma-delimited for the spreadsheets.
           SELECT VALUATION-DELIMITED ASSIGN TO STOKVALC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DELIM-STATUS.
      *
      *    The failed attempt's print and delimited copy, read back
      *    on a restart.
           SELECT PRIOR-VALUATION-REPORT ASSIGN TO STKVALRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
           SELECT PRIOR-VALUATION-DELIMITED ASSIGN TO STKVALCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EXCHRATE-FILE
           LABEL RECORDS ARE STANDARD.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).
      *
       FD  VALUATION-DELIMITED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DELIMITED-LINE              PIC X(132).
      *
       FD  PRIOR-VALUATION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRIOR-REPORT-LINE           PIC X(132).
      *
       FD  PRIOR-VALUATION-DELIMITED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRIOR-DELIMITED-LINE        PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-REPORT-STATUS         PIC X(2)  VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-PART-COUNT            PIC 9(8)  COMP VALUE ZERO.
           03 WS-LINE-VALUE            PIC S9(11)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-CONSIGN-COUNT         PIC 9(8)  COMP VALUE ZERO.
           03 WS-CONSIGN-VALUE         PIC S9(11)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-DELIM-STATUS          PIC X(2)  VALUE '00'.
              88  DELIM-STATUS-OK          VALUE '00'.
      *    Lines on each output so far, saved at every checkpoint
      *    so a restart knows how much of the failed attempt's
      *    copy to keep.
           03 WS-REPORT-LINES-WRITTEN  PIC 9(8)  COMP VALUE ZERO.
           03 WS-DELIM-LINES-WRITTEN   PIC 9(8)  COMP VALUE ZERO.
      *
      *    Restart copy - kept out of WS-STORAGE, which the restart
      *    overwrites from the checkpoint.
       01  WS-RESTART-COPY.
           03 WS-PRIOR-STATUS          PIC X(2)  VALUE '00'.
           03 WS-LINES-COPIED          PIC 9(8)  COMP VALUE ZERO.
      *
      *    Shared delimited-row work fields - see CSVROWW/CSVROWP.
           COPY CSVROWW.
      *
      *    Header row of the delimited copy.
       01  DELIMITED-HEADING.
           03   FILLER                 PIC X(40) VALUE
                'PART_ID,QUANTITY,UNIT_PRICE,PRICE_VALUE,'.
           03   FILLER                 PIC X(41) VALUE
                'AVERAGE_COST,COST_VALUE,VARIANCE,CURRENCY'.
           03   FILLER                 PIC X(51) VALUE
                ',RATE,CATEGORY'.
      *
      *    Our home currency - a part carrying it (or no currency
      *    at all) converts at one.
           03   RC-CONSIGN-VALUE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(64) VALUE SPACES.
      *
       LINKAGE SECTION.
      *
      *    PASSAREA copybook - what PARTPASS wants done this call.
           COPY PASSAREA.
      *
      *    STOCK-PART-REC layout - the SMPLXMPL record PARTPASS
      *    hands over, renamed the same way GETPART renames it to
      *    WS-STOCK-PART.
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
                 PERFORM CHECK-CONSIGNMENT-FLAG
                 IF PART-IS-CONSIGNMENT
      *             The supplier's stock, not ours - valued apart
                 ELSE
                    PERFORM PROCESS-STOCK-RECORD
                 END-IF
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-REPORT-STATE
              WHEN PP-CLOSE-REPORT
                 PERFORM FINALIZE-REPORT
                 MOVE WS-PART-COUNT TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Open the rate, control and report files and write the
      *    two heading lines.
       INITIALIZE-REPORT.
      *
           OPEN INPUT EXCHRATE-FILE.
           OPEN INPUT PARTCTRL-FILE.
           OPEN OUTPUT VALUATION-REPORT.
           OPEN OUTPUT VALUATION-DELIMITED.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           ADD 2 TO WS-REPORT-LINES-WRITTEN.
           WRITE DELIMITED-LINE FROM DELIMITED-HEADING.
           ADD 1 TO WS-DELIM-LINES-WRITTEN.
      *
       INITIALIZE-REPORT-EXIT.
           EXIT.
      *
      *    Pick up after a restart: the totals and category table
      *    carry on from the checkpoint, and the print and the
      *    delimited copy are rebuilt from the failed attempt's
      *    copies, exactly as far as the line counts saved with
      *    them - whatever that attempt wrote after the checkpoint
      *    is dropped, as the pass hands those parts over again.
      *    The rate cache simply refills.
       RESUME-REPORT.
      *
           OPEN INPUT EXCHRATE-FILE.
           OPEN INPUT PARTCTRL-FILE.
      *
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
           MOVE PP-STATE-AREA(LENGTH OF WS-STORAGE + 1:
                              LENGTH OF WS-CATEGORY-TABLE)
                TO WS-CATEGORY-TABLE.
      *
           OPEN INPUT PRIOR-VALUATION-REPORT.
           OPEN OUTPUT VALUATION-REPORT.
           MOVE ZERO TO WS-LINES-COPIED.
           PERFORM UNTIL WS-LINES-COPIED = WS-REPORT-LINES-WRITTEN
              PERFORM COPY-PRIOR-REPORT-LINE
           END-PERFORM.
           CLOSE PRIOR-VALUATION-REPORT.
      *
           OPEN INPUT PRIOR-VALUATION-DELIMITED.
           OPEN OUTPUT VALUATION-DELIMITED.
           MOVE ZERO TO WS-LINES-COPIED.
           PERFORM UNTIL WS-LINES-COPIED = WS-DELIM-LINES-WRITTEN
              PERFORM COPY-PRIOR-DELIMITED-LINE
           END-PERFORM.
           CLOSE PRIOR-VALUATION-DELIMITED.
      *
       RESUME-REPORT-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's print over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-VALUATION-REPORT
                AT END
                   DISPLAY 'STOKVAL: PREVIOUS REPORT SHORT OF'
                           ' CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE REPORT-LINE FROM PRIOR-REPORT-LINE.
           ADD 1 TO WS-LINES-COPIED.
      *
       COPY-PRIOR-REPORT-LINE-EXIT.
           EXIT.
      *
      *    The same for one line of the delimited copy.
       COPY-PRIOR-DELIMITED-LINE.
      *
           READ PRIOR-VALUATION-DELIMITED
                AT END
                   DISPLAY 'STOKVAL: PREVIOUS DELIMITED COPY SHORT'
                           ' OF CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE DELIMITED-LINE FROM PRIOR-DELIMITED-LINE.
           ADD 1 TO WS-LINES-COPIED.
      *
       COPY-PRIOR-DELIMITED-LINE-EXIT.
           EXIT.
      *
      *    Hand PARTPASS what a restart needs: the running totals,
      *    the line counts and the category table behind them. The
      *    print and the delimited copy are closed and reopened
      *    first, so every line counted is on file, not in a buffer
      *    an abend would lose.
       SAVE-REPORT-STATE.
      *
           CLOSE VALUATION-REPORT.
           OPEN EXTEND VALUATION-REPORT.
           CLOSE VALUATION-DELIMITED.
           OPEN EXTEND VALUATION-DELIMITED.
      *
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
           MOVE WS-CATEGORY-TABLE
                TO PP-STATE-AREA(LENGTH OF WS-STORAGE + 1:
                                 LENGTH OF WS-CATEGORY-TABLE).
      *
       SAVE-REPORT-STATE-EXIT.
           EXIT.
      *
      *    Is this part consignment? A part with no PARTCTRL entry
           MOVE CURRENCY-CODE OF STOCK-PART-REC TO RD-CURRENCY.
           MOVE WS-LINE-RATE TO RD-RATE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO WS-REPORT-LINES-WRITTEN.
           PERFORM WRITE-DELIMITED-ROW.
      *
           PERFORM ADD-TO-CATEGORY-TOTALS.
      *
       PROCESS-STOCK-RECORD-EXIT.
           EXIT.
      *
      *    The part's detail line again, comma-delimited, each
      *    figure to its own full precision.
       WRITE-DELIMITED-ROW.
      *
           PERFORM START-DELIMITED-ROW.
           MOVE PART-ID OF STOCK-PART-REC TO WS-CSV-NUMBER.
           MOVE ZERO TO WS-CSV-DECIMALS.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE STOCK-QUANTITY OF STOCK-PART-REC TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE 2 TO WS-CSV-DECIMALS.
           MOVE UNIT-PRICE OF STOCK-PART-REC TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-LINE-VALUE TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE AVERAGE-COST OF STOCK-PART-REC TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-LINE-COST-VALUE TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-LINE-VARIANCE TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE CURRENCY-CODE OF STOCK-PART-REC TO WS-CSV-TEXT.
           PERFORM ADD-DELIMITED-TEXT.
           MOVE WS-LINE-RATE TO WS-CSV-NUMBER.
           MOVE 6 TO WS-CSV-DECIMALS.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE CATEGORY-CODE OF STOCK-PART-REC TO WS-CSV-TEXT.
           PERFORM ADD-DELIMITED-TEXT.
           WRITE DELIMITED-LINE FROM WS-CSV-ROW.
           ADD 1 TO WS-DELIM-LINES-WRITTEN.
      *
       WRITE-DELIMITED-ROW-EXIT.
           EXIT.
      *
      *    Fold this part's values into its category's slot. A part
      *    with no category yet rolls up under '....' so it still
      *    shows in the summary. Serial search - the table holds
       HUNT-RATE-ON-FILE-EXIT.
           EXIT.
      *
      *    Print the grand-total line and close the files.
       FINALIZE-REPORT.
      *
           MOVE WS-GRAND-TOTAL TO RT-GRAND-TOTAL.
           MOVE WS-CONSIGN-VALUE TO RC-CONSIGN-VALUE.
           WRITE REPORT-LINE FROM CONSIGNMENT-LINE.
      *
           CLOSE EXCHRATE-FILE.
           CLOSE PARTCTRL-FILE.
           CLOSE VALUATION-REPORT.
           CLOSE VALUATION-DELIMITED.
      *
       FINALIZE-REPORT-EXIT.
           EXIT.
      *
      *    Shared delimited-row paragraphs - see CSVROWP.cpy.
           COPY CSVROWP.
