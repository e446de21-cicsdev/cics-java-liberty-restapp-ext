      * instead of every downstream consumer needing its own CICS
      * LINK integration.
      *
      * No longer a job step of its own: PARTPASS reads SMPLXMPL
      * once a night and CALLs this program with each record, the
      * same way it drives the other part-master reports - see
      * PASSAREA.cpy. The posting-freeze check and the RUNCTL
      * registration moved to PARTPASS with the read. There is no
      * unit of work to SYNCPOINT and no EXEC CICS call.
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
      *                    extends the feed from its checkpoint.
      *  15 Oct 2026  DEV  A restarted pass extended the feed with
      *                    every record already written since the
      *                    checkpoint, so BULKLOAD loaded those
      *                    parts twice. The restart now rebuilds
      *                    a fresh feed from the failed attempt's
      *                    copy (DD SMPLEXTP), exactly as far as
      *                    the count saved at the checkpoint, and
      *                    the feed is closed and reopened at each
      *                    checkpoint so that count is on file.
      *
      *****************************************************************

       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT EXTRACT-FILE ASSIGN TO SMPLEXT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.
      *
      *    The failed attempt's feed, read back on a restart.
           SELECT PRIOR-EXTRACT-FILE ASSIGN TO SMPLEXTP
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
      *    back without any translation.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-EXTRACT.
      *
       FD  PRIOR-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOKPART REPLACING STOCK-PART BY PRIOR-PART-EXTRACT.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-EXTRACT-STATUS          PIC X(2) VALUE '00'.
              88  EXTRACT-STATUS-OK          VALUE '00'.
           03 WS-RECORDS-EXTRACTED       PIC 9(8) COMP VALUE ZERO.
           03 WS-RUN-DATE                PIC 9(8) VALUE ZERO.
      *
      *    Restart copy - kept out of WS-STORAGE, which the restart
      *    overwrites from the checkpoint.
       01  WS-RESTART-COPY.
           03 WS-PRIOR-STATUS            PIC X(2) VALUE '00'.
           03 WS-RECORDS-COPIED          PIC 9(8) COMP VALUE ZERO.
      *
       LINKAGE SECTION.
      *
      *    PASSAREA copybook - what PARTPASS wants done this call.
           COPY PASSAREA.
      *
      *    STOCK-PART-REC layout - the SMPLXMPL record PARTPASS
      *    hands over, renamed the same way STOKVAL/REORDPT/DQCHECK
      *    rename it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       PROCEDURE DIVISION USING PART-PASS-AREA STOCK-PART-REC.
      *
       MAIN-PROCESSING SECTION.
      *
           EVALUATE TRUE
              WHEN PP-OPEN-REPORT
                 MOVE PP-RUN-DATE TO WS-RUN-DATE
                 PERFORM INITIALIZE-EXTRACT
              WHEN PP-RESUME-REPORT
                 PERFORM RESUME-EXTRACT
              WHEN PP-TAKE-RECORD
                 PERFORM WRITE-EXTRACT-RECORD
              WHEN PP-SAVE-STATE
                 PERFORM SAVE-EXTRACT-STATE
              WHEN PP-CLOSE-REPORT
                 PERFORM FINALIZE-EXTRACT
                 MOVE WS-RECORDS-EXTRACTED TO PP-RECORD-COUNT
           END-EVALUATE.
      *
           GOBACK.
      *
      *    Open the extract it is about to produce.
       INITIALIZE-EXTRACT.
      *
           OPEN OUTPUT EXTRACT-FILE.
      *
       INITIALIZE-EXTRACT-EXIT.
           EXIT.
      *
      *    Pick up after a restart: a fresh feed is rebuilt from
      *    the failed attempt's copy, exactly as far as the count
      *    saved at the checkpoint - whatever that attempt wrote
      *    after it is dropped, as the pass hands those records
      *    over again - and the count carries on from there.
       RESUME-EXTRACT.
      *
           MOVE PP-STATE-AREA(1:LENGTH OF WS-STORAGE) TO WS-STORAGE.
      *
           OPEN INPUT PRIOR-EXTRACT-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           MOVE ZERO TO WS-RECORDS-COPIED.
           PERFORM UNTIL WS-RECORDS-COPIED = WS-RECORDS-EXTRACTED
              PERFORM COPY-PRIOR-EXTRACT-RECORD
           END-PERFORM.
           CLOSE PRIOR-EXTRACT-FILE.
      *
       RESUME-EXTRACT-EXIT.
           EXIT.
      *
      *    Carry one record of the failed attempt's feed over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-EXTRACT-RECORD.
      *
           READ PRIOR-EXTRACT-FILE
                AT END
                   DISPLAY 'SMPLEXT: PREVIOUS EXTRACT SHORT OF'
                           ' CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE STOCK-PART-EXTRACT FROM PRIOR-PART-EXTRACT.
           ADD 1 TO WS-RECORDS-COPIED.
      *
       COPY-PRIOR-EXTRACT-RECORD-EXIT.
           EXIT.
      *
      *    Hand PARTPASS the count for the checkpoint, closing and
      *    reopening the feed first so every record counted is on
      *    file, not in a buffer an abend would lose.
       SAVE-EXTRACT-STATE.
      *
           CLOSE EXTRACT-FILE.
           OPEN EXTEND EXTRACT-FILE.
           MOVE WS-STORAGE TO PP-STATE-AREA(1:LENGTH OF WS-STORAGE).
      *
       SAVE-EXTRACT-STATE-EXIT.
           EXIT.
      *
      *    Write this record to the extract feed, unchanged.
       WRITE-EXTRACT-RECORD-EXIT.
           EXIT.
      *
      *    Report the final count and close the extract.
       FINALIZE-EXTRACT.
      *
           DISPLAY 'SMPLEXT: RECORDS EXTRACTED: '
                   WS-RECORDS-EXTRACTED.
      *
           CLOSE EXTRACT-FILE.
      *
       FINALIZE-EXTRACT-EXIT.
           EXIT.
