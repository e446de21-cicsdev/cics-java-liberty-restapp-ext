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
      * Single-pass nightly driver over SMPLXMPL. STOKVAL, REORDPT,
      * OVRDRPT, LEADRPT, DQCHECK, ORPHSUPP, SMPLEXT and SLOWSTCK
      * used to read the whole part master in a step each, and
      * with the file past two million records those eight passes
      * were most of the nightly window. This job reads SMPLXMPL
      * once and CALLs each report with every record instead (see
      * PASSAREA.cpy for the interface); each report still writes
      * the same report or extract it always wrote. FIFOVAL, the
      * FIFO valuation printed beside STOKVAL, was written for the
      * pass and rides it as the ninth report.
      *
      * Control cards (PARTPSIN, optional) - keyword in columns
      * 1-8, value from column 10:
      *   <report> N       leave that report out of tonight's pass
      *                    (any report not named runs);
      *   CKPTINTV nnnnnnnn  records between checkpoints (default
      *                    DEFAULT-CHECKPOINT-INTERVAL).
      *
      * RUNCTL: each report is registered under its own name, so
      * RUNCINQ and HANDOVER show each report as before. A
      * report already completed for the business date is left
      * out of the pass with a message - the others still run.
      * The posting-freeze check STOKVAL and SMPLEXT made is made
      * here, whenever either of them is switched on.
      *
      * Restart: every checkpoint interval the PARTPSCK checkpoint
      * is rewritten with the last part key handed over and each
      * report's running state (PASSCKPT copybook). A rerun after
      * an abend picks up the business date and report set from
      * the checkpoint, resumes each report, and carries on from
      * the key after the one recorded. Each report counts the
      * records on each of its outputs into its state, so the
      * restart rebuilds every output fresh from the failed
      * attempt's copy - allocated to the output's restart DD
      * name - exactly as far as the checkpoint, and nothing
      * written after it is written twice. The restart DD names:
      *   STOKVAL  STKVALRP, STKVALCP   LEADRPT  LEADRPTP, LEADWKP
      *   REORDPT  REORDRP, REORDWKP    DQCHECK  DQXCPTRP
      *   OVRDRPT  OVRDRPTP             ORPHSUPP ORPHSURP
      *   SMPLEXT  SMPLEXTP             SLOWSTCK SLOWSTRP, SLOWWKP
      *   FIFOVAL  FIFOVLRP
      * The checkpoint is emptied when the pass completes.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  FIFOVAL joins the pass as the ninth
      *                    report - the FIFO cost-layer valuation
      *                    beside STOKVAL.
      *  15 Oct 2026  DEV  A restart no longer writes twice what
      *                    the reports wrote after the last
      *                    checkpoint - each report rebuilds its
      *                    outputs from the failed attempt's copies
      *                    to the counts it checkpointed.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PARTPASS.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CONTROL-CARD-FILE ASSIGN TO PARTPSIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
      *    Read in key order, or from a START after the checkpoint
      *    key on a restart.
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
      *    The report state carries packed fields, so the
      *    checkpoint is a plain sequential file, not a print-style
      *    line file.
           SELECT CHECKPOINT-FILE ASSIGN TO PARTPSCK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CHECKPOINT-STATUS.
      *
      *    The shared run-control file every nightly job registers
      *    its start and completion on - see RUNCTL/RUNCTLP.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RUNCTL-STATUS.
      *
      *    The runtime-parameter file carrying the POSTFRZ
      *    posting-freeze switch STOKVAL and SMPLEXT are gated on.
           SELECT PARM-CHECK-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARMCHK-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    One control card: a keyword and its value.
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-CARD.
           03   PC-KEYWORD              PIC X(8).
           03   FILLER                  PIC X(1).
           03   PC-VALUE                PIC X(8).
           03   FILLER                  PIC X(63).
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way every report the pass feeds renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PASSCKPT.
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       FD  PARM-CHECK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       WORKING-STORAGE SECTION.
      *
      *    Shared run-control work fields - see RUNCTLW. The
      *    registration paragraphs are this program's own, one entry
      *    per report, rather than the RUNCTLP pair, which registers
      *    a single job and stops the run on a completed date.
           COPY RUNCTLW.
      *
      *    PASSAREA copybook - what each report is asked to do.
           COPY PASSAREA.
      *
       01  WS-STORAGE.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
              88  CARD-FILE-MISSING         VALUE '35'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-CHECKPOINT-STATUS      PIC X(2) VALUE '00'.
              88  CHECKPOINT-STATUS-OK      VALUE '00'.
              88  CHECKPOINT-FILE-MISSING   VALUE '35'.
           03 WS-PARMCHK-STATUS         PIC X(2) VALUE '00'.
              88  PARMCHK-STATUS-OK         VALUE '00'.
           03 WS-CARD-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-CARD-FILE          VALUE 'Y'.
           03 WS-STOCK-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-STOCK-FILE         VALUE 'Y'.
           03 WS-CHECKPOINT-EOF-FLAG    PIC X(1) VALUE 'N'.
              88  END-OF-CHECKPOINT-FILE    VALUE 'Y'.
           03 WS-RESTART-FLAG           PIC X(1) VALUE 'N'.
              88  RESTART-PENDING           VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
      *
      *    Records read this attempt plus any before the restart,
      *    the last key handed to the reports, and how far the
      *    pass is into the current checkpoint interval.
           03 WS-RECORDS-READ           PIC 9(8) COMP VALUE ZERO.
           03 WS-LAST-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-SINCE-CHECKPOINT       PIC 9(8) COMP VALUE ZERO.
           03 WS-CHECKPOINT-INTERVAL    PIC 9(8) COMP VALUE ZERO.
           03 WS-CHECKPOINTS-TAKEN      PIC 9(8) COMP VALUE ZERO.
           03 WS-REPORTS-ON             PIC 9(4) COMP VALUE ZERO.
           03 WS-RPT-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-RPT-SLOT               PIC 9(4) COMP VALUE ZERO.
      *
      *    Records handed over between checkpoints unless a CKPTINTV
      *    card says otherwise.
       77  DEFAULT-CHECKPOINT-INTERVAL  PIC 9(8) VALUE 10000.
      *
      *    The reports the pass feeds, in the order they are
      *    called - each one's program name is also its RUNCTL job
      *    name and its control-card keyword.
       77  MAX-REPORTS                  PIC 9(4) VALUE 9.
       01  WS-REPORT-NAMES.
           03   FILLER                  PIC X(8) VALUE 'STOKVAL'.
           03   FILLER                  PIC X(8) VALUE 'REORDPT'.
           03   FILLER                  PIC X(8) VALUE 'OVRDRPT'.
           03   FILLER                  PIC X(8) VALUE 'LEADRPT'.
           03   FILLER                  PIC X(8) VALUE 'DQCHECK'.
           03   FILLER                  PIC X(8) VALUE 'ORPHSUPP'.
           03   FILLER                  PIC X(8) VALUE 'SMPLEXT'.
           03   FILLER                  PIC X(8) VALUE 'SLOWSTCK'.
           03   FILLER                  PIC X(8) VALUE 'FIFOVAL'.
       01  WS-REPORT-NAME-TABLE REDEFINES WS-REPORT-NAMES.
           03   WS-RPT-NAME             PIC X(8) OCCURS 9 TIMES.
      *
      *    Per report: whether it runs tonight, the count it
      *    returns for RUNCTL, and on a restart the state it handed
      *    over at the last checkpoint.
       01  WS-REPORT-TABLE.
           03 WS-RPT-ENTRY OCCURS 9 TIMES.
              05 WS-RPT-SWITCH          PIC X(1).
                 88  REPORT-IS-ON           VALUE 'Y'.
              05 WS-RPT-COUNT           PIC 9(8).
              05 WS-RPT-STATE           PIC X(2000).
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM READ-CONTROL-CARDS.
           PERFORM READ-CHECKPOINT.
      *
      *    STOKVAL and SMPLEXT must describe the same evening as
      *    the movement files - the freeze has to be on for them.
           IF REPORT-IS-ON(1) OR REPORT-IS-ON(7)
              PERFORM VERIFY-FREEZE-IS-ON
           END-IF.
      *
           PERFORM REGISTER-REPORT-STARTS.
           PERFORM OPEN-THE-PASS.
      *
           PERFORM READ-STOCK-RECORD.
           PERFORM UNTIL END-OF-STOCK-FILE
              PERFORM HAND-RECORD-TO-REPORTS
              IF WS-SINCE-CHECKPOINT NOT LESS THAN
                 WS-CHECKPOINT-INTERVAL
                 PERFORM WRITE-CHECKPOINT
              END-IF
              PERFORM READ-STOCK-RECORD
           END-PERFORM.
      *
           PERFORM CLOSE-THE-PASS.
           PERFORM CLEAR-CHECKPOINT.
           PERFORM REGISTER-REPORT-ENDS.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Every report starts switched on, at the default interval,
      *    for today's business date.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE DEFAULT-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL.
      *
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              MOVE 'Y' TO WS-RPT-SWITCH(WS-RPT-INDEX)
              MOVE ZERO TO WS-RPT-COUNT(WS-RPT-INDEX)
              MOVE SPACES TO WS-RPT-STATE(WS-RPT-INDEX)
           END-PERFORM.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Apply the control cards, if any. A card that names no
      *    report and no known keyword stops the run before
      *    anything is opened.
       READ-CONTROL-CARDS.
      *
           OPEN INPUT CONTROL-CARD-FILE.
           IF CARD-FILE-MISSING
              SET END-OF-CARD-FILE TO TRUE
           END-IF.
      *
           PERFORM UNTIL END-OF-CARD-FILE
              READ CONTROL-CARD-FILE
                   AT END SET END-OF-CARD-FILE TO TRUE
              END-READ
              IF NOT END-OF-CARD-FILE
                 PERFORM APPLY-ONE-CARD
              END-IF
           END-PERFORM.
      *
           IF NOT CARD-FILE-MISSING
              CLOSE CONTROL-CARD-FILE
           END-IF.
      *
       READ-CONTROL-CARDS-EXIT.
           EXIT.
      *
      *    One card - the checkpoint interval, or a report's switch.
       APPLY-ONE-CARD.
      *
           IF PC-KEYWORD EQUAL 'CKPTINTV'
              IF PC-VALUE NOT NUMERIC
                 OR PC-VALUE EQUAL ZERO
                 DISPLAY 'PARTPASS: BAD CKPTINTV CARD - STOPPING'
                 STOP RUN
              END-IF
              MOVE PC-VALUE TO WS-CHECKPOINT-INTERVAL
           ELSE
              PERFORM FIND-REPORT-SLOT
              IF WS-RPT-SLOT EQUAL ZERO
                 OR (PC-VALUE(1:1) NOT EQUAL 'Y'
                     AND PC-VALUE(1:1) NOT EQUAL 'N')
                 DISPLAY 'PARTPASS: BAD CONTROL CARD ' PC-KEYWORD
                         ' - STOPPING'
                 STOP RUN
              END-IF
              MOVE PC-VALUE(1:1) TO WS-RPT-SWITCH(WS-RPT-SLOT)
           END-IF.
      *
       APPLY-ONE-CARD-EXIT.
           EXIT.
      *
      *    The table slot of the report named in PC-KEYWORD, or zero.
       FIND-REPORT-SLOT.
      *
           MOVE ZERO TO WS-RPT-SLOT.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
                        OR WS-RPT-SLOT GREATER THAN ZERO
              IF WS-RPT-NAME(WS-RPT-INDEX) EQUAL PC-KEYWORD
                 MOVE WS-RPT-INDEX TO WS-RPT-SLOT
              END-IF
           END-PERFORM.
      *
       FIND-REPORT-SLOT-EXIT.
           EXIT.
      *
      *    Pick up any checkpoint an interrupted run left behind.
      *    The run it belongs to decides the business date and the
      *    reports - only a report with state on the checkpoint can
      *    be resumed, so the checkpoint's set replaces tonight's
      *    cards.
       READ-CHECKPOINT.
      *
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT CHECKPOINT-FILE-MISSING
              PERFORM UNTIL END-OF-CHECKPOINT-FILE
                 READ CHECKPOINT-FILE
                      AT END SET END-OF-CHECKPOINT-FILE TO TRUE
                 END-READ
                 IF NOT END-OF-CHECKPOINT-FILE
                    PERFORM TAKE-CHECKPOINT-RECORD
                 END-IF
              END-PERFORM
              CLOSE CHECKPOINT-FILE
           END-IF.
      *
           IF RESTART-PENDING
              DISPLAY 'PARTPASS: RESTARTING ' WS-RUN-DATE
                      ' AFTER PART ' WS-LAST-PART-ID
                      ', RECORD ' WS-RECORDS-READ
           END-IF.
      *
       READ-CHECKPOINT-EXIT.
           EXIT.
      *
      *    The header sets the restart point and switches every
      *    report off; each state record that follows switches its
      *    report back on and keeps the state for the resume call.
       TAKE-CHECKPOINT-RECORD.
      *
           EVALUATE TRUE
              WHEN PX-PASS-HEADER
                 SET RESTART-PENDING TO TRUE
                 MOVE PX-RUN-DATE TO WS-RUN-DATE
                 MOVE PX-LAST-PART-ID TO WS-LAST-PART-ID
                 MOVE PX-RECORDS-READ TO WS-RECORDS-READ
                 PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                           UNTIL WS-RPT-INDEX GREATER THAN
                                 MAX-REPORTS
                    MOVE 'N' TO WS-RPT-SWITCH(WS-RPT-INDEX)
                 END-PERFORM
              WHEN PX-REPORT-STATE
                 MOVE PX-REPORT-NAME TO PC-KEYWORD
                 PERFORM FIND-REPORT-SLOT
                 IF WS-RPT-SLOT GREATER THAN ZERO
                    MOVE 'Y' TO WS-RPT-SWITCH(WS-RPT-SLOT)
                    MOVE PX-STATE-AREA TO WS-RPT-STATE(WS-RPT-SLOT)
                 END-IF
           END-EVALUATE.
      *
       TAKE-CHECKPOINT-RECORD-EXIT.
           EXIT.
      *
      *    Register a start on RUNCTL for every report switched on.
      *    A report already completed for the business date is
      *    switched off instead - the night's other reports still
      *    run. RUNCTL stays open for the ends.
       REGISTER-REPORT-STARTS.
      *
           OPEN I-O RUN-CONTROL-FILE.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              IF REPORT-IS-ON(WS-RPT-INDEX)
                 PERFORM REGISTER-ONE-START
              END-IF
           END-PERFORM.
      *
       REGISTER-REPORT-STARTS-EXIT.
           EXIT.
      *
      *    One report's start, the way RUNCTLP registers a job's.
       REGISTER-ONE-START.
      *
           MOVE WS-RPT-NAME(WS-RPT-INDEX) TO WS-RC-JOB-NAME.
           MOVE 'N' TO WS-RC-FOUND-FLAG.
           MOVE WS-RC-JOB-NAME TO RN-JOB-NAME.
           MOVE WS-RUN-DATE TO RN-BUSINESS-DATE.
           READ RUN-CONTROL-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET RUN-ALREADY-ON-FILE TO TRUE
           END-READ.
      *
           IF RUN-ALREADY-ON-FILE
              AND RN-RUN-COMPLETED
              DISPLAY 'PARTPASS: ' WS-RC-JOB-NAME
                      ' ALREADY COMPLETED FOR ' WS-RUN-DATE
                      ' - LEFT OUT'
              MOVE 'N' TO WS-RPT-SWITCH(WS-RPT-INDEX)
           ELSE
              MOVE SPACES TO RUN-CONTROL-RECORD
              MOVE WS-RC-JOB-NAME TO RN-JOB-NAME
              MOVE WS-RUN-DATE TO RN-BUSINESS-DATE
              SET RN-RUN-STARTED TO TRUE
              ACCEPT WS-RC-TIME FROM TIME
              MOVE WS-RC-TIME TO RN-START-TIME
              MOVE ZERO TO RN-END-TIME
              MOVE ZERO TO RN-RECORD-COUNT
              IF RUN-ALREADY-ON-FILE
                 REWRITE RUN-CONTROL-RECORD
              ELSE
                 WRITE RUN-CONTROL-RECORD
              END-IF
              ADD 1 TO WS-REPORTS-ON
           END-IF.
      *
       REGISTER-ONE-START-EXIT.
           EXIT.
      *
      *    Open SMPLXMPL - positioned after the checkpoint key on a
      *    restart - and open or resume every report switched on.
       OPEN-THE-PASS.
      *
           IF WS-REPORTS-ON EQUAL ZERO
              DISPLAY 'PARTPASS: NO REPORTS TO RUN - STOPPING'
              CLOSE RUN-CONTROL-FILE
              STOP RUN
           END-IF.
      *
           OPEN INPUT SMPLXMPL-FILE.
           IF RESTART-PENDING
              MOVE WS-LAST-PART-ID TO PART-ID OF STOCK-PART-REC
              START SMPLXMPL-FILE
                    KEY GREATER THAN PART-ID OF STOCK-PART-REC
                    INVALID KEY SET END-OF-STOCK-FILE TO TRUE
              END-START
           END-IF.
      *
           MOVE WS-RUN-DATE TO PP-RUN-DATE.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              IF REPORT-IS-ON(WS-RPT-INDEX)
                 IF RESTART-PENDING
                    SET PP-RESUME-REPORT TO TRUE
                    MOVE WS-RPT-STATE(WS-RPT-INDEX) TO PP-STATE-AREA
                 ELSE
                    SET PP-OPEN-REPORT TO TRUE
                 END-IF
                 PERFORM CALL-ONE-REPORT
              END-IF
           END-PERFORM.
      *
       OPEN-THE-PASS-EXIT.
           EXIT.
      *
      *    Read the next part, setting END-OF-STOCK-FILE once the
      *    file is exhausted.
       READ-STOCK-RECORD.
      *
           IF NOT END-OF-STOCK-FILE
              READ SMPLXMPL-FILE NEXT RECORD
                   AT END SET END-OF-STOCK-FILE TO TRUE
              END-READ
           END-IF.
      *
       READ-STOCK-RECORD-EXIT.
           EXIT.
      *
      *    Give this part to every report switched on.
       HAND-RECORD-TO-REPORTS.
      *
           ADD 1 TO WS-RECORDS-READ.
           ADD 1 TO WS-SINCE-CHECKPOINT.
           MOVE PART-ID OF STOCK-PART-REC TO WS-LAST-PART-ID.
      *
           SET PP-TAKE-RECORD TO TRUE.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              IF REPORT-IS-ON(WS-RPT-INDEX)
                 PERFORM CALL-ONE-REPORT
              END-IF
           END-PERFORM.
      *
       HAND-RECORD-TO-REPORTS-EXIT.
           EXIT.
      *
      *    Call the report in slot WS-RPT-INDEX with PART-PASS-AREA
      *    as it stands. Literal names, so each report is bound in
      *    with the driver.
       CALL-ONE-REPORT.
      *
           EVALUATE WS-RPT-INDEX
              WHEN 1
                 CALL 'STOKVAL' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 2
                 CALL 'REORDPT' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 3
                 CALL 'OVRDRPT' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 4
                 CALL 'LEADRPT' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 5
                 CALL 'DQCHECK' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 6
                 CALL 'ORPHSUPP' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 7
                 CALL 'SMPLEXT' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 8
                 CALL 'SLOWSTCK' USING PART-PASS-AREA STOCK-PART-REC
              WHEN 9
                 CALL 'FIFOVAL' USING PART-PASS-AREA STOCK-PART-REC
           END-EVALUATE.
      *
       CALL-ONE-REPORT-EXIT.
           EXIT.
      *
      *    Rewrite the checkpoint: the header with the restart
      *    point, then each report's state, collected fresh.
       WRITE-CHECKPOINT.
      *
           OPEN OUTPUT CHECKPOINT-FILE.
      *
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO PART-PASS-CHECKPOINT.
           SET PX-PASS-HEADER TO TRUE.
           MOVE WS-LAST-PART-ID TO PX-LAST-PART-ID.
           MOVE WS-RECORDS-READ TO PX-RECORDS-READ.
           MOVE WS-RUN-DATE TO PX-RUN-DATE.
           ACCEPT PX-CHECKPOINT-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-TIME(1:6) TO PX-CHECKPOINT-TIME.
           WRITE PART-PASS-CHECKPOINT.
      *
           SET PP-SAVE-STATE TO TRUE.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              IF REPORT-IS-ON(WS-RPT-INDEX)
                 MOVE SPACES TO PP-STATE-AREA
                 PERFORM CALL-ONE-REPORT
                 SET PX-REPORT-STATE TO TRUE
                 MOVE WS-RPT-NAME(WS-RPT-INDEX) TO PX-REPORT-NAME
                 MOVE PP-STATE-AREA TO PX-STATE-AREA
                 WRITE PART-PASS-CHECKPOINT
              END-IF
           END-PERFORM.
      *
           CLOSE CHECKPOINT-FILE.
      *
           MOVE ZERO TO WS-SINCE-CHECKPOINT.
           ADD 1 TO WS-CHECKPOINTS-TAKEN.
      *
       WRITE-CHECKPOINT-EXIT.
           EXIT.
      *
      *    The pass is over - each report prints its totals and
      *    closes, returning the count it registers on RUNCTL.
       CLOSE-THE-PASS.
      *
           CLOSE SMPLXMPL-FILE.
      *
           SET PP-CLOSE-REPORT TO TRUE.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              IF REPORT-IS-ON(WS-RPT-INDEX)
                 MOVE ZERO TO PP-RECORD-COUNT
                 PERFORM CALL-ONE-REPORT
                 MOVE PP-RECORD-COUNT TO WS-RPT-COUNT(WS-RPT-INDEX)
              END-IF
           END-PERFORM.
      *
       CLOSE-THE-PASS-EXIT.
           EXIT.
      *
      *    Empty the checkpoint - the next night starts from the
      *    top.
       CLEAR-CHECKPOINT.
      *
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
      *
       CLEAR-CHECKPOINT-EXIT.
           EXIT.
      *
      *    Register each report's completion with its count, the
      *    way RUNCTLP registers a job's, and close RUNCTL.
       REGISTER-REPORT-ENDS.
      *
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              IF REPORT-IS-ON(WS-RPT-INDEX)
                 MOVE WS-RPT-NAME(WS-RPT-INDEX) TO RN-JOB-NAME
                 MOVE WS-RUN-DATE TO RN-BUSINESS-DATE
                 READ RUN-CONTROL-FILE
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         SET RN-RUN-COMPLETED TO TRUE
                         ACCEPT WS-RC-TIME FROM TIME
                         MOVE WS-RC-TIME TO RN-END-TIME
                         MOVE WS-RPT-COUNT(WS-RPT-INDEX)
                              TO RN-RECORD-COUNT
                         REWRITE RUN-CONTROL-RECORD
                 END-READ
              END-IF
           END-PERFORM.
      *
           CLOSE RUN-CONTROL-FILE.
      *
       REGISTER-REPORT-ENDS-EXIT.
           EXIT.
      *
      *    Report the pass and each report's count.
       FINALIZE-RUN.
      *
           DISPLAY 'PARTPASS: BUSINESS DATE:      ' WS-RUN-DATE.
           DISPLAY 'PARTPASS: RECORDS READ:       ' WS-RECORDS-READ.
           DISPLAY 'PARTPASS: CHECKPOINTS TAKEN:  '
                   WS-CHECKPOINTS-TAKEN.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                     UNTIL WS-RPT-INDEX GREATER THAN MAX-REPORTS
              IF REPORT-IS-ON(WS-RPT-INDEX)
                 DISPLAY 'PARTPASS: ' WS-RPT-NAME(WS-RPT-INDEX)
                         ' COUNT: ' WS-RPT-COUNT(WS-RPT-INDEX)
              ELSE
                 DISPLAY 'PARTPASS: ' WS-RPT-NAME(WS-RPT-INDEX)
                         ' NOT RUN'
              END-IF
           END-PERFORM.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    The freeze must be on before STOKVAL or SMPLEXT see the
      *    files the movement transactions would otherwise be
      *    rewriting underneath them - operations sets POSTFRZ to
      *    'Y hhmm' before the suite and clears it after.
       VERIFY-FREEZE-IS-ON.
      *
           OPEN INPUT PARM-CHECK-FILE.
           MOVE 'POSTFRZ' TO PM-PARM-KEY.
           READ PARM-CHECK-FILE
                INVALID KEY
                   DISPLAY 'POSTING FREEZE IS NOT ON - '
                           'RUN REFUSED'
                   CLOSE PARM-CHECK-FILE
                   STOP RUN
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:1) NOT EQUAL 'Y'
                      DISPLAY 'POSTING FREEZE IS NOT ON - '
                              'RUN REFUSED'
                      CLOSE PARM-CHECK-FILE
                      STOP RUN
                   END-IF
           END-READ.
           CLOSE PARM-CHECK-FILE.
      *
       VERIFY-FREEZE-IS-ON-EXIT.
           EXIT.
