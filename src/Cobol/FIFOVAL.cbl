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
      * Nightly FIFO stock valuation report, printed beside
      * STOKVAL. Values every part's stock on hand first-in-
      * first-out - the newest FIFOLYR cost layers FIFOPOST keeps
      * that still hold units, each at its own cost - alongside
      * its weighted average-cost value (STOCK-QUANTITY times
      * AVERAGE-COST, as STOKVAL computes it), with the difference
      * per part, in the grand totals and by category.
      *
      * Stock the layers do not cover - movements FIFOPOST has
      * not posted yet, or a part it has never seen - is valued
      * at AVERAGE-COST and its quantity printed in the UNLAYERED
      * column, so the difference shown is only ever what the
      * layers say. When the layers hold more than is on hand the
      * oldest units are the ones taken as gone. Every line
      * converts to home currency at the same EXCHRATE rate
      * STOKVAL uses. Consignment stock (PARTCTRL) is left out and
      * counted on its own line, as STOKVAL does.
      *
      * Called by PARTPASS, the single pass over SMPLXMPL that
      * feeds all the part-master reports, once per record - see
      * PASSAREA.cpy. It takes no commarea and issues no EXEC
      * CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  A restarted pass extended the report
      *                    with every line already printed since
      *                    the checkpoint, so those parts showed
      *                    twice. The restart now rebuilds the
      *                    report from the failed attempt's copy
      *                    (DD FIFOVLRP), exactly as far as the line
      *                    count saved at the checkpoint, and the
      *                    report is closed and reopened at each
      *                    checkpoint so that count is on file.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              FIFOVAL.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The exchange-rate master is browsed by currency
      *    (START/READ NEXT) to find the latest rate on or before
      *    the run date.
           SELECT EXCHRATE-FILE ASSIGN TO EXCHRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EX-KEY
                  FILE STATUS IS WS-RATE-STATUS.
      *
           SELECT PARTCTRL-FILE ASSIGN TO PARTCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PART-ID
                  FILE STATUS IS WS-CTRL-STATUS.
      *
      *    The cost layers are browsed by part (START/READ NEXT),
      *    oldest layer first.
           SELECT FIFO-LAYER-FILE ASSIGN TO FIFOLYR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-KEY
                  FILE STATUS IS WS-LAYER-STATUS.
      *
           SELECT VALUATION-REPORT ASSIGN TO FIFOVALR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The failed attempt's report, read back on a restart.
           SELECT PRIOR-VALUATION-REPORT ASSIGN TO FIFOVLRP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PRIOR-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  EXCHRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCHRATE.
      *
       FD  PARTCTRL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    PARTCTRL carries the per-part consignment flag.
           COPY PARTCTRL.
      *
       FD  FIFO-LAYER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FIFOLYR.
      *
       FD  VALUATION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                 PIC X(132).
      *
       FD  PRIOR-VALUATION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  PRIOR-REPORT-LINE           PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-REPORT-STATUS         PIC X(2)  VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-PART-COUNT            PIC 9(8)  COMP VALUE ZERO.
           03 WS-LINE-COST-VALUE       PIC S9(11)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-COST-GRAND-TOTAL      PIC S9(11)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-LINE-FIFO-VALUE       PIC S9(11)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-FIFO-GRAND-TOTAL      PIC S9(11)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-LINE-DIFFERENCE       PIC S9(11)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-RUN-DATE              PIC 9(8)  VALUE ZERO.
           03 WS-CAT-INDEX             PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-SLOT              PIC 9(4) COMP VALUE ZERO.
           03 WS-WORK-CATEGORY         PIC X(4)  VALUE SPACES.
           03 WS-RATE-STATUS           PIC X(2)  VALUE '00'.
              88  RATE-STATUS-OK           VALUE '00'.
           03 WS-RATE-EOF-FLAG         PIC X(1)  VALUE 'N'.
              88  END-OF-RATE-RANGE        VALUE 'Y'.
           03 WS-LINE-RATE             PIC 9(4)V9(6)
                                       PACKED-DECIMAL VALUE ZERO.
           03 WS-EXR-INDEX             PIC 9(4) COMP VALUE ZERO.
           03 WS-EXR-SLOT              PIC 9(4) COMP VALUE ZERO.
           03 WS-CTRL-STATUS           PIC X(2)  VALUE '00'.
              88  CTRL-STATUS-OK           VALUE '00'.
           03 WS-CONSIGN-FLAG          PIC X(1)  VALUE 'N'.
              88  PART-IS-CONSIGNMENT      VALUE 'Y'.
           03 WS-CONSIGN-COUNT         PIC 9(8)  COMP VALUE ZERO.
           03 WS-LAYER-STATUS          PIC X(2)  VALUE '00'.
              88  LAYER-STATUS-OK          VALUE '00'.
           03 WS-LAYER-EOF-FLAG        PIC X(1)  VALUE 'N'.
              88  END-OF-PART-LAYERS       VALUE 'Y'.
      *    The part's layers: units they hold in all, the oldest
      *    units to pass over when that is more than is on hand,
      *    and the part-currency value of the rest.
           03 WS-LAYERED-UNITS         PIC 9(9)  VALUE ZERO.
           03 WS-UNITS-TO-SKIP         PIC 9(9)  VALUE ZERO.
           03 WS-LAYER-UNITS           PIC 9(9)  VALUE ZERO.
           03 WS-UNLAYERED-UNITS       PIC 9(9)  VALUE ZERO.
           03 WS-LAYER-VALUE           PIC S9(13)V99 PACKED-DECIMAL
                                        VALUE ZERO.
           03 WS-UNLAYERED-TOTAL       PIC 9(11) COMP VALUE ZERO.
      *    Lines on the report so far, saved at every checkpoint so
      *    a restart knows how much of the failed attempt's copy to
      *    keep.
           03 WS-REPORT-LINES-WRITTEN  PIC 9(8)  COMP VALUE ZERO.
      *
      *    Restart copy - kept out of WS-STORAGE, which the restart
      *    overwrites from the checkpoint.
       01  WS-RESTART-COPY.
           03 WS-PRIOR-STATUS          PIC X(2)  VALUE '00'.
           03 WS-LINES-COPIED          PIC 9(8)  COMP VALUE ZERO.
      *
      *    Our home currency - a part carrying it (or no currency
      *    at all) converts at one.
       77  HOME-CURRENCY-CODE          PIC X(3) VALUE 'USD'.
      *
      *    Rates already resolved this run, so one currency's rate
      *    is hunted down once, not once per part.
       77  MAX-RATE-CACHE              PIC 9(4) VALUE 10.
       01  WS-RATE-CACHE.
           03 WS-EXR-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-EXR-ENTRY OCCURS 10 TIMES.
              05 WS-EXR-CURRENCY       PIC X(3).
              05 WS-EXR-RATE           PIC 9(4)V9(6)
                                       PACKED-DECIMAL.
      *
      *    Category accumulators - one slot per distinct category
      *    seen during the scan, printed as a summary after the
      *    detail lines.
       77  MAX-CATEGORIES              PIC 9(4) VALUE 50.
       01  WS-CATEGORY-TABLE.
           03 WS-CAT-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-ENTRY OCCURS 50 TIMES.
              05 WS-CAT-CODE           PIC X(4).
              05 WS-CAT-COST-VALUE     PIC S9(11)V99
                                       PACKED-DECIMAL.
              05 WS-CAT-FIFO-VALUE     PIC S9(11)V99
                                       PACKED-DECIMAL.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                 PIC X(29) VALUE
                'FIFO VALUATION REPORT - RUN'.
           03   FILLER                 PIC X(1)  VALUE SPACE.
           03   RH-RUN-YYYY            PIC 9(4).
           03   FILLER                 PIC X(1)  VALUE '-'.
           03   RH-RUN-MM              PIC 9(2).
           03   FILLER                 PIC X(1)  VALUE '-'.
           03   RH-RUN-DD              PIC 9(2).
           03   FILLER                 PIC X(92) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                 PIC X(10) VALUE 'PART ID'.
           03   FILLER                 PIC X(12) VALUE 'QUANTITY'.
           03   FILLER                 PIC X(11) VALUE 'AVG COST'.
           03   FILLER                 PIC X(18) VALUE 'AVG COST VALUE'.
           03   FILLER                 PIC X(18) VALUE 'FIFO VALUE'.
           03   FILLER                 PIC X(19) VALUE 'DIFFERENCE'.
           03   FILLER                 PIC X(13) VALUE 'UNLAYERED'.
           03   FILLER                 PIC X(5)  VALUE 'CUR'.
           03   FILLER                 PIC X(26) VALUE 'RATE'.
      *
      *    One line per part - valued at the moving average cost
      *    and first-in-first-out, with the difference (FIFO less
      *    average) alongside.
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID             PIC Z(7)9.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-QUANTITY            PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-AVG-COST            PIC ZZ,ZZ9.99.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-COST-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-FIFO-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-DIFFERENCE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-UNLAYERED           PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-CURRENCY            PIC X(3).
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   RD-RATE                PIC 9(4).9(6).
           03   FILLER                 PIC X(14) VALUE SPACES.
      *
      *    Grand-total lines, printed once at the end of the run.
       01  REPORT-TOTAL-LINE.
           03   FILLER                 PIC X(26) VALUE
                'GRAND TOTAL AT AVG COST: '.
           03   RT-COST-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(90) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE-2.
           03   FILLER                 PIC X(26) VALUE
                'GRAND TOTAL AT FIFO:     '.
           03   RT-FIFO-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(90) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE-3.
           03   FILLER                 PIC X(26) VALUE
                'FIFO-VS-AVG DIFFERENCE:  '.
           03   RT-DIFFERENCE-TOTAL    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(89) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE-4.
           03   FILLER                 PIC X(26) VALUE
                'UNITS NOT YET LAYERED:   '.
           03   RT-UNLAYERED-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                 PIC X(92) VALUE SPACES.
      *
      *    Category summary section, printed after the totals.
       01  CATEGORY-HEADING.
           03   FILLER                 PIC X(10) VALUE 'CATEGORY'.
           03   FILLER                 PIC X(18) VALUE 'AVG COST VALUE'.
           03   FILLER                 PIC X(18) VALUE 'FIFO VALUE'.
           03   FILLER                 PIC X(86) VALUE 'DIFFERENCE'.
      *
       01  CATEGORY-DETAIL-LINE.
           03   CD-CATEGORY            PIC X(4).
           03   FILLER                 PIC X(6)  VALUE SPACES.
           03   CD-COST-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   CD-FIFO-VALUE          PIC Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(2)  VALUE SPACES.
           03   CD-DIFFERENCE          PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                 PIC X(69) VALUE SPACES.
      *
      *    The supplier-owned consignment stock left out, counted
      *    so the exclusion is a number, not a footnote.
       01  CONSIGNMENT-LINE.
           03   FILLER                 PIC X(30) VALUE
                'CONSIGNMENT STOCK EXCLUDED - '.
           03   RC-CONSIGN-COUNT       PIC ZZZ,ZZ9.
           03   FILLER                 PIC X(95) VALUE ' PARTS'.
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
                    ADD 1 TO WS-CONSIGN-COUNT
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
      *    Open the rate, control, layer and report files and
      *    write the two heading lines.
       INITIALIZE-REPORT.
      *
           OPEN INPUT EXCHRATE-FILE.
           OPEN INPUT PARTCTRL-FILE.
           OPEN INPUT FIFO-LAYER-FILE.
           OPEN OUTPUT VALUATION-REPORT.
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
      *    Pick up after a restart: the totals and category table
      *    carry on from the checkpoint, and the report is rebuilt
      *    from the failed attempt's copy, exactly as far as the
      *    line count saved with them - whatever that attempt
      *    printed after the checkpoint is dropped, as the pass
      *    hands those parts over again. The rate cache simply
      *    refills.
       RESUME-REPORT.
      *
           OPEN INPUT EXCHRATE-FILE.
           OPEN INPUT PARTCTRL-FILE.
           OPEN INPUT FIFO-LAYER-FILE.
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
       RESUME-REPORT-EXIT.
           EXIT.
      *
      *    Carry one line of the failed attempt's report over. A
      *    copy shorter than the checkpoint count cannot be
      *    rebuilt from, so the run stops.
       COPY-PRIOR-REPORT-LINE.
      *
           READ PRIOR-VALUATION-REPORT
                AT END
                   DISPLAY 'FIFOVAL: PREVIOUS REPORT SHORT OF'
                           ' CHECKPOINT - STOPPING'
                   STOP RUN
           END-READ.
           WRITE REPORT-LINE FROM PRIOR-REPORT-LINE.
           ADD 1 TO WS-LINES-COPIED.
      *
       COPY-PRIOR-REPORT-LINE-EXIT.
           EXIT.
      *
      *    Hand PARTPASS what a restart needs: the running totals,
      *    the line count and the category table behind them. The
      *    report is closed and reopened first, so every line
      *    counted is on file, not in a buffer an abend would lose.
       SAVE-REPORT-STATE.
      *
           CLOSE VALUATION-REPORT.
           OPEN EXTEND VALUATION-REPORT.
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
      *    is our own stock.
       CHECK-CONSIGNMENT-FLAG.
      *
           MOVE 'N' TO WS-CONSIGN-FLAG.
           MOVE PART-ID OF STOCK-PART-REC TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PC-CONSIGNMENT-STOCK
                      MOVE 'Y' TO WS-CONSIGN-FLAG
                   END-IF
           END-READ.
      *
       CHECK-CONSIGNMENT-FLAG-EXIT.
           EXIT.
      *
      *    Value this part both ways, add it to the running totals,
      *    and print its detail line.
       PROCESS-STOCK-RECORD.
      *
           PERFORM RESOLVE-EXCHANGE-RATE.
           COMPUTE WS-LINE-COST-VALUE ROUNDED =
                   STOCK-QUANTITY OF STOCK-PART-REC *
                   AVERAGE-COST OF STOCK-PART-REC *
                   WS-LINE-RATE.
           ADD WS-LINE-COST-VALUE TO WS-COST-GRAND-TOTAL.
      *
           PERFORM VALUE-PART-LAYERS.
           COMPUTE WS-LINE-FIFO-VALUE ROUNDED =
                   (WS-LAYER-VALUE +
                    WS-UNLAYERED-UNITS *
                    AVERAGE-COST OF STOCK-PART-REC) *
                   WS-LINE-RATE.
           ADD WS-LINE-FIFO-VALUE TO WS-FIFO-GRAND-TOTAL.
           ADD WS-UNLAYERED-UNITS TO WS-UNLAYERED-TOTAL.
      *
           COMPUTE WS-LINE-DIFFERENCE =
                   WS-LINE-FIFO-VALUE - WS-LINE-COST-VALUE.
           ADD 1 TO WS-PART-COUNT.
      *
           MOVE PART-ID OF STOCK-PART-REC TO RD-PART-ID.
           MOVE STOCK-QUANTITY OF STOCK-PART-REC TO RD-QUANTITY.
           MOVE AVERAGE-COST OF STOCK-PART-REC TO RD-AVG-COST.
           MOVE WS-LINE-COST-VALUE TO RD-COST-VALUE.
           MOVE WS-LINE-FIFO-VALUE TO RD-FIFO-VALUE.
           MOVE WS-LINE-DIFFERENCE TO RD-DIFFERENCE.
           MOVE WS-UNLAYERED-UNITS TO RD-UNLAYERED.
           MOVE CURRENCY-CODE OF STOCK-PART-REC TO RD-CURRENCY.
           MOVE WS-LINE-RATE TO RD-RATE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD 1 TO WS-REPORT-LINES-WRITTEN.
      *
           PERFORM ADD-TO-CATEGORY-TOTALS.
      *
       PROCESS-STOCK-RECORD-EXIT.
           EXIT.
      *
      *    Value the part's stock on hand from its layers, in the
      *    part's own currency. The first walk counts what the
      *    layers hold; when that is more than is on hand, the
      *    second walk passes over that many of the oldest units
      *    - FIFO says those are the ones already gone - and
      *    values the rest at their layer costs. Whatever the
      *    layers fall short of is left in WS-UNLAYERED-UNITS.
       VALUE-PART-LAYERS.
      *
           MOVE ZERO TO WS-LAYERED-UNITS.
           MOVE ZERO TO WS-LAYER-VALUE.
           MOVE ZERO TO WS-UNITS-TO-SKIP.
           MOVE ZERO TO WS-UNLAYERED-UNITS.
      *
           PERFORM START-PART-LAYERS.
           PERFORM UNTIL END-OF-PART-LAYERS
              PERFORM READ-NEXT-PART-LAYER
              IF NOT END-OF-PART-LAYERS
                 ADD FL-REMAINING-QUANTITY TO WS-LAYERED-UNITS
              END-IF
           END-PERFORM.
      *
           IF WS-LAYERED-UNITS GREATER THAN
              STOCK-QUANTITY OF STOCK-PART-REC
              COMPUTE WS-UNITS-TO-SKIP = WS-LAYERED-UNITS -
                      STOCK-QUANTITY OF STOCK-PART-REC
           ELSE
              COMPUTE WS-UNLAYERED-UNITS =
                      STOCK-QUANTITY OF STOCK-PART-REC -
                      WS-LAYERED-UNITS
           END-IF.
      *
           IF WS-LAYERED-UNITS GREATER THAN ZERO
              PERFORM START-PART-LAYERS
              PERFORM UNTIL END-OF-PART-LAYERS
                 PERFORM READ-NEXT-PART-LAYER
                 IF NOT END-OF-PART-LAYERS
                    PERFORM VALUE-ONE-LAYER
                 END-IF
              END-PERFORM
           END-IF.
      *
       VALUE-PART-LAYERS-EXIT.
           EXIT.
      *
      *    Position on the part's oldest layer.
       START-PART-LAYERS.
      *
           MOVE 'N' TO WS-LAYER-EOF-FLAG.
           MOVE PART-ID OF STOCK-PART-REC TO FL-PART-ID.
           MOVE LOW-VALUES TO FL-LAYER-DATE.
           MOVE ZERO TO FL-LAYER-TASK.
           START FIFO-LAYER-FILE KEY IS NOT LESS THAN FL-KEY
                 INVALID KEY
                    SET END-OF-PART-LAYERS TO TRUE
           END-START.
      *
       START-PART-LAYERS-EXIT.
           EXIT.
      *
      *    The part's next layer; the first one belonging to
      *    another part ends the walk.
       READ-NEXT-PART-LAYER.
      *
           READ FIFO-LAYER-FILE NEXT RECORD
                AT END
                   SET END-OF-PART-LAYERS TO TRUE
           END-READ.
           IF NOT END-OF-PART-LAYERS
              AND FL-PART-ID NOT EQUAL PART-ID OF STOCK-PART-REC
              SET END-OF-PART-LAYERS TO TRUE
           END-IF.
      *
       READ-NEXT-PART-LAYER-EXIT.
           EXIT.
      *
      *    Add what is left of this layer, after any oldest units
      *    still to pass over, at the layer's cost.
       VALUE-ONE-LAYER.
      *
           MOVE FL-REMAINING-QUANTITY TO WS-LAYER-UNITS.
           IF WS-UNITS-TO-SKIP GREATER THAN ZERO
              IF WS-UNITS-TO-SKIP GREATER THAN WS-LAYER-UNITS
                 SUBTRACT WS-LAYER-UNITS FROM WS-UNITS-TO-SKIP
                 MOVE ZERO TO WS-LAYER-UNITS
              ELSE
                 SUBTRACT WS-UNITS-TO-SKIP FROM WS-LAYER-UNITS
                 MOVE ZERO TO WS-UNITS-TO-SKIP
              END-IF
           END-IF.
      *
           COMPUTE WS-LAYER-VALUE = WS-LAYER-VALUE +
                   WS-LAYER-UNITS * FL-UNIT-COST.
      *
       VALUE-ONE-LAYER-EXIT.
           EXIT.
      *
      *    Fold this part's values into its category's slot. A part
      *    with no category yet rolls up under '....' so it still
      *    shows in the summary. Serial search - the table holds
      *    more categories than the shop will ever define.
       ADD-TO-CATEGORY-TOTALS.
      *
           IF CATEGORY-CODE OF STOCK-PART-REC EQUAL SPACES
              OR CATEGORY-CODE OF STOCK-PART-REC EQUAL LOW-VALUES
              MOVE '....' TO WS-WORK-CATEGORY
           ELSE
              MOVE CATEGORY-CODE OF STOCK-PART-REC
                   TO WS-WORK-CATEGORY
           END-IF.
      *
           MOVE ZERO TO WS-CAT-SLOT.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                     UNTIL WS-CAT-INDEX GREATER THAN WS-CAT-COUNT
                        OR WS-CAT-SLOT GREATER THAN ZERO
              IF WS-CAT-CODE(WS-CAT-INDEX) EQUAL WS-WORK-CATEGORY
                 MOVE WS-CAT-INDEX TO WS-CAT-SLOT
              END-IF
           END-PERFORM.
           IF WS-CAT-SLOT EQUAL ZERO
              AND WS-CAT-COUNT LESS THAN MAX-CATEGORIES
              ADD 1 TO WS-CAT-COUNT
              MOVE WS-CAT-COUNT TO WS-CAT-SLOT
              MOVE WS-WORK-CATEGORY TO WS-CAT-CODE(WS-CAT-SLOT)
              MOVE ZERO TO WS-CAT-COST-VALUE(WS-CAT-SLOT)
              MOVE ZERO TO WS-CAT-FIFO-VALUE(WS-CAT-SLOT)
           END-IF.
           IF WS-CAT-SLOT GREATER THAN ZERO
              ADD WS-LINE-COST-VALUE TO
                  WS-CAT-COST-VALUE(WS-CAT-SLOT)
              ADD WS-LINE-FIFO-VALUE TO
                  WS-CAT-FIFO-VALUE(WS-CAT-SLOT)
           END-IF.
      *
       ADD-TO-CATEGORY-TOTALS-EXIT.
           EXIT.
      *
      *    Resolve the part's currency to a home-currency rate -
      *    one for the home currency (or none at all), the cached
      *    rate when this currency was seen before, otherwise the
      *    latest EXCHRATE entry on or before the run date. A
      *    currency with no rate on file converts at one and its
      *    line shows it, the same way STOKVAL converts it.
       RESOLVE-EXCHANGE-RATE.
      *
           IF CURRENCY-CODE OF STOCK-PART-REC EQUAL
              HOME-CURRENCY-CODE
              OR CURRENCY-CODE OF STOCK-PART-REC EQUAL SPACES
              OR CURRENCY-CODE OF STOCK-PART-REC EQUAL LOW-VALUES
              MOVE 1 TO WS-LINE-RATE
           ELSE
              MOVE ZERO TO WS-EXR-SLOT
              PERFORM VARYING WS-EXR-INDEX FROM 1 BY 1
                        UNTIL WS-EXR-INDEX GREATER THAN
                              WS-EXR-COUNT
                           OR WS-EXR-SLOT GREATER THAN ZERO
                 IF WS-EXR-CURRENCY(WS-EXR-INDEX) EQUAL
                    CURRENCY-CODE OF STOCK-PART-REC
                    MOVE WS-EXR-INDEX TO WS-EXR-SLOT
                 END-IF
              END-PERFORM
              IF WS-EXR-SLOT GREATER THAN ZERO
                 MOVE WS-EXR-RATE(WS-EXR-SLOT) TO WS-LINE-RATE
              ELSE
                 PERFORM HUNT-RATE-ON-FILE
                 IF WS-EXR-COUNT LESS THAN MAX-RATE-CACHE
                    ADD 1 TO WS-EXR-COUNT
                    MOVE CURRENCY-CODE OF STOCK-PART-REC
                         TO WS-EXR-CURRENCY(WS-EXR-COUNT)
                    MOVE WS-LINE-RATE
                         TO WS-EXR-RATE(WS-EXR-COUNT)
                 END-IF
              END-IF
           END-IF.
      *
       RESOLVE-EXCHANGE-RATE-EXIT.
           EXIT.
      *
      *    Walk the currency's rate entries (oldest first, by key)
      *    keeping the last one effective on or before the run
      *    date.
       HUNT-RATE-ON-FILE.
      *
           MOVE 1 TO WS-LINE-RATE.
           MOVE 'N' TO WS-RATE-EOF-FLAG.
           MOVE CURRENCY-CODE OF STOCK-PART-REC
                TO EX-CURRENCY-CODE.
           MOVE ZERO TO EX-EFFECTIVE-DATE.
           START EXCHRATE-FILE KEY NOT LESS THAN EX-KEY
                 INVALID KEY SET END-OF-RATE-RANGE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-RATE-RANGE
              READ EXCHRATE-FILE NEXT
                   AT END SET END-OF-RATE-RANGE TO TRUE
              END-READ
              IF NOT END-OF-RATE-RANGE
                 IF EX-CURRENCY-CODE EQUAL
                    CURRENCY-CODE OF STOCK-PART-REC
                    AND EX-EFFECTIVE-DATE NOT GREATER THAN
                        WS-RUN-DATE
                    MOVE EX-RATE-TO-HOME TO WS-LINE-RATE
                 ELSE
                    SET END-OF-RATE-RANGE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
       HUNT-RATE-ON-FILE-EXIT.
           EXIT.
      *
      *    Print the grand totals and the category summary, and
      *    close the files.
       FINALIZE-REPORT.
      *
           MOVE WS-COST-GRAND-TOTAL TO RT-COST-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE WS-FIFO-GRAND-TOTAL TO RT-FIFO-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-2.
           COMPUTE WS-LINE-DIFFERENCE =
                   WS-FIFO-GRAND-TOTAL - WS-COST-GRAND-TOTAL.
           MOVE WS-LINE-DIFFERENCE TO RT-DIFFERENCE-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-3.
           MOVE WS-UNLAYERED-TOTAL TO RT-UNLAYERED-TOTAL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-4.
      *
           WRITE REPORT-LINE FROM CATEGORY-HEADING.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                     UNTIL WS-CAT-INDEX GREATER THAN WS-CAT-COUNT
              MOVE WS-CAT-CODE(WS-CAT-INDEX) TO CD-CATEGORY
              MOVE WS-CAT-COST-VALUE(WS-CAT-INDEX)
                   TO CD-COST-VALUE
              MOVE WS-CAT-FIFO-VALUE(WS-CAT-INDEX)
                   TO CD-FIFO-VALUE
              COMPUTE WS-LINE-DIFFERENCE =
                      WS-CAT-FIFO-VALUE(WS-CAT-INDEX) -
                      WS-CAT-COST-VALUE(WS-CAT-INDEX)
              MOVE WS-LINE-DIFFERENCE TO CD-DIFFERENCE
              WRITE REPORT-LINE FROM CATEGORY-DETAIL-LINE
           END-PERFORM.
      *
           MOVE WS-CONSIGN-COUNT TO RC-CONSIGN-COUNT.
           WRITE REPORT-LINE FROM CONSIGNMENT-LINE.
      *
           CLOSE EXCHRATE-FILE.
           CLOSE PARTCTRL-FILE.
           CLOSE FIFO-LAYER-FILE.
           CLOSE VALUATION-REPORT.
      *
       FINALIZE-REPORT-EXIT.
           EXIT.
