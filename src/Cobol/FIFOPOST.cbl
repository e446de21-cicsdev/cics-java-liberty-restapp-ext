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
      * Nightly FIFO cost-layer posting. Stock has always been
      * valued at the weighted AVERAGE-COST every receipt
      * re-averages; finance also wants first-in-first-out value
      * alongside it. This job reads one business day's STKMOVE
      * entries in the order they were written and keeps the
      * FIFOLYR cost layers in step with them:
      *   - a receipt ('R') lays down a layer of its own, keyed
      *     on its receipt date and task, at the price RCPTLOG
      *     says it averaged in at (UNIT-PRICE for a quarantine
      *     release, which writes no RCPTLOG entry);
      *   - every decrease - issue, return to vendor, amend,
      *     count or adjustment down, repair out, kit component,
      *     merge transfer out - consumes layers oldest first,
      *     writing a FIFOCONS entry per layer drawn on; a receipt
      *     reversal ('X') takes its units back out of the layer
      *     its receipt laid down first;
      *   - a return to stores ('U') restores the newest of that
      *     department's issues not already returned, a repair
      *     return ('B') the newest repair-outs, and the surviving
      *     side of a part merge the retired part's transfer out,
      *     each back into the layer it was drawn from;
      *   - any other increase lays down a layer at AVERAGE-COST.
      * Location transfers move nothing between layers. A part
      * seen for the first time gets an opening layer for the
      * stock it held before the movement, at its AVERAGE-COST.
      * Units drawn when no layer is left are recorded unlayered
      * at AVERAGE-COST. FIFOVAL values the layers nightly.
      *
      * The business date comes from a one-record FIFODTIN
      * control card (YYYYMMDD); an empty card posts yesterday's
      * movements, the normal nightly case. The run registers on
      * RUNCTL against the business date, so a day is never
      * posted twice.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              FIFOPOST.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    STKMOVE is a VSAM ESDS - entries are appended in write
      *    order and read back the same way, so it is declared
      *    SEQUENTIAL here the same way GLEXTRCT reads it.
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT RECEIPT-LOG-FILE ASSIGN TO RCPTLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-KEY
                  FILE STATUS IS WS-RCPTLOG-STATUS.
      *
           SELECT FIFO-LAYER-FILE ASSIGN TO FIFOLYR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FL-KEY
                  FILE STATUS IS WS-LAYER-STATUS.
      *
           SELECT FIFO-CONSUME-FILE ASSIGN TO FIFOCONS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FU-KEY
                  FILE STATUS IS WS-CONSUME-STATUS.
      *
           SELECT DATE-CARD-FILE ASSIGN TO FIFODTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
      *    Shared run-control file every nightly job registers
      *    its start and completion on - see RUNCTL/RUNCTLP.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMOVE.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  RECEIPT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RCPTLOG.
      *
       FD  FIFO-LAYER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FIFOLYR.
      *
       FD  FIFO-CONSUME-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FIFOCONS.
      *
       FD  DATE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD                    PIC X(8).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-RCPTLOG-STATUS         PIC X(2) VALUE '00'.
              88  RCPTLOG-STATUS-OK         VALUE '00'.
           03 WS-LAYER-STATUS           PIC X(2) VALUE '00'.
              88  LAYER-STATUS-OK           VALUE '00'.
           03 WS-CONSUME-STATUS         PIC X(2) VALUE '00'.
              88  CONSUME-STATUS-OK         VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-SCAN-END-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SCAN               VALUE 'Y'.
           03 WS-LAYER-FOUND-FLAG       PIC X(1) VALUE 'N'.
              88  LAYER-FOUND               VALUE 'Y'.
           03 WS-WRITTEN-FLAG           PIC X(1) VALUE 'N'.
              88  ENTRY-WRITTEN             VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
           03 WS-MOVE-DATE-NUM          PIC 9(8) VALUE ZERO.
           03 WS-MOVE-DATE-X REDEFINES WS-MOVE-DATE-NUM
                                        PIC X(8).
      *    The movement in hand: its signed change, the units
      *    still to consume or restore, and the part's costs.
           03 WS-MOVED-UNITS            PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-UNITS-LEFT             PIC 9(8) VALUE ZERO.
           03 WS-TAKE-UNITS             PIC 9(8) VALUE ZERO.
           03 WS-PART-AVERAGE-COST      PIC 99999V99 VALUE ZERO.
           03 WS-PART-UNIT-PRICE        PIC 99999V99 VALUE ZERO.
           03 WS-CONSUME-SEQUENCE       PIC 9(3) VALUE ZERO.
      *    The layer an increase or restore adds to.
           03 WS-TARGET-DATE            PIC X(8) VALUE SPACES.
           03 WS-TARGET-TASK            PIC 9(7) VALUE ZERO.
           03 WS-TARGET-SOURCE          PIC X(1) VALUE SPACE.
           03 WS-TARGET-COST            PIC 99999V99 VALUE ZERO.
      *    Which consumptions a return restores: the part drawn
      *    on, the movement type that drew, and for a return to
      *    stores the department it was issued to.
           03 WS-SOURCE-PART            PIC 9(8) VALUE ZERO.
           03 WS-SOURCE-TYPE            PIC X(1) VALUE SPACE.
           03 WS-SOURCE-DEPARTMENT      PIC X(6) VALUE SPACES.
      *    Run counts.
           03 WS-MOVES-POSTED           PIC 9(8) COMP VALUE ZERO.
           03 WS-MOVES-SKIPPED          PIC 9(8) COMP VALUE ZERO.
           03 WS-LAYERS-WRITTEN         PIC 9(8) COMP VALUE ZERO.
           03 WS-OPENINGS-WRITTEN       PIC 9(8) COMP VALUE ZERO.
           03 WS-CONSUMES-WRITTEN       PIC 9(8) COMP VALUE ZERO.
           03 WS-UNITS-RESTORED         PIC 9(9) COMP VALUE ZERO.
           03 WS-UNITS-UNLAYERED        PIC 9(9) COMP VALUE ZERO.
      *
      *    The consumptions a return may restore, oldest first as
      *    the scan finds them - the return walks it backwards so
      *    the newest draw comes back first. Only the newest 100
      *    are kept.
       77  MAX-RESTORE-CANDIDATES       PIC 9(4) VALUE 100.
       01  WS-RESTORE-TABLE.
           03 WS-RESTORE-COUNT          PIC 9(4) COMP VALUE ZERO.
           03 WS-RESTORE-INDEX          PIC 9(4) COMP VALUE ZERO.
           03 WS-RESTORE-KEY OCCURS 100 TIMES
                                        PIC X(26).
      *
      *    Shared run-control work fields - see RUNCTLW.
           COPY RUNCTLW.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE
                 PERFORM SELECT-MOVEMENT
              END-IF
           END-PERFORM.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Resolve the business date, register it on RUNCTL and
      *    open the files.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DATE-CARD-FILE.
           MOVE SPACES TO DATE-CARD.
           READ DATE-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF DATE-CARD NUMERIC
              MOVE DATE-CARD TO WS-BUSINESS-DATE
           ELSE
              COMPUTE WS-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           END-IF.
           CLOSE DATE-CARD-FILE.
      *
      *    The layers must see each day exactly once, so the run
      *    registers the business date it posts rather than the
      *    date it happens to run on.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE 'FIFOPOST' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT STKMOVE-FILE.
           OPEN INPUT SMPLXMPL-FILE.
           OPEN INPUT RECEIPT-LOG-FILE.
           OPEN I-O FIFO-LAYER-FILE.
           OPEN I-O FIFO-CONSUME-FILE.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Keep this movement when it belongs to the business date.
       SELECT-MOVEMENT.
      *
           IF MV-MOVEMENT-DATE-YYYY NUMERIC
              AND MV-MOVEMENT-DATE-MM NUMERIC
              AND MV-MOVEMENT-DATE-DD NUMERIC
              MOVE MV-MOVEMENT-DATE-YYYY TO WS-MOVE-DATE-NUM(1:4)
              MOVE MV-MOVEMENT-DATE-MM TO WS-MOVE-DATE-NUM(5:2)
              MOVE MV-MOVEMENT-DATE-DD TO WS-MOVE-DATE-NUM(7:2)
              IF WS-MOVE-DATE-NUM EQUAL WS-BUSINESS-DATE
                 PERFORM POST-MOVEMENT
              END-IF
           END-IF.
      *
       SELECT-MOVEMENT-EXIT.
           EXIT.
      *
      *    Work out the movement's change and send it to the
      *    increase or decrease side. A location transfer moves
      *    stock between bins, not between layers, and a movement
      *    that changed nothing has nothing to post.
       POST-MOVEMENT.
      *
           COMPUTE WS-MOVED-UNITS =
                   MV-NEW-QUANTITY - MV-OLD-QUANTITY.
      *
           IF (MV-TYPE-TRANSFER AND MV-LOCATION NOT EQUAL SPACES)
              OR WS-MOVED-UNITS EQUAL ZERO
              ADD 1 TO WS-MOVES-SKIPPED
           ELSE
              PERFORM GET-PART-COSTS
              PERFORM ENSURE-OPENING-LAYER
              MOVE ZERO TO WS-CONSUME-SEQUENCE
              IF WS-MOVED-UNITS GREATER THAN ZERO
                 MOVE WS-MOVED-UNITS TO WS-UNITS-LEFT
                 PERFORM POST-INCREASE
              ELSE
                 COMPUTE WS-UNITS-LEFT = 0 - WS-MOVED-UNITS
                 PERFORM POST-DECREASE
              END-IF
              ADD 1 TO WS-MOVES-POSTED
           END-IF.
      *
       POST-MOVEMENT-EXIT.
           EXIT.
      *
      *    The part's current average cost and unit price. A part
      *    no longer on file (the retired side of a merge) prices
      *    at zero - its layers still carry their own costs.
       GET-PART-COSTS.
      *
           MOVE ZERO TO WS-PART-AVERAGE-COST.
           MOVE ZERO TO WS-PART-UNIT-PRICE.
           MOVE MV-PART-ID TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE AVERAGE-COST OF STOCK-PART-REC
                        TO WS-PART-AVERAGE-COST
                   MOVE UNIT-PRICE OF STOCK-PART-REC
                        TO WS-PART-UNIT-PRICE
           END-READ.
      *
       GET-PART-COSTS-EXIT.
           EXIT.
      *
      *    The first movement ever posted for a part finds no
      *    layers: the stock it held before the movement becomes
      *    its opening layer (date and task zero, so it is always
      *    the oldest) at the part's average cost.
       ENSURE-OPENING-LAYER.
      *
           MOVE 'N' TO WS-LAYER-FOUND-FLAG.
           MOVE MV-PART-ID TO FL-PART-ID.
           MOVE LOW-VALUES TO FL-LAYER-DATE.
           MOVE ZERO TO FL-LAYER-TASK.
           START FIFO-LAYER-FILE KEY IS NOT LESS THAN FL-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ FIFO-LAYER-FILE NEXT RECORD
                         AT END
                            CONTINUE
                         NOT AT END
                            IF FL-PART-ID EQUAL MV-PART-ID
                               SET LAYER-FOUND TO TRUE
                            END-IF
                    END-READ
           END-START.
      *
           IF NOT LAYER-FOUND
              AND MV-OLD-QUANTITY GREATER THAN ZERO
              MOVE '00000000' TO WS-TARGET-DATE
              MOVE ZERO TO WS-TARGET-TASK
              MOVE 'O' TO WS-TARGET-SOURCE
              MOVE WS-PART-AVERAGE-COST TO WS-TARGET-COST
              MOVE MV-OLD-QUANTITY TO WS-TAKE-UNITS
              PERFORM ADD-TO-LAYER
              ADD 1 TO WS-OPENINGS-WRITTEN
           END-IF.
      *
       ENSURE-OPENING-LAYER-EXIT.
           EXIT.
      *
      *    Stock coming in. A receipt lays down its own layer; a
      *    return, repair return or merge puts units back where
      *    they were drawn from; whatever is left over becomes a
      *    layer at average cost under the movement's date and
      *    task.
       POST-INCREASE.
      *
           EVALUATE TRUE
              WHEN MV-TYPE-RECEIPT
                 PERFORM LAY-DOWN-RECEIPT
              WHEN MV-TYPE-RETURN
                 MOVE MV-PART-ID TO WS-SOURCE-PART
                 MOVE 'I' TO WS-SOURCE-TYPE
                 MOVE MV-DEPARTMENT TO WS-SOURCE-DEPARTMENT
                 PERFORM RESTORE-CONSUMPTIONS
              WHEN MV-TYPE-REPAIR-IN
                 MOVE MV-PART-ID TO WS-SOURCE-PART
                 MOVE 'O' TO WS-SOURCE-TYPE
                 MOVE SPACES TO WS-SOURCE-DEPARTMENT
                 PERFORM RESTORE-CONSUMPTIONS
              WHEN MV-TYPE-TRANSFER
                 IF MV-REQUISITION NUMERIC
                    MOVE MV-REQUISITION TO WS-SOURCE-PART
                    MOVE 'T' TO WS-SOURCE-TYPE
                    MOVE SPACES TO WS-SOURCE-DEPARTMENT
                    PERFORM RESTORE-CONSUMPTIONS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           IF WS-UNITS-LEFT GREATER THAN ZERO
              MOVE WS-MOVE-DATE-X TO WS-TARGET-DATE
              MOVE MV-MOVEMENT-TASK TO WS-TARGET-TASK
              MOVE 'M' TO WS-TARGET-SOURCE
              MOVE WS-PART-AVERAGE-COST TO WS-TARGET-COST
              MOVE WS-UNITS-LEFT TO WS-TAKE-UNITS
              PERFORM ADD-TO-LAYER
              MOVE ZERO TO WS-UNITS-LEFT
           END-IF.
      *
       POST-INCREASE-EXIT.
           EXIT.
      *
      *    A receipt's layer carries its RCPTLOG key and the price
      *    it averaged in at. A quarantine release logs nothing on
      *    RCPTLOG and averages in at UNIT-PRICE, so that is its
      *    layer cost too.
       LAY-DOWN-RECEIPT.
      *
           MOVE WS-MOVE-DATE-X TO WS-TARGET-DATE.
           MOVE MV-MOVEMENT-TASK TO WS-TARGET-TASK.
           MOVE 'R' TO WS-TARGET-SOURCE.
           MOVE WS-PART-UNIT-PRICE TO WS-TARGET-COST.
      *
           MOVE MV-PART-ID TO RL-PART-ID.
           MOVE WS-MOVE-DATE-X TO RL-RECEIPT-DATE.
           MOVE MV-MOVEMENT-TASK TO RL-RECEIPT-TASK.
           READ RECEIPT-LOG-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE RL-RECEIPT-PRICE TO WS-TARGET-COST
           END-READ.
      *
           MOVE WS-UNITS-LEFT TO WS-TAKE-UNITS.
           PERFORM ADD-TO-LAYER.
           MOVE ZERO TO WS-UNITS-LEFT.
      *
       LAY-DOWN-RECEIPT-EXIT.
           EXIT.
      *
      *    Stock going out. A receipt reversal first takes its
      *    units back out of the layer its receipt laid down;
      *    everything else, and whatever the reversal's layer
      *    no longer holds, is drawn oldest layer first. Units
      *    with no layer left to draw on are recorded unlayered
      *    at average cost.
       POST-DECREASE.
      *
           IF MV-TYPE-RCPT-REVERSAL
              MOVE MV-PART-ID TO FL-PART-ID
              MOVE MV-REVERSES-DATE TO FL-LAYER-DATE
              MOVE MV-REVERSES-TASK TO FL-LAYER-TASK
              READ FIFO-LAYER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM DRAW-ON-LAYER
              END-READ
           END-IF.
      *
           IF WS-UNITS-LEFT GREATER THAN ZERO
              PERFORM CONSUME-OLDEST-LAYERS
           END-IF.
      *
           IF WS-UNITS-LEFT GREATER THAN ZERO
              MOVE WS-UNITS-LEFT TO WS-TAKE-UNITS
              MOVE SPACES TO FU-LAYER-DATE
              MOVE ZERO TO FU-LAYER-TASK
              MOVE WS-PART-AVERAGE-COST TO FU-UNIT-COST
              PERFORM WRITE-CONSUMPTION
              ADD WS-UNITS-LEFT TO WS-UNITS-UNLAYERED
              MOVE ZERO TO WS-UNITS-LEFT
           END-IF.
      *
       POST-DECREASE-EXIT.
           EXIT.
      *
      *    Walk the part's layers in key order - oldest first -
      *    drawing on each until the decrease is covered.
       CONSUME-OLDEST-LAYERS.
      *
           MOVE 'N' TO WS-SCAN-END-FLAG.
           MOVE MV-PART-ID TO FL-PART-ID.
           MOVE LOW-VALUES TO FL-LAYER-DATE.
           MOVE ZERO TO FL-LAYER-TASK.
           START FIFO-LAYER-FILE KEY IS NOT LESS THAN FL-KEY
                 INVALID KEY
                    SET END-OF-SCAN TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-SCAN
                      OR WS-UNITS-LEFT EQUAL ZERO
              READ FIFO-LAYER-FILE NEXT RECORD
                   AT END
                      SET END-OF-SCAN TO TRUE
              END-READ
              IF NOT END-OF-SCAN
                 IF FL-PART-ID NOT EQUAL MV-PART-ID
                    SET END-OF-SCAN TO TRUE
                 ELSE
                    IF FL-REMAINING-QUANTITY GREATER THAN ZERO
                       PERFORM DRAW-ON-LAYER
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       CONSUME-OLDEST-LAYERS-EXIT.
           EXIT.
      *
      *    Take what the layer in hand can give towards the
      *    decrease, rewrite it and record the draw.
       DRAW-ON-LAYER.
      *
           IF FL-REMAINING-QUANTITY LESS THAN WS-UNITS-LEFT
              MOVE FL-REMAINING-QUANTITY TO WS-TAKE-UNITS
           ELSE
              MOVE WS-UNITS-LEFT TO WS-TAKE-UNITS
           END-IF.
      *
           IF WS-TAKE-UNITS GREATER THAN ZERO
              SUBTRACT WS-TAKE-UNITS FROM FL-REMAINING-QUANTITY
              REWRITE FIFO-LAYER-RECORD
              SUBTRACT WS-TAKE-UNITS FROM WS-UNITS-LEFT
              MOVE FL-LAYER-DATE TO FU-LAYER-DATE
              MOVE FL-LAYER-TASK TO FU-LAYER-TASK
              MOVE FL-UNIT-COST TO FU-UNIT-COST
              PERFORM WRITE-CONSUMPTION
           END-IF.
      *
       DRAW-ON-LAYER-EXIT.
           EXIT.
      *
      *    Record one draw of WS-TAKE-UNITS against the layer
      *    already moved into FU-LAYER-DATE/TASK and FU-UNIT-COST.
      *    The sequence steps past any entry already under the
      *    same part, date and task.
       WRITE-CONSUMPTION.
      *
           MOVE MV-PART-ID TO FU-PART-ID.
           MOVE WS-MOVE-DATE-X TO FU-MOVEMENT-DATE.
           MOVE MV-MOVEMENT-TASK TO FU-MOVEMENT-TASK.
           MOVE MV-MOVEMENT-TYPE TO FU-MOVEMENT-TYPE.
           MOVE MV-DEPARTMENT TO FU-DEPARTMENT.
           MOVE MV-REQUISITION TO FU-REQUISITION.
           MOVE WS-TAKE-UNITS TO FU-QUANTITY.
           MOVE ZERO TO FU-RESTORED-QUANTITY.
      *
           MOVE 'N' TO WS-WRITTEN-FLAG.
           PERFORM UNTIL ENTRY-WRITTEN
                      OR WS-CONSUME-SEQUENCE EQUAL 999
              ADD 1 TO WS-CONSUME-SEQUENCE
              MOVE WS-CONSUME-SEQUENCE TO FU-SEQUENCE
              WRITE FIFO-CONSUME-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET ENTRY-WRITTEN TO TRUE
                       ADD 1 TO WS-CONSUMES-WRITTEN
              END-WRITE
           END-PERFORM.
      *
       WRITE-CONSUMPTION-EXIT.
           EXIT.
      *
      *    Put units back where a return's original draws took
      *    them from. The source part's consumptions by the
      *    matching movement type (and department, for a return
      *    to stores) that are not yet fully restored are
      *    gathered oldest first, then restored newest first
      *    until the increase is covered.
       RESTORE-CONSUMPTIONS.
      *
           MOVE ZERO TO WS-RESTORE-COUNT.
           MOVE 'N' TO WS-SCAN-END-FLAG.
           MOVE WS-SOURCE-PART TO FU-PART-ID.
           MOVE LOW-VALUES TO FU-MOVEMENT-DATE.
           MOVE ZERO TO FU-MOVEMENT-TASK.
           MOVE ZERO TO FU-SEQUENCE.
           START FIFO-CONSUME-FILE KEY IS NOT LESS THAN FU-KEY
                 INVALID KEY
                    SET END-OF-SCAN TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-SCAN
              READ FIFO-CONSUME-FILE NEXT RECORD
                   AT END
                      SET END-OF-SCAN TO TRUE
              END-READ
              IF NOT END-OF-SCAN
                 IF FU-PART-ID NOT EQUAL WS-SOURCE-PART
                    SET END-OF-SCAN TO TRUE
                 ELSE
                    PERFORM KEEP-RESTORE-CANDIDATE
                 END-IF
              END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-RESTORE-INDEX FROM WS-RESTORE-COUNT
                   BY -1
                     UNTIL WS-RESTORE-INDEX LESS THAN 1
                        OR WS-UNITS-LEFT EQUAL ZERO
              MOVE WS-RESTORE-KEY(WS-RESTORE-INDEX) TO FU-KEY
              READ FIFO-CONSUME-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM RESTORE-ONE-CONSUMPTION
              END-READ
           END-PERFORM.
      *
       RESTORE-CONSUMPTIONS-EXIT.
           EXIT.
      *
      *    Keep the consumption in hand when it matches the return
      *    and still has units to give back. When the table is
      *    full the oldest candidate drops off the front.
       KEEP-RESTORE-CANDIDATE.
      *
           IF FU-MOVEMENT-TYPE EQUAL WS-SOURCE-TYPE
              AND FU-QUANTITY GREATER THAN FU-RESTORED-QUANTITY
              AND (WS-SOURCE-DEPARTMENT EQUAL SPACES
                   OR FU-DEPARTMENT EQUAL WS-SOURCE-DEPARTMENT)
              IF WS-RESTORE-COUNT EQUAL MAX-RESTORE-CANDIDATES
                 PERFORM VARYING WS-RESTORE-INDEX FROM 2 BY 1
                           UNTIL WS-RESTORE-INDEX GREATER THAN
                                 WS-RESTORE-COUNT
                    MOVE WS-RESTORE-KEY(WS-RESTORE-INDEX)
                         TO WS-RESTORE-KEY(WS-RESTORE-INDEX - 1)
                 END-PERFORM
                 SUBTRACT 1 FROM WS-RESTORE-COUNT
              END-IF
              ADD 1 TO WS-RESTORE-COUNT
              MOVE FU-KEY TO WS-RESTORE-KEY(WS-RESTORE-COUNT)
           END-IF.
      *
       KEEP-RESTORE-CANDIDATE-EXIT.
           EXIT.
      *
      *    Give back what this consumption still holds towards the
      *    increase: mark it restored and add the units to the
      *    layer it was drawn from, under the receiving part. A
      *    draw that found no layer comes back as a layer of the
      *    return's own at the cost it went out at.
       RESTORE-ONE-CONSUMPTION.
      *
           COMPUTE WS-TAKE-UNITS =
                   FU-QUANTITY - FU-RESTORED-QUANTITY.
           IF WS-TAKE-UNITS GREATER THAN WS-UNITS-LEFT
              MOVE WS-UNITS-LEFT TO WS-TAKE-UNITS
           END-IF.
      *
           ADD WS-TAKE-UNITS TO FU-RESTORED-QUANTITY.
           REWRITE FIFO-CONSUME-RECORD.
           SUBTRACT WS-TAKE-UNITS FROM WS-UNITS-LEFT.
           ADD WS-TAKE-UNITS TO WS-UNITS-RESTORED.
      *
           IF FU-UNLAYERED
              MOVE WS-MOVE-DATE-X TO WS-TARGET-DATE
              MOVE MV-MOVEMENT-TASK TO WS-TARGET-TASK
           ELSE
              MOVE FU-LAYER-DATE TO WS-TARGET-DATE
              MOVE FU-LAYER-TASK TO WS-TARGET-TASK
           END-IF.
           MOVE 'M' TO WS-TARGET-SOURCE.
           MOVE FU-UNIT-COST TO WS-TARGET-COST.
           PERFORM ADD-TO-LAYER.
      *
       RESTORE-ONE-CONSUMPTION-EXIT.
           EXIT.
      *
      *    Add WS-TAKE-UNITS to the part's layer under
      *    WS-TARGET-DATE/TASK, laying the layer down at
      *    WS-TARGET-COST when it is not on file yet.
       ADD-TO-LAYER.
      *
           MOVE MV-PART-ID TO FL-PART-ID.
           MOVE WS-TARGET-DATE TO FL-LAYER-DATE.
           MOVE WS-TARGET-TASK TO FL-LAYER-TASK.
           READ FIFO-LAYER-FILE
                INVALID KEY
                   MOVE WS-TARGET-SOURCE TO FL-SOURCE
                   MOVE WS-TAKE-UNITS TO FL-ORIGINAL-QUANTITY
                   MOVE WS-TAKE-UNITS TO FL-REMAINING-QUANTITY
                   MOVE WS-TARGET-COST TO FL-UNIT-COST
                   MOVE WS-MOVE-DATE-X TO FL-POSTED-DATE
                   WRITE FIFO-LAYER-RECORD
                   ADD 1 TO WS-LAYERS-WRITTEN
                NOT INVALID KEY
                   ADD WS-TAKE-UNITS TO FL-REMAINING-QUANTITY
                   IF FL-REMAINING-QUANTITY GREATER THAN
                      FL-ORIGINAL-QUANTITY
                      MOVE FL-REMAINING-QUANTITY
                           TO FL-ORIGINAL-QUANTITY
                   END-IF
                   REWRITE FIFO-LAYER-RECORD
           END-READ.
      *
       ADD-TO-LAYER-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'FIFOPOST: BUSINESS DATE:       ' WS-BUSINESS-DATE.
           DISPLAY 'FIFOPOST: MOVEMENTS POSTED:    ' WS-MOVES-POSTED.
           DISPLAY 'FIFOPOST: MOVEMENTS SKIPPED:   '
                   WS-MOVES-SKIPPED.
           DISPLAY 'FIFOPOST: LAYERS LAID DOWN:    '
                   WS-LAYERS-WRITTEN.
           DISPLAY 'FIFOPOST: OPENING LAYERS:      '
                   WS-OPENINGS-WRITTEN.
           DISPLAY 'FIFOPOST: LAYER DRAWS:         '
                   WS-CONSUMES-WRITTEN.
           DISPLAY 'FIFOPOST: UNITS RESTORED:      '
                   WS-UNITS-RESTORED.
           DISPLAY 'FIFOPOST: UNITS UNLAYERED:     '
                   WS-UNITS-UNLAYERED.
      *
           CLOSE STKMOVE-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE RECEIPT-LOG-FILE.
           CLOSE FIFO-LAYER-FILE.
           CLOSE FIFO-CONSUME-FILE.
      *
           MOVE WS-MOVES-POSTED TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
