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
      * Kit cost roll-up. BOMFILE describes multi-level kits, and
      * KITAVAIL and WHEREUSD explode them, but a kit's UNIT-PRICE
      * was whatever somebody keyed on ADDPART - nothing said what
      * the kit actually costs to build. This job finds every kit
      * on BOMFILE, walks each through all its levels with the
      * same work-queue explosion the online kit programs use,
      * and rolls up the material cost: each real component's
      * AVERAGE-COST (UNIT-PRICE when it has none) times the
      * quantity one kit needs of it. The result is written to
      * KITCOST with the date rolled, and the KITCRPT report puts
      * each kit's rolled cost beside its current price and flags
      * every kit whose cost has moved by more than the KITCSTPC
      * percentage (PARMFILE, default 10) since the last roll -
      * the list pricing works through before a price review.
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
       PROGRAM-ID.              KITROLL.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    Read through once to find the kits, then positioned
      *    (START/READ NEXT) on each parent as it is exploded.
           SELECT BOMFILE-FILE ASSIGN TO BOMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BM-KEY
                  FILE STATUS IS WS-BOM-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT KITCOST-FILE ASSIGN TO KITCOST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KC-KIT-PART-ID
                  FILE STATUS IS WS-KITCOST-STATUS.
      *
      *    Runtime parameters - the cost-movement percentage is
      *    tuned on PARMFILE without a recompile.
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT KIT-COST-REPORT ASSIGN TO KITCRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
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
       FD  BOMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOMREC.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way REORDPT renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  KITCOST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KITCOST.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       FD  KIT-COST-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
      *    How far a kit's cost may move between rolls before the
      *    report flags it, whole percent. The KITCSTPC runtime
      *    parameter overrides it - see GET-RUNTIME-PARMS.
       77  COST-MOVE-PERCENT            PIC 9(3) VALUE 10.
      *
       77  MAX-KITS                     PIC 9(4) VALUE 500.
       77  MAX-QUEUED-PARENTS           PIC 9(4) VALUE 100.
      *
       01  WS-STORAGE.
           03 WS-BOM-STATUS             PIC X(2) VALUE '00'.
              88  BOM-STATUS-OK             VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-KITCOST-STATUS         PIC X(2) VALUE '00'.
              88  KITCOST-STATUS-OK         VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-BOM-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-BOM-FILE           VALUE 'Y'.
           03 WS-RANGE-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-BOM-RANGE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-PCT-RAW                PIC 9(3) VALUE ZERO.
      *
      *    Every kit on BOMFILE - a parent with at least one line.
      *    Also answers "is this component a kit" during the
      *    explosion without another probe of the file.
           03 WS-KIT-COUNT              PIC 9(4) COMP VALUE ZERO.
           03 WS-KIT-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-KIT-ENTRY OCCURS 500 TIMES.
              05 WS-KIT-PART-ID          PIC 9(8).
           03 WS-KITS-SKIPPED           PIC 9(8) COMP VALUE ZERO.
           03 WS-LAST-PARENT            PIC 9(8) VALUE ZERO.
      *
      *    Multi-level explosion state: the parents still waiting
      *    to be exploded, each with the multiplier its level
      *    inherited - the same walk the ISSUGDS kit issue and
      *    KITAVAIL make.
           03 WS-WQ-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-WQ-NEXT                PIC 9(4) COMP VALUE ZERO.
           03 WS-WQ-ENTRY OCCURS 100 TIMES.
              05 WS-WQ-PART-ID           PIC 9(8).
              05 WS-WQ-MULT              PIC S9(9) PACKED-DECIMAL.
           03 WS-SEARCH-INDEX           PIC 9(4) COMP VALUE ZERO.
           03 WS-SUBKIT-FLAG            PIC X(1) VALUE 'N'.
              88  COMPONENT-IS-A-KIT        VALUE 'Y'.
           03 WS-LINE-NEEDED            PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-COMPONENT-COST         PIC 99999V99 PACKED-DECIMAL
                                         VALUE ZERO.
      *
      *    One kit's roll.
           03 WS-ROLLED-COST            PIC 9(9)V99 PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-COMPONENT-COUNT        PIC 9(4) COMP VALUE ZERO.
           03 WS-INCOMPLETE-FLAG        PIC X(1) VALUE 'N'.
              88  ROLL-IS-INCOMPLETE        VALUE 'Y'.
           03 WS-KIT-ON-FILE-FLAG       PIC X(1) VALUE 'N'.
              88  KIT-COST-ON-FILE          VALUE 'Y'.
           03 WS-PREVIOUS-COST          PIC 9(9)V99 PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-CHANGE-PCT             PIC S9(5)V9 PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-ABS-CHANGE-PCT         PIC 9(5)V9 PACKED-DECIMAL
                                         VALUE ZERO.
      *
      *    Run totals.
           03 WS-ROLLED-KITS            PIC 9(8) COMP VALUE ZERO.
           03 WS-MOVED-KITS             PIC 9(8) COMP VALUE ZERO.
           03 WS-INCOMPLETE-KITS        PIC 9(8) COMP VALUE ZERO.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(34) VALUE
                'KIT COST ROLL-UP - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(14) VALUE
                '  FLAG OVER '.
           03   RH-MOVE-PERCENT         PIC ZZ9.
           03   FILLER                  PIC X(39) VALUE
                ' PCT'.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'KIT ID'.
           03   FILLER                  PIC X(26) VALUE
                'DESCRIPTION'.
           03   FILLER                  PIC X(16) VALUE
                '   ROLLED COST'.
           03   FILLER                  PIC X(11) VALUE
                'UNIT PRICE'.
           03   FILLER                  PIC X(16) VALUE
                '  LAST ROLLED'.
           03   FILLER                  PIC X(9) VALUE 'CHG PCT'.
           03   FILLER                  PIC X(12) VALUE 'FLAG'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-KIT-PART-ID          PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DESCRIPTION          PIC X(24).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ROLLED-COST          PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-UNIT-PRICE           PIC ZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PREVIOUS-COST        PIC ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-CHANGE-PCT           PIC -ZZZ9.9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-FLAG                 PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   FILLER                  PIC X(14) VALUE
                'KITS ROLLED: '.
           03   RT-ROLLED-KITS          PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(12) VALUE
                '   MOVED: '.
           03   RT-MOVED-KITS           PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(17) VALUE
                '   INCOMPLETE: '.
           03   RT-INCOMPLETE-KITS      PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(36) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM LOAD-KIT-TABLE.
      *
           PERFORM VARYING WS-KIT-INDEX FROM 1 BY 1
                     UNTIL WS-KIT-INDEX GREATER THAN WS-KIT-COUNT
              PERFORM ROLL-ONE-KIT
           END-PERFORM.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open every file, pick up the runtime parameters,
      *    register the run, and print the headings.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'KITROLL' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT BOMFILE-FILE.
           OPEN INPUT SMPLXMPL-FILE.
           OPEN I-O KITCOST-FILE.
           OPEN INPUT PARMFILE-FILE.
           PERFORM GET-RUNTIME-PARMS.
           CLOSE PARMFILE-FILE.
           OPEN OUTPUT KIT-COST-REPORT.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           MOVE COST-MOVE-PERCENT TO RH-MOVE-PERCENT.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    The cost-movement flag, whole percent (010 = 10). No
      *    entry keeps the compiled default.
       GET-RUNTIME-PARMS.
      *
           MOVE 'KITCSTPC' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      MOVE PM-PARM-VALUE(1:3) TO WS-PCT-RAW
                      MOVE WS-PCT-RAW TO COST-MOVE-PERCENT
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    One pass of BOMFILE in key order - every change of
      *    parent is another kit. More kits than the table holds
      *    are counted and left for a bigger table.
       LOAD-KIT-TABLE.
      *
           MOVE ZERO TO WS-LAST-PARENT.
           PERFORM UNTIL END-OF-BOM-FILE
              READ BOMFILE-FILE NEXT
                   AT END SET END-OF-BOM-FILE TO TRUE
              END-READ
              IF NOT END-OF-BOM-FILE
                 AND BM-PARENT-PART-ID NOT EQUAL WS-LAST-PARENT
                 MOVE BM-PARENT-PART-ID TO WS-LAST-PARENT
                 IF WS-KIT-COUNT LESS THAN MAX-KITS
                    ADD 1 TO WS-KIT-COUNT
                    MOVE BM-PARENT-PART-ID
                         TO WS-KIT-PART-ID(WS-KIT-COUNT)
                 ELSE
                    ADD 1 TO WS-KITS-SKIPPED
                 END-IF
              END-IF
           END-PERFORM.
      *
       LOAD-KIT-TABLE-EXIT.
           EXIT.
      *
      *    Explode one kit through every level, price it, file the
      *    result and print it.
       ROLL-ONE-KIT.
      *
           MOVE ZERO TO WS-ROLLED-COST.
           MOVE ZERO TO WS-COMPONENT-COUNT.
           MOVE 'N' TO WS-INCOMPLETE-FLAG.
           MOVE 1 TO WS-WQ-COUNT.
           MOVE 1 TO WS-WQ-NEXT.
           MOVE WS-KIT-PART-ID(WS-KIT-INDEX) TO WS-WQ-PART-ID(1).
           MOVE 1 TO WS-WQ-MULT(1).
      *
           PERFORM UNTIL WS-WQ-NEXT GREATER THAN WS-WQ-COUNT
              PERFORM EXPLODE-ONE-PARENT
              ADD 1 TO WS-WQ-NEXT
           END-PERFORM.
      *
           PERFORM FILE-KIT-COST.
           PERFORM PRINT-KIT-LINE.
      *
       ROLL-ONE-KIT-EXIT.
           EXIT.
      *
      *    One parent off the queue: position on its key range and
      *    price every line under it.
       EXPLODE-ONE-PARENT.
      *
           MOVE WS-WQ-PART-ID(WS-WQ-NEXT) TO BM-PARENT-PART-ID.
           MOVE ZERO TO BM-COMPONENT-PART-ID.
           MOVE 'N' TO WS-RANGE-EOF-FLAG.
           START BOMFILE-FILE KEY NOT LESS THAN BM-KEY
                 INVALID KEY SET END-OF-BOM-RANGE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-BOM-RANGE
              READ BOMFILE-FILE NEXT
                   AT END SET END-OF-BOM-RANGE TO TRUE
              END-READ
              IF NOT END-OF-BOM-RANGE
                 IF BM-PARENT-PART-ID NOT EQUAL
                    WS-WQ-PART-ID(WS-WQ-NEXT)
                    SET END-OF-BOM-RANGE TO TRUE
                 ELSE
                    PERFORM PRICE-ONE-LINE
                 END-IF
              END-IF
           END-PERFORM.
      *
       EXPLODE-ONE-PARENT-EXIT.
           EXIT.
      *
      *    A component that is itself a kit queues for its own
      *    explosion with the multiplier carried down; a real part
      *    adds its cost for the quantity one kit needs. A queue
      *    full (only a pathological structure fills it - BOMMNT
      *    keeps loops out of the file) leaves the cost short and
      *    flagged rather than walking for ever.
       PRICE-ONE-LINE.
      *
           COMPUTE WS-LINE-NEEDED =
                   BM-QUANTITY-PER * WS-WQ-MULT(WS-WQ-NEXT).
      *
           MOVE 'N' TO WS-SUBKIT-FLAG.
           PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1
                     UNTIL WS-SEARCH-INDEX GREATER THAN WS-KIT-COUNT
                        OR COMPONENT-IS-A-KIT
              IF WS-KIT-PART-ID(WS-SEARCH-INDEX) EQUAL
                 BM-COMPONENT-PART-ID
                 MOVE 'Y' TO WS-SUBKIT-FLAG
              END-IF
           END-PERFORM.
      *
           IF COMPONENT-IS-A-KIT
              IF WS-WQ-COUNT LESS THAN MAX-QUEUED-PARENTS
                 ADD 1 TO WS-WQ-COUNT
                 MOVE BM-COMPONENT-PART-ID
                      TO WS-WQ-PART-ID(WS-WQ-COUNT)
                 MOVE WS-LINE-NEEDED TO WS-WQ-MULT(WS-WQ-COUNT)
              ELSE
                 SET ROLL-IS-INCOMPLETE TO TRUE
              END-IF
           ELSE
              MOVE BM-COMPONENT-PART-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
                      SET ROLL-IS-INCOMPLETE TO TRUE
                   NOT INVALID KEY
                      IF AVERAGE-COST OF STOCK-PART-REC
                         GREATER THAN ZERO
                         MOVE AVERAGE-COST OF STOCK-PART-REC
                              TO WS-COMPONENT-COST
                      ELSE
                         MOVE UNIT-PRICE OF STOCK-PART-REC
                              TO WS-COMPONENT-COST
                      END-IF
                      COMPUTE WS-ROLLED-COST =
                              WS-ROLLED-COST +
                              WS-LINE-NEEDED * WS-COMPONENT-COST
                      ADD 1 TO WS-COMPONENT-COUNT
              END-READ
           END-IF.
      *
       PRICE-ONE-LINE-EXIT.
           EXIT.
      *
      *    Write or rewrite the kit's KITCOST entry - the roll it
      *    replaces becomes the previous roll the movement is
      *    measured against. The kit's own record supplies the
      *    price the cost is shown beside.
       FILE-KIT-COST.
      *
           MOVE WS-KIT-PART-ID(WS-KIT-INDEX)
                TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY
                   MOVE 'NOT ON PART MASTER'
                        TO DESCRIPTION OF STOCK-PART-REC
                   MOVE ZERO TO UNIT-PRICE OF STOCK-PART-REC
           END-READ.
      *
           MOVE WS-KIT-PART-ID(WS-KIT-INDEX) TO KC-KIT-PART-ID.
           READ KITCOST-FILE
                INVALID KEY
                   MOVE 'N' TO WS-KIT-ON-FILE-FLAG
                   MOVE ZERO TO WS-PREVIOUS-COST
                   MOVE SPACES TO KIT-COST-RECORD
                   MOVE WS-KIT-PART-ID(WS-KIT-INDEX) TO KC-KIT-PART-ID
                   MOVE ZERO TO KC-PREVIOUS-COST
                NOT INVALID KEY
                   MOVE 'Y' TO WS-KIT-ON-FILE-FLAG
                   MOVE KC-ROLLED-COST TO WS-PREVIOUS-COST
                   MOVE KC-ROLLED-COST TO KC-PREVIOUS-COST
                   MOVE KC-ROLL-DATE TO KC-PREVIOUS-DATE
           END-READ.
      *
           MOVE WS-ROLLED-COST TO KC-ROLLED-COST.
           MOVE WS-RUN-DATE TO KC-ROLL-DATE.
           MOVE UNIT-PRICE OF STOCK-PART-REC TO KC-UNIT-PRICE.
           MOVE WS-COMPONENT-COUNT TO KC-COMPONENT-COUNT.
           IF ROLL-IS-INCOMPLETE
              SET KC-COST-INCOMPLETE TO TRUE
           ELSE
              SET KC-COST-COMPLETE TO TRUE
           END-IF.
      *
           IF KIT-COST-ON-FILE
              REWRITE KIT-COST-RECORD
           ELSE
              WRITE KIT-COST-RECORD
           END-IF.
      *
       FILE-KIT-COST-EXIT.
           EXIT.
      *
      *    Print the kit beside its price and its last roll. A
      *    move past the percentage is flagged for pricing; a kit
      *    rolled for the first time has nothing to move from.
       PRINT-KIT-LINE.
      *
           MOVE ZERO TO WS-CHANGE-PCT.
           MOVE SPACES TO RD-FLAG.
           IF WS-PREVIOUS-COST GREATER THAN ZERO
              COMPUTE WS-CHANGE-PCT ROUNDED =
                      (WS-ROLLED-COST - WS-PREVIOUS-COST) * 100 /
                      WS-PREVIOUS-COST
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-CHANGE-PCT
              END-COMPUTE
              IF WS-CHANGE-PCT LESS THAN ZERO
                 COMPUTE WS-ABS-CHANGE-PCT = 0 - WS-CHANGE-PCT
              ELSE
                 MOVE WS-CHANGE-PCT TO WS-ABS-CHANGE-PCT
              END-IF
              IF WS-ABS-CHANGE-PCT GREATER THAN COST-MOVE-PERCENT
                 MOVE '*MOVED*' TO RD-FLAG
                 ADD 1 TO WS-MOVED-KITS
              END-IF
           ELSE
              IF NOT KIT-COST-ON-FILE
                 MOVE 'FIRST ROLL' TO RD-FLAG
              END-IF
           END-IF.
           IF ROLL-IS-INCOMPLETE
              MOVE 'INCOMPLETE' TO RD-FLAG
              ADD 1 TO WS-INCOMPLETE-KITS
           END-IF.
      *
           MOVE WS-KIT-PART-ID(WS-KIT-INDEX) TO RD-KIT-PART-ID.
           MOVE DESCRIPTION OF STOCK-PART-REC TO RD-DESCRIPTION.
           MOVE WS-ROLLED-COST TO RD-ROLLED-COST.
           MOVE UNIT-PRICE OF STOCK-PART-REC TO RD-UNIT-PRICE.
           MOVE WS-PREVIOUS-COST TO RD-PREVIOUS-COST.
           MOVE WS-CHANGE-PCT TO RD-CHANGE-PCT.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           ADD 1 TO WS-ROLLED-KITS.
      *
       PRINT-KIT-LINE-EXIT.
           EXIT.
      *
      *    Report the run, close everything, and register the
      *    completion with the kits rolled.
       FINALIZE-RUN.
      *
           MOVE WS-ROLLED-KITS TO RT-ROLLED-KITS.
           MOVE WS-MOVED-KITS TO RT-MOVED-KITS.
           MOVE WS-INCOMPLETE-KITS TO RT-INCOMPLETE-KITS.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           DISPLAY 'KITROLL: KITS ROLLED:     ' WS-ROLLED-KITS.
           DISPLAY 'KITROLL: COST MOVED:      ' WS-MOVED-KITS.
           DISPLAY 'KITROLL: INCOMPLETE:      ' WS-INCOMPLETE-KITS.
           IF WS-KITS-SKIPPED GREATER THAN ZERO
              DISPLAY 'KITROLL: KITS NOT ROLLED: ' WS-KITS-SKIPPED
           END-IF.
      *
           CLOSE BOMFILE-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE KITCOST-FILE.
           CLOSE KIT-COST-REPORT.
      *
           MOVE WS-ROLLED-KITS TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
