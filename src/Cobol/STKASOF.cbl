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
      * As-of stock list. STKSNAP holds month-end positions only,
      * and auditors keep asking what we held on some other day.
      * This run lists every part's stock as it stood at the close
      * of any chosen date: it starts from whichever is nearer
      * the date - the nearest month-end snapshot on STKSNAP, or
      * the part file as it stands today - and rolls the STKMOVE
      * movements forward or back to the day end, the same way
      * PARTHIST's P option rebuilds one part online. A part not
      * yet on file at a snapshot starts that snapshot at nothing.
      *
      * Each part is valued at its AVERAGE-COST as it was on the
      * date, where that can be derived. The earliest change to
      * the cost after the date says what it was before: a receipt
      * logged on RCPTLOG carries the cost before it re-averaged,
      * a landed-cost entry on LANDCOST the cost before the charge
      * landed. With no change since, today's cost stood then
      * too. When the first change since is one that re-averaged
      * with no record of the cost before it - a receipt released
      * from quarantine (no RCPTLOG entry), a kit assembly, a
      * receipt reversal or an amend - the cost is not derived and
      * the part is listed without a value.
      *
      * The date comes from a one-record ASOFIN control card
      * (YYYYMMDD); an empty card lists yesterday's close.
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
       PROGRAM-ID.              STKASOF.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
      *    Browsed a date at a time to find the snapshot nearest
      *    the as-of date, then read by key for each part.
           SELECT SNAPSHOT-FILE ASSIGN TO STKSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SN-KEY
                  FILE STATUS IS WS-SNAP-STATUS.
      *
           SELECT RECEIPT-LOG-FILE ASSIGN TO RCPTLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-KEY
                  FILE STATUS IS WS-LOG-STATUS.
      *
      *    STKMOVE and LANDCOST are VSAM ESDS files, read in write
      *    order.
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
           SELECT LANDCOST-FILE ASSIGN TO LANDCOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LANDED-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT DATE-CARD-FILE ASSIGN TO ASOFIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT ASOF-REPORT ASSIGN TO STKASOFR
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
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKSNAP.
      *
       FD  RECEIPT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RCPTLOG.
      *
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMOVE.
      *
       FD  LANDCOST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LANDCOST.
      *
      *    Sort work record - each part's movements and cost
      *    changes in the order they happened. A 'Q' entry moves
      *    the quantity between the base and the as-of date; the
      *    others are the cost changes after the as-of date - 'R'
      *    a receipt (its RCPTLOG key in date and task), 'L' a
      *    landed-cost charge (the cost before it), 'U' a change
      *    with no record of the cost before it.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-PART-ID              PIC 9(8).
           03   SR-MOMENT               PIC X(14).
           03   SR-KIND                 PIC X(1).
                88  SR-QUANTITY-MOVE     VALUE 'Q'.
                88  SR-LOGGED-RECEIPT    VALUE 'R'.
                88  SR-LANDED-CHARGE     VALUE 'L'.
                88  SR-UNLOGGED-CHANGE   VALUE 'U'.
           03   SR-DELTA                PIC S9(9).
           03   SR-TASK                 PIC 9(7).
           03   SR-OLD-AVERAGE-COST     PIC 9(5)V99.
      *
       FD  DATE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD                    PIC X(8).
      *
       FD  ASOF-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-SNAP-STATUS            PIC X(2) VALUE '00'.
              88  SNAP-STATUS-OK            VALUE '00'.
           03 WS-LOG-STATUS             PIC X(2) VALUE '00'.
              88  LOG-STATUS-OK             VALUE '00'.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-LANDED-STATUS          PIC X(2) VALUE '00'.
              88  LANDED-STATUS-OK          VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-STOCK-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-STOCK-FILE         VALUE 'Y'.
           03 WS-SNAP-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SNAPSHOT-DATES     VALUE 'Y'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-LANDED-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-LANDED-FILE        VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DATE-INT           PIC S9(9) COMP VALUE ZERO.
      *
      *    The as-of day end and the base it is rolled from, each
      *    as YYYYMMDDHHMMSS. Today's position is all nines.
           03 WS-ASOF-DATE              PIC 9(8) VALUE ZERO.
           03 WS-ASOF-INT               PIC S9(9) COMP VALUE ZERO.
           03 WS-ASOF-MOMENT            PIC X(14) VALUE SPACES.
           03 WS-BASE-MOMENT            PIC X(14) VALUE SPACES.
           03 WS-ENTRY-MOMENT           PIC X(14) VALUE SPACES.
           03 WS-ROLL-FORWARD-FLAG      PIC X(1) VALUE 'N'.
              88  ROLL-FORWARD              VALUE 'Y'.
           03 WS-DAYS-AWAY              PIC S9(9) COMP VALUE ZERO.
           03 WS-BEST-DAYS              PIC S9(9) COMP VALUE ZERO.
           03 WS-BEST-SNAP-DATE         PIC 9(8) VALUE ZERO.
      *
      *    The part being listed.
           03 WS-ASOF-QUANTITY          PIC S9(9) COMP VALUE ZERO.
           03 WS-ASOF-COST              PIC 9(5)V99 VALUE ZERO.
           03 WS-ASOF-VALUE             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-COST-BASIS             PIC X(1) VALUE SPACE.
              88  COST-IS-CURRENT           VALUE 'C'.
              88  COST-IS-DERIVED           VALUE 'D'.
              88  COST-NOT-DERIVED          VALUE 'N'.
              88  COST-STILL-OPEN           VALUE ' '.
      *
           03 WS-PART-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-LISTED-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-UNDERIVED-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-ROLLED-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-QUANTITY         PIC S9(11) COMP VALUE ZERO.
           03 WS-TOTAL-VALUE            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(34) VALUE
                'STOCK POSITION AS AT CLOSE OF DAY'.
           03   RH-ASOF-DATE            PIC 9(8).
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RH-BASE                 PIC X(40).
           03   FILLER                  PIC X(6) VALUE ' RUN '.
           03   RH-RUN-DATE             PIC 9(8).
           03   FILLER                  PIC X(32) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
           03   FILLER                  PIC X(12) VALUE
                '    QUANTITY'.
           03   FILLER                  PIC X(12) VALUE
                '   AVG COST'.
           03   FILLER                  PIC X(20) VALUE
                '               VALUE'.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   FILLER                  PIC X(34) VALUE
                'COST BASIS'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DESCRIPTION          PIC X(40).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QUANTITY             PIC Z(8)9-.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-COST                 PIC ZZZZZ9.99.
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RD-VALUE                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           03   FILLER                  PIC X(5) VALUE SPACES.
           03   RD-BASIS                PIC X(34).
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(40).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RT-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99-
                                        BLANK WHEN ZERO.
           03   FILLER                  PIC X(60) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM FIND-NEAREST-BASE.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-PART-ID
                                 SR-MOMENT
                                 SR-KIND
                INPUT PROCEDURE IS GATHER-PART-CHANGES
                OUTPUT PROCEDURE IS LIST-AS-OF-STOCK.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           MOVE 'STKASOF' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT SNAPSHOT-FILE.
           OPEN INPUT RECEIPT-LOG-FILE.
           OPEN INPUT DATE-CARD-FILE.
           OPEN OUTPUT ASOF-REPORT.
      *
           MOVE SPACES TO DATE-CARD.
           READ DATE-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF DATE-CARD NUMERIC
              MOVE DATE-CARD TO WS-ASOF-DATE
           END-IF.
           IF WS-ASOF-DATE EQUAL ZERO
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE)
                 NOT EQUAL ZERO
              OR WS-ASOF-DATE NOT LESS THAN WS-RUN-DATE
              COMPUTE WS-ASOF-DATE = FUNCTION DATE-OF-INTEGER(
                      WS-RUN-DATE-INT - 1)
           END-IF.
           COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           MOVE WS-ASOF-DATE TO WS-ASOF-MOMENT(1:8).
           MOVE '235959' TO WS-ASOF-MOMENT(9:6).
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Start from today's position unless a month-end snapshot
      *    lies nearer the as-of date. The snapshot dates are
      *    walked by starting past each date's entries; once one
      *    falls after the as-of date, later ones can only be
      *    further away.
       FIND-NEAREST-BASE.
      *
           COMPUTE WS-BEST-DAYS = WS-RUN-DATE-INT - WS-ASOF-INT.
           MOVE ZERO TO WS-BEST-SNAP-DATE.
           MOVE ZERO TO SN-KEY.
           START SNAPSHOT-FILE KEY NOT LESS THAN SN-KEY
                 INVALID KEY SET END-OF-SNAPSHOT-DATES TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-SNAPSHOT-DATES
              READ SNAPSHOT-FILE NEXT
                   AT END SET END-OF-SNAPSHOT-DATES TO TRUE
              END-READ
              IF NOT END-OF-SNAPSHOT-DATES
                 COMPUTE WS-DAYS-AWAY = FUNCTION ABS(
                         FUNCTION INTEGER-OF-DATE(SN-SNAP-DATE) -
                         WS-ASOF-INT)
                 IF WS-DAYS-AWAY LESS THAN WS-BEST-DAYS
                    MOVE WS-DAYS-AWAY TO WS-BEST-DAYS
                    MOVE SN-SNAP-DATE TO WS-BEST-SNAP-DATE
                 END-IF
                 IF SN-SNAP-DATE GREATER THAN WS-ASOF-DATE
                    SET END-OF-SNAPSHOT-DATES TO TRUE
                 ELSE
                    MOVE 99999999 TO SN-PART-ID
                    START SNAPSHOT-FILE KEY GREATER THAN SN-KEY
                          INVALID KEY
                             SET END-OF-SNAPSHOT-DATES TO TRUE
                    END-START
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE SPACES TO RH-BASE.
           IF WS-BEST-SNAP-DATE GREATER THAN ZERO
              MOVE WS-BEST-SNAP-DATE TO WS-BASE-MOMENT(1:8)
              MOVE '235959' TO WS-BASE-MOMENT(9:6)
              STRING 'FROM SNAPSHOT OF ' WS-BEST-SNAP-DATE
                     DELIMITED BY SIZE INTO RH-BASE
              END-STRING
           ELSE
              MOVE ALL '9' TO WS-BASE-MOMENT
              MOVE 'FROM TODAY''S STOCK' TO RH-BASE
           END-IF.
           IF WS-BASE-MOMENT LESS THAN WS-ASOF-MOMENT
              SET ROLL-FORWARD TO TRUE
           END-IF.
      *
           MOVE WS-ASOF-DATE TO RH-ASOF-DATE.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       FIND-NEAREST-BASE-EXIT.
           EXIT.
      *
      *    SORT input procedure - the movements between the base
      *    and the as-of day end, and the cost changes after it.
       GATHER-PART-CHANGES.
      *
           OPEN INPUT STKMOVE-FILE.
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE
                 MOVE MV-MOVEMENT-DATE-YYYY TO WS-ENTRY-MOMENT(1:4)
                 MOVE MV-MOVEMENT-DATE-MM TO WS-ENTRY-MOMENT(5:2)
                 MOVE MV-MOVEMENT-DATE-DD TO WS-ENTRY-MOMENT(7:2)
                 MOVE MV-MOVEMENT-TIME TO WS-ENTRY-MOMENT(9:6)
                 PERFORM RELEASE-MOVEMENT
              END-IF
           END-PERFORM.
           CLOSE STKMOVE-FILE.
      *
           OPEN INPUT LANDCOST-FILE.
           PERFORM UNTIL END-OF-LANDED-FILE
              READ LANDCOST-FILE
                   AT END SET END-OF-LANDED-FILE TO TRUE
              END-READ
              IF NOT END-OF-LANDED-FILE
                 MOVE LC-POST-DATE TO WS-ENTRY-MOMENT(1:8)
                 MOVE LC-POST-TIME TO WS-ENTRY-MOMENT(9:6)
                 IF WS-ENTRY-MOMENT GREATER THAN WS-ASOF-MOMENT
                    MOVE LC-PART-ID TO SR-PART-ID
                    MOVE WS-ENTRY-MOMENT TO SR-MOMENT
                    SET SR-LANDED-CHARGE TO TRUE
                    MOVE ZERO TO SR-DELTA
                    MOVE ZERO TO SR-TASK
                    MOVE LC-OLD-AVERAGE-COST TO SR-OLD-AVERAGE-COST
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE LANDCOST-FILE.
      *
       GATHER-PART-CHANGES-EXIT.
           EXIT.
      *
      *    A movement between the base and the as-of day end moves
      *    the quantity - a transfer between locations leaves the
      *    part's total alone. One after the day end that
      *    re-averaged the cost is a cost change.
       RELEASE-MOVEMENT.
      *
           MOVE MV-PART-ID TO SR-PART-ID.
           MOVE WS-ENTRY-MOMENT TO SR-MOMENT.
           MOVE ZERO TO SR-TASK.
           MOVE ZERO TO SR-OLD-AVERAGE-COST.
      *
           IF MV-TYPE-TRANSFER
              AND MV-LOCATION NOT EQUAL SPACES
              CONTINUE
           ELSE
              IF (ROLL-FORWARD
                  AND WS-ENTRY-MOMENT GREATER THAN WS-BASE-MOMENT
                  AND WS-ENTRY-MOMENT NOT GREATER THAN
                      WS-ASOF-MOMENT)
                 OR (NOT ROLL-FORWARD
                  AND WS-ENTRY-MOMENT GREATER THAN WS-ASOF-MOMENT
                  AND WS-ENTRY-MOMENT NOT GREATER THAN
                      WS-BASE-MOMENT)
                 SET SR-QUANTITY-MOVE TO TRUE
                 COMPUTE SR-DELTA =
                         MV-NEW-QUANTITY - MV-OLD-QUANTITY
                 RELEASE SORT-RECORD
              END-IF
           END-IF.
      *
           IF WS-ENTRY-MOMENT GREATER THAN WS-ASOF-MOMENT
              MOVE ZERO TO SR-DELTA
              EVALUATE TRUE
                 WHEN MV-TYPE-RECEIPT
                    SET SR-LOGGED-RECEIPT TO TRUE
                    MOVE MV-MOVEMENT-TASK TO SR-TASK
                    RELEASE SORT-RECORD
                 WHEN MV-TYPE-ASSEMBLY
                    OR MV-TYPE-RCPT-REVERSAL
                    OR MV-TYPE-AMEND
                    SET SR-UNLOGGED-CHANGE TO TRUE
                    RELEASE SORT-RECORD
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       RELEASE-MOVEMENT-EXIT.
           EXIT.
      *
      *    SORT output procedure - walk the part file in key order
      *    beside the sorted changes, listing each part's as-of
      *    position. Changes for parts no longer on file are
      *    passed over.
       LIST-AS-OF-STOCK.
      *
           OPEN INPUT SMPLXMPL-FILE.
           PERFORM RETURN-NEXT-CHANGE.
           PERFORM UNTIL END-OF-STOCK-FILE
              READ SMPLXMPL-FILE NEXT
                   AT END SET END-OF-STOCK-FILE TO TRUE
              END-READ
              IF NOT END-OF-STOCK-FILE
                 PERFORM LIST-ONE-PART
              END-IF
           END-PERFORM.
           CLOSE SMPLXMPL-FILE.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'PARTS HOLDING STOCK' TO RT-LABEL.
           MOVE WS-LISTED-COUNT TO RT-COUNT.
           MOVE WS-TOTAL-VALUE TO RT-VALUE.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE ZERO TO RT-VALUE.
           MOVE 'OF WHICH COST NOT DERIVED (NOT IN VALUE)'
             TO RT-LABEL.
           MOVE WS-UNDERIVED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'MOVEMENTS ROLLED' TO RT-LABEL.
           MOVE WS-ROLLED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       LIST-AS-OF-STOCK-EXIT.
           EXIT.
      *
       RETURN-NEXT-CHANGE.
      *
           RETURN SORT-WORK-FILE
                  AT END SET END-OF-SORT-FILE TO TRUE
           END-RETURN.
      *
       RETURN-NEXT-CHANGE-EXIT.
           EXIT.
      *
      *    The part's base quantity, rolled by its movements; its
      *    cost from the first cost change after the day end.
       LIST-ONE-PART.
      *
           ADD 1 TO WS-PART-COUNT.
           IF WS-BEST-SNAP-DATE GREATER THAN ZERO
              MOVE WS-BEST-SNAP-DATE TO SN-SNAP-DATE
              MOVE PART-ID OF STOCK-PART-REC TO SN-PART-ID
              READ SNAPSHOT-FILE
                   INVALID KEY
                      MOVE ZERO TO WS-ASOF-QUANTITY
                   NOT INVALID KEY
                      MOVE SN-QUANTITY TO WS-ASOF-QUANTITY
              END-READ
           ELSE
              MOVE STOCK-QUANTITY OF STOCK-PART-REC
                   TO WS-ASOF-QUANTITY
           END-IF.
           MOVE SPACE TO WS-COST-BASIS.
      *
           PERFORM UNTIL END-OF-SORT-FILE
                      OR SR-PART-ID GREATER THAN
                         PART-ID OF STOCK-PART-REC
              IF SR-PART-ID EQUAL PART-ID OF STOCK-PART-REC
                 PERFORM APPLY-ONE-CHANGE
              END-IF
              PERFORM RETURN-NEXT-CHANGE
           END-PERFORM.
      *
           IF COST-STILL-OPEN
              SET COST-IS-CURRENT TO TRUE
              MOVE AVERAGE-COST OF STOCK-PART-REC TO WS-ASOF-COST
           END-IF.
      *
           IF WS-ASOF-QUANTITY NOT EQUAL ZERO
              PERFORM PRINT-PART-LINE
           END-IF.
      *
       LIST-ONE-PART-EXIT.
           EXIT.
      *
      *    Quantity moves always count; only the first cost change
      *    after the day end settles the cost.
       APPLY-ONE-CHANGE.
      *
           IF SR-QUANTITY-MOVE
              IF ROLL-FORWARD
                 ADD SR-DELTA TO WS-ASOF-QUANTITY
              ELSE
                 SUBTRACT SR-DELTA FROM WS-ASOF-QUANTITY
              END-IF
              ADD 1 TO WS-ROLLED-COUNT
           ELSE
              IF COST-STILL-OPEN
                 EVALUATE TRUE
                    WHEN SR-LANDED-CHARGE
                       SET COST-IS-DERIVED TO TRUE
                       MOVE SR-OLD-AVERAGE-COST TO WS-ASOF-COST
                    WHEN SR-LOGGED-RECEIPT
                       MOVE SR-PART-ID TO RL-PART-ID
                       MOVE SR-MOMENT(1:8) TO RL-RECEIPT-DATE
                       MOVE SR-TASK TO RL-RECEIPT-TASK
                       READ RECEIPT-LOG-FILE
                            INVALID KEY
                               SET COST-NOT-DERIVED TO TRUE
                            NOT INVALID KEY
                               SET COST-IS-DERIVED TO TRUE
                               MOVE RL-PRIOR-AVERAGE-COST
                                    TO WS-ASOF-COST
                       END-READ
                    WHEN OTHER
                       SET COST-NOT-DERIVED TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.
      *
       APPLY-ONE-CHANGE-EXIT.
           EXIT.
      *
       PRINT-PART-LINE.
      *
           MOVE PART-ID OF STOCK-PART-REC TO RD-PART-ID.
           MOVE DESCRIPTION OF STOCK-PART-REC TO RD-DESCRIPTION.
           MOVE WS-ASOF-QUANTITY TO RD-QUANTITY.
           ADD WS-ASOF-QUANTITY TO WS-TOTAL-QUANTITY.
           ADD 1 TO WS-LISTED-COUNT.
      *
           IF COST-NOT-DERIVED
              MOVE ZERO TO RD-COST
              MOVE ZERO TO RD-VALUE
              MOVE 'NOT DERIVED - UNRECORDED CHANGE'
                TO RD-BASIS
              ADD 1 TO WS-UNDERIVED-COUNT
           ELSE
              COMPUTE WS-ASOF-VALUE ROUNDED =
                      WS-ASOF-QUANTITY * WS-ASOF-COST
              ADD WS-ASOF-VALUE TO WS-TOTAL-VALUE
              MOVE WS-ASOF-COST TO RD-COST
              MOVE WS-ASOF-VALUE TO RD-VALUE
              IF COST-IS-DERIVED
                 MOVE 'DERIVED FROM LATER CHANGE' TO RD-BASIS
              ELSE
                 MOVE 'UNCHANGED SINCE' TO RD-BASIS
              END-IF
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-PART-LINE-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'STKASOF: AS OF:            ' WS-ASOF-DATE.
           IF WS-BEST-SNAP-DATE GREATER THAN ZERO
              DISPLAY 'STKASOF: FROM SNAPSHOT:    ' WS-BEST-SNAP-DATE
           ELSE
              DISPLAY 'STKASOF: FROM TODAY''S STOCK'
           END-IF.
           DISPLAY 'STKASOF: PARTS READ:       ' WS-PART-COUNT.
           DISPLAY 'STKASOF: PARTS LISTED:     ' WS-LISTED-COUNT.
           DISPLAY 'STKASOF: MOVEMENTS ROLLED: ' WS-ROLLED-COUNT.
           DISPLAY 'STKASOF: COST NOT DERIVED: ' WS-UNDERIVED-COUNT.
           DISPLAY 'STKASOF: TOTAL VALUE:      ' WS-TOTAL-VALUE.
      *
           CLOSE SNAPSHOT-FILE.
           CLOSE RECEIPT-LOG-FILE.
           CLOSE DATE-CARD-FILE.
           CLOSE ASOF-REPORT.
      *
           MOVE WS-LISTED-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
