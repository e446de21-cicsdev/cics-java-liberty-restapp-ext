      * who and where) - so the person holding the phone answers
      * from the screen in front of them.
      *
      * The price trail is an ESDS appended in time order, so it
      * is scanned forward keeping its most recent entries in a
      * ring. The movement trail is read from STKMVIX, the
      * ledger's part-keyed index, backwards from the part's last
      * entry - its ten newest movements, without a ledger scan.
      * The two rings are then merged newest-first onto the screen
      * rows.
      *
      * Option P answers "what did we hold of this part on that
      * Tuesday?" - the part's stock position and its LOCBAL
      * breakdown as of any date and time. The total starts from
      * whichever is nearer the moment, the nearest STKSNAP
      * month-end snapshot or the part as it stands now, and rolls
      * the part's STKMVIX movements forward or back to it. The
      * snapshots carry no locations, so the location balances
      * always roll back from today's LOCBAL.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *                    75-byte screen row, truncating the
      *                    userid column. Tightened the OLD/QTY
      *                    labels so the whole line fits.
      *  15 Oct 2026  DEV  Read the part's movements newest first
      *                    from the STKMVIX index instead of
      *                    scanning the whole STKMOVE ledger.
      *  15 Oct 2026  DEV  Option P - the part's stock position
      *                    and location balances as of any date
      *                    and time, rolled from the nearest
      *                    snapshot (or today) through the
      *                    movement index.
      *
      *****************************************************************

      *    STKMOVE copybook - the movement-trail entry browsed.
           COPY STKMOVE.
      *
      *    STKMVIX copybook - the ledger index entry it comes from.
           COPY STKMVIX.
      *
      *    STOKPART copybook - the part as it stands now.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    LOCBAL copybook - today's location balances.
           COPY LOCBAL.
      *
      *    STKSNAP copybook - the month-end snapshots.
           COPY STKSNAP.
      *
      *    PARTHI1 symbolic map - see PARTHIS.bms/PARTHI1.cpy.
           COPY PARTHI1.
      *
      *    table, the same technique PARTMENU uses.
       01  WS-MAP-ROW-VIEW REDEFINES PARTHI1O.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(35).
           03 WS-MAP-ROW OCCURS 10 TIMES.
              05 FILLER             PIC X(3).
              05 WS-ROW-TEXT        PIC X(75).
           03 MR-USERID              PIC X(8).
           03 FILLER                 PIC X(11) VALUE SPACES.
      *
      *    The stock position lines.
       01  WS-POSITION-ROW.
           03 FILLER                 PIC X(5)  VALUE 'PART '.
           03 PS-PART-ID             PIC 9(8).
           03 FILLER                 PIC X(7)  VALUE ' AS OF '.
           03 PS-ASOF-DATE           PIC X(10).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 PS-ASOF-TIME           PIC 99B99B99.
           03 FILLER                 PIC X(10) VALUE '  ON HAND '.
           03 PS-QUANTITY            PIC Z(8)9-.
           03 FILLER                 PIC X(16) VALUE SPACES.
      *
       01  WS-BASIS-ROW.
           03 BS-BASE                PIC X(30).
           03 BS-DIRECTION           PIC X(18).
           03 BS-MOVE-COUNT          PIC Z(6)9.
           03 FILLER                 PIC X(20) VALUE ' MOVEMENTS'.
      *
       01  WS-LOCATION-ROW.
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 LR-LOCATION            PIC X(10).
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 LR-QUANTITY            PIC Z(8)9-.
           03 FILLER                 PIC X(51) VALUE SPACES.
      *
      *    The part's location balances, today's rolled back to
      *    the as-of moment.
       77  MAX-ASOF-LOCATIONS       PIC 9(4) VALUE 20.
       01  WS-ASOF-LOCATIONS.
           03 WS-AL-COUNT            PIC 9(4) COMP VALUE ZERO.
           03 WS-AL-INDEX            PIC 9(4) COMP VALUE ZERO.
           03 WS-AL-SLOT             PIC 9(4) COMP VALUE ZERO.
           03 WS-AL-LOADED           PIC 9(4) COMP VALUE ZERO.
           03 WS-AL-ENTRY OCCURS 20 TIMES.
              05 WS-AL-LOCATION      PIC X(10).
              05 WS-AL-QUANTITY      PIC S9(9) COMP.
      *
      *    The two rings of most-recent entries, each slot holding
      *    the formatted row and its date+time sort key.
       01  WS-PRICE-RING.
           03 WS-SORT-KEY            PIC X(14) VALUE SPACES.
           03 WS-REQUESTED-PART      PIC 9(8) VALUE ZERO.
      *
      *    The as-of moment and the position rebuilt for it. Each
      *    moment is compared as YYYYMMDDHHMMSS; the base is the
      *    snapshot's day end, or today's position (all nines).
           03 WS-ASOF-DATE           PIC 9(8) VALUE ZERO.
           03 WS-ASOF-TIME           PIC 9(6) VALUE ZERO.
           03 WS-ASOF-TIME-PARTS REDEFINES WS-ASOF-TIME.
              05 WS-ASOF-HH          PIC 9(2).
              05 WS-ASOF-MM          PIC 9(2).
              05 WS-ASOF-SS          PIC 9(2).
           03 WS-ASOF-MOMENT         PIC X(14) VALUE SPACES.
           03 WS-BASE-MOMENT         PIC X(14) VALUE SPACES.
           03 WS-MOVE-MOMENT         PIC X(14) VALUE SPACES.
           03 WS-NOW-MOMENT          PIC X(14) VALUE SPACES.
           03 WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-NOW-DATE            PIC 9(8) VALUE ZERO.
           03 WS-NOW-TIME            PIC 9(6) VALUE ZERO.
           03 WS-ASOF-INT            PIC S9(9) COMP VALUE ZERO.
           03 WS-DAYS-AWAY           PIC S9(9) COMP VALUE ZERO.
           03 WS-BEST-DAYS           PIC S9(9) COMP VALUE ZERO.
           03 WS-BEST-SNAP-DATE      PIC 9(8) VALUE ZERO.
           03 WS-LAST-SNAP-DATE      PIC 9(8) VALUE ZERO.
           03 WS-ASOF-QUANTITY       PIC S9(9) COMP VALUE ZERO.
           03 WS-LOCATION-TOTAL      PIC S9(9) COMP VALUE ZERO.
           03 WS-MOVE-DELTA          PIC S9(9) COMP VALUE ZERO.
           03 WS-ROLL-COUNT          PIC 9(7) COMP VALUE ZERO.
           03 WS-MOVE-LOCATION       PIC X(10) VALUE SPACES.
           03 WS-POSITION-ERROR      PIC X(1) VALUE 'N'.
              88 POSITION-IN-ERROR      VALUE 'Y'.
      *
      *    Snapshot and location-balance browse keys.
           03 WS-SNAP-KEY.
              05 WS-SNAP-KEY-DATE    PIC 9(8).
              05 WS-SNAP-KEY-PART    PIC 9(8).
           03 WS-LOC-KEY.
              05 WS-LOC-KEY-PART     PIC 9(8).
              05 WS-LOC-KEY-LOCATION PIC X(10).
      *
      *    Movement index browse key - MX-KEY's shape, so the
      *    browse can start past a part's entries with HIGH-VALUES
      *    after its id.
           03 WS-MOVE-KEY.
              05 WS-MOVE-KEY-PART    PIC 9(8).
              05 WS-MOVE-KEY-DATE    PIC X(10).
              05 WS-MOVE-KEY-REST    PIC X(10).
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
      *
      *    Name of the CICS files to use.
       77  HIST-FILE-NAME           PIC X(8) VALUE 'PRICEHST'.
       77  MOVE-FILE-NAME           PIC X(8) VALUE 'STKMVIX'.
       77  PART-FILE-NAME           PIC X(8) VALUE 'SMPLXMPL'.
       77  LOC-FILE-NAME            PIC X(8) VALUE 'LOCBAL'.
       77  SNAP-FILE-NAME           PIC X(8) VALUE 'STKSNAP'.
      *
       77  MAX-DISPLAY-ROWS         PIC 9(4) VALUE 10.
       77  PARTHI1-MAPNAME          PIC X(8) VALUE 'PARTHI1'.
              MOVE 'PART ID MUST BE NUMERIC' TO MSGO
           ELSE
              MOVE PARTIDI TO WS-REQUESTED-PART
              IF OPTNI EQUAL 'P'
                 PERFORM SHOW-POSITION-AS-OF
              ELSE
                 PERFORM GATHER-PRICE-HISTORY
                 PERFORM GATHER-MOVEMENT-HISTORY
                 PERFORM MERGE-NEWEST-FIRST
                 IF WS-ROW-COUNT EQUAL ZERO
                    MOVE 'NO HISTORY ON FILE FOR THIS PART' TO MSGO
                 ELSE
                    MOVE 'HISTORY LISTED, NEWEST FIRST' TO MSGO
                 END-IF
              END-IF
           END-IF.

       KEEP-PRICE-ENTRY-EXIT.
           EXIT.
      *
      *    Read the part's movements backwards from the index,
      *    newest first, until the ring holds its last ten. The
      *    part's key with HIGH-VALUES after it lands on the next
      *    part's first entry, read once so the backward reads
      *    have a record to step back from; when no part follows,
      *    a key of all HIGH-VALUES starts at the end of the file.
       GATHER-MOVEMENT-HISTORY.
      *
           MOVE 'N' TO WS-BROWSE-ACTIVE.
           MOVE HIGH-VALUES TO WS-MOVE-KEY.
           MOVE WS-REQUESTED-PART TO WS-MOVE-KEY-PART.
           EXEC CICS STARTBR FILE(MOVE-FILE-NAME)
                     RIDFLD(WS-MOVE-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              EXEC CICS READNEXT FILE(MOVE-FILE-NAME)
                        INTO(STKMOVE-INDEX)
                        RIDFLD(WS-MOVE-KEY)
                        RESP(FILE-RESP)
                        END-EXEC
           ELSE
              IF FILE-RESP EQUAL DFHRESP(NOTFND)
                 MOVE HIGH-VALUES TO WS-MOVE-KEY
                 EXEC CICS STARTBR FILE(MOVE-FILE-NAME)
                           RIDFLD(WS-MOVE-KEY)
                           GTEQ
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    SET BROWSE-IS-ACTIVE TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
           IF BROWSE-IS-ACTIVE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READPREV FILE(MOVE-FILE-NAME)
                           INTO(STKMOVE-INDEX)
                           RIDFLD(WS-MOVE-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    OR MX-PART-ID LESS THAN WS-REQUESTED-PART
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 ELSE
                    IF MX-PART-ID EQUAL WS-REQUESTED-PART
                       MOVE MX-MOVEMENT TO STKMOVE
                       PERFORM KEEP-MOVE-ENTRY
                       IF WS-MRING-COUNT NOT LESS THAN 10
                          MOVE 'N' TO WS-BROWSE-ACTIVE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MOVE-FILE-NAME) END-EXEC
       GATHER-MOVEMENT-HISTORY-EXIT.
           EXIT.
      *
      *    Format the entry and drop it into the movement ring -
      *    newest first, so the ring fills without wrapping.
       KEEP-MOVE-ENTRY.
      *
           MOVE MV-MOVEMENT-DATE TO MR-MOVE-DATE.
       MERGE-NEWEST-FIRST-EXIT.
           EXIT.
      *
      *    Option P - check the as-of date and time, then rebuild
      *    the part's position at that moment and list it.
       SHOW-POSITION-AS-OF.
      *
           MOVE 'N' TO WS-POSITION-ERROR.
           IF ASOFDTI NUMERIC
              MOVE ASOFDTI TO WS-ASOF-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE)
                 NOT EQUAL ZERO
                 SET POSITION-IN-ERROR TO TRUE
              END-IF
           ELSE
              SET POSITION-IN-ERROR TO TRUE
           END-IF.
           IF POSITION-IN-ERROR
              MOVE 'AS-OF DATE MUST BE A VALID YYYYMMDD' TO MSGO
           END-IF.
      *
      *    No time means the close of the day.
           IF NOT POSITION-IN-ERROR
              IF ASOFTML EQUAL ZERO
                 OR ASOFTMI EQUAL SPACES
                 MOVE 235959 TO WS-ASOF-TIME
              ELSE
                 IF ASOFTMI NUMERIC
                    MOVE ASOFTMI TO WS-ASOF-TIME
                    IF WS-ASOF-HH GREATER THAN 23
                       OR WS-ASOF-MM GREATER THAN 59
                       OR WS-ASOF-SS GREATER THAN 59
                       SET POSITION-IN-ERROR TO TRUE
                    END-IF
                 ELSE
                    SET POSITION-IN-ERROR TO TRUE
                 END-IF
                 IF POSITION-IN-ERROR
                    MOVE 'AS-OF TIME MUST BE A VALID HHMMSS' TO MSGO
                 END-IF
              END-IF
           END-IF.
      *
           IF NOT POSITION-IN-ERROR
              MOVE WS-ASOF-DATE TO WS-ASOF-MOMENT(1:8)
              MOVE WS-ASOF-TIME TO WS-ASOF-MOMENT(9:6)
              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-NOW-DATE)
                        TIME(WS-NOW-TIME)
                        END-EXEC
              MOVE WS-NOW-DATE TO WS-NOW-MOMENT(1:8)
              MOVE WS-NOW-TIME TO WS-NOW-MOMENT(9:6)
              IF WS-ASOF-MOMENT GREATER THAN WS-NOW-MOMENT
                 SET POSITION-IN-ERROR TO TRUE
                 MOVE 'AS-OF DATE AND TIME ARE STILL TO COME' TO MSGO
              END-IF
           END-IF.
      *
           IF NOT POSITION-IN-ERROR
              MOVE WS-REQUESTED-PART TO PART-ID OF WS-STOCK-PART
              EXEC CICS READ FILE(PART-FILE-NAME)
                        INTO(WS-STOCK-PART)
                        RIDFLD(PART-ID OF WS-STOCK-PART)
                        RESP(FILE-RESP)
                        END-EXEC
              IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET POSITION-IN-ERROR TO TRUE
                 MOVE 'PART NOT ON FILE' TO MSGO
              END-IF
           END-IF.
      *
           IF NOT POSITION-IN-ERROR
              PERFORM FIND-NEAREST-BASE
              PERFORM LOAD-CURRENT-BALANCES
              PERFORM ROLL-TO-AS-OF
              PERFORM FORMAT-POSITION-ROWS
           END-IF.
      *
       SHOW-POSITION-AS-OF-EXIT.
           EXIT.
      *
      *    Start from today's position unless a month-end snapshot
      *    lies nearer the as-of date. The snapshot dates are
      *    walked by jumping the browse past each date's entries;
      *    once one falls after the as-of date, later ones can
      *    only be further away.
       FIND-NEAREST-BASE.
      *
           COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE).
           COMPUTE WS-BEST-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) -
                   WS-ASOF-INT.
           MOVE ZERO TO WS-BEST-SNAP-DATE.
           MOVE ZERO TO WS-LAST-SNAP-DATE.
           MOVE ZERO TO WS-SNAP-KEY.
      *
           MOVE 'N' TO WS-BROWSE-ACTIVE.
           EXEC CICS STARTBR FILE(SNAP-FILE-NAME)
                     RIDFLD(WS-SNAP-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
           END-IF.
           PERFORM UNTIL NOT BROWSE-IS-ACTIVE
              EXEC CICS READNEXT FILE(SNAP-FILE-NAME)
                        INTO(STOCK-SNAPSHOT-RECORD)
                        RIDFLD(WS-SNAP-KEY)
                        RESP(FILE-RESP)
                        END-EXEC
              IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'N' TO WS-BROWSE-ACTIVE
              ELSE
                 IF SN-SNAP-DATE NOT EQUAL WS-LAST-SNAP-DATE
                    PERFORM WEIGH-SNAPSHOT-DATE
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    The base position - the part's snapshot quantity (none
      *    when it was not on file yet), or today's stock.
           IF WS-BEST-SNAP-DATE GREATER THAN ZERO
              MOVE WS-BEST-SNAP-DATE TO WS-BASE-MOMENT(1:8)
              MOVE '235959' TO WS-BASE-MOMENT(9:6)
              MOVE WS-BEST-SNAP-DATE TO WS-SNAP-KEY-DATE
              MOVE WS-REQUESTED-PART TO WS-SNAP-KEY-PART
              EXEC CICS READ FILE(SNAP-FILE-NAME)
                        INTO(STOCK-SNAPSHOT-RECORD)
                        RIDFLD(WS-SNAP-KEY)
                        RESP(FILE-RESP)
                        END-EXEC
              IF FILE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE SN-QUANTITY TO WS-ASOF-QUANTITY
              ELSE
                 MOVE ZERO TO WS-ASOF-QUANTITY
              END-IF
           ELSE
              MOVE ALL '9' TO WS-BASE-MOMENT
              MOVE STOCK-QUANTITY OF WS-STOCK-PART
                   TO WS-ASOF-QUANTITY
           END-IF.
      *
       FIND-NEAREST-BASE-EXIT.
           EXIT.
      *
      *    Keep this snapshot date when it is strictly nearer than
      *    the best so far, then jump the browse to the next date.
       WEIGH-SNAPSHOT-DATE.
      *
           MOVE SN-SNAP-DATE TO WS-LAST-SNAP-DATE.
           COMPUTE WS-DAYS-AWAY = FUNCTION ABS(
                   FUNCTION INTEGER-OF-DATE(SN-SNAP-DATE) -
                   WS-ASOF-INT).
           IF WS-DAYS-AWAY LESS THAN WS-BEST-DAYS
              MOVE WS-DAYS-AWAY TO WS-BEST-DAYS
              MOVE SN-SNAP-DATE TO WS-BEST-SNAP-DATE
           END-IF.
      *
           EXEC CICS ENDBR FILE(SNAP-FILE-NAME) END-EXEC.
           MOVE 'N' TO WS-BROWSE-ACTIVE.
           IF SN-SNAP-DATE NOT GREATER THAN WS-ASOF-DATE
              MOVE SN-SNAP-DATE TO WS-SNAP-KEY-DATE
              MOVE 99999999 TO WS-SNAP-KEY-PART
              EXEC CICS STARTBR FILE(SNAP-FILE-NAME)
                        RIDFLD(WS-SNAP-KEY)
                        GTEQ
                        RESP(FILE-RESP)
                        END-EXEC
              IF FILE-RESP EQUAL DFHRESP(NORMAL)
                 SET BROWSE-IS-ACTIVE TO TRUE
              END-IF
           END-IF.
      *
       WEIGH-SNAPSHOT-DATE-EXIT.
           EXIT.
      *
      *    Today's balance at each of the part's locations.
       LOAD-CURRENT-BALANCES.
      *
           MOVE ZERO TO WS-AL-COUNT.
           MOVE WS-REQUESTED-PART TO WS-LOC-KEY-PART.
           MOVE LOW-VALUES TO WS-LOC-KEY-LOCATION.
           MOVE 'N' TO WS-BROWSE-ACTIVE.
           EXEC CICS STARTBR FILE(LOC-FILE-NAME)
                     RIDFLD(WS-LOC-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(LOC-FILE-NAME)
                           INTO(LOCATION-BALANCE-RECORD)
                           RIDFLD(WS-LOC-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    OR LB-PART-ID NOT EQUAL WS-REQUESTED-PART
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 ELSE
                    MOVE LB-LOCATION TO WS-MOVE-LOCATION
                    PERFORM FIND-ASOF-LOCATION
                    IF WS-AL-SLOT GREATER THAN ZERO
                       ADD LB-QUANTITY TO WS-AL-QUANTITY(WS-AL-SLOT)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(LOC-FILE-NAME) END-EXEC
           END-IF.
           MOVE WS-AL-COUNT TO WS-AL-LOADED.
      *
       LOAD-CURRENT-BALANCES-EXIT.
           EXIT.
      *
      *    Read the part's movements oldest first from the earlier
      *    of the base and the as-of moment. Those between the two
      *    move the total - forward from a snapshot before the
      *    moment, back from one (or today) after it; every one
      *    after the moment is taken back off its location. A
      *    transfer moves stock between locations, not the total;
      *    its quantities are the location's own balance.
       ROLL-TO-AS-OF.
      *
           MOVE ZERO TO WS-ROLL-COUNT.
           MOVE LOW-VALUES TO WS-MOVE-KEY.
           MOVE WS-REQUESTED-PART TO WS-MOVE-KEY-PART.
           IF WS-BASE-MOMENT LESS THAN WS-ASOF-MOMENT
              MOVE WS-BASE-MOMENT(1:4) TO WS-MOVE-KEY-DATE(1:4)
              MOVE WS-BASE-MOMENT(5:2) TO WS-MOVE-KEY-DATE(6:2)
              MOVE WS-BASE-MOMENT(7:2) TO WS-MOVE-KEY-DATE(9:2)
           ELSE
              MOVE WS-ASOF-MOMENT(1:4) TO WS-MOVE-KEY-DATE(1:4)
              MOVE WS-ASOF-MOMENT(5:2) TO WS-MOVE-KEY-DATE(6:2)
              MOVE WS-ASOF-MOMENT(7:2) TO WS-MOVE-KEY-DATE(9:2)
           END-IF.
           MOVE '-' TO WS-MOVE-KEY-DATE(5:1).
           MOVE '-' TO WS-MOVE-KEY-DATE(8:1).
      *
           MOVE 'N' TO WS-BROWSE-ACTIVE.
           EXEC CICS STARTBR FILE(MOVE-FILE-NAME)
                     RIDFLD(WS-MOVE-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(MOVE-FILE-NAME)
                           INTO(STKMOVE-INDEX)
                           RIDFLD(WS-MOVE-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    OR MX-PART-ID NOT EQUAL WS-REQUESTED-PART
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 ELSE
                    MOVE MX-MOVEMENT TO STKMOVE
                    PERFORM ROLL-ONE-MOVEMENT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(MOVE-FILE-NAME) END-EXEC
           END-IF.
      *
       ROLL-TO-AS-OF-EXIT.
           EXIT.
      *
       ROLL-ONE-MOVEMENT.
      *
           MOVE MV-MOVEMENT-DATE-YYYY TO WS-MOVE-MOMENT(1:4).
           MOVE MV-MOVEMENT-DATE-MM TO WS-MOVE-MOMENT(5:2).
           MOVE MV-MOVEMENT-DATE-DD TO WS-MOVE-MOMENT(7:2).
           MOVE MV-MOVEMENT-TIME TO WS-MOVE-MOMENT(9:6).
           COMPUTE WS-MOVE-DELTA =
                   MV-NEW-QUANTITY - MV-OLD-QUANTITY.
      *
           IF MV-TYPE-TRANSFER
              AND MV-LOCATION NOT EQUAL SPACES
              CONTINUE
           ELSE
              IF WS-BASE-MOMENT LESS THAN WS-ASOF-MOMENT
                 IF WS-MOVE-MOMENT GREATER THAN WS-BASE-MOMENT
                    AND WS-MOVE-MOMENT NOT GREATER THAN
                        WS-ASOF-MOMENT
                    ADD WS-MOVE-DELTA TO WS-ASOF-QUANTITY
                    ADD 1 TO WS-ROLL-COUNT
                 END-IF
              ELSE
                 IF WS-MOVE-MOMENT GREATER THAN WS-ASOF-MOMENT
                    AND WS-MOVE-MOMENT NOT GREATER THAN
                        WS-BASE-MOMENT
                    SUBTRACT WS-MOVE-DELTA FROM WS-ASOF-QUANTITY
                    ADD 1 TO WS-ROLL-COUNT
                 END-IF
              END-IF
           END-IF.
      *
      *    An entry written before movements carried a location
      *    happened at the part's own warehouse location. A part
      *    with no balances on LOCBAL has none to roll back.
           IF WS-MOVE-MOMENT GREATER THAN WS-ASOF-MOMENT
              AND WS-AL-LOADED GREATER THAN ZERO
              MOVE MV-LOCATION TO WS-MOVE-LOCATION
              IF WS-MOVE-LOCATION EQUAL SPACES
                 AND NOT MV-TYPE-TRANSFER
                 MOVE WAREHOUSE-LOCATION OF WS-STOCK-PART
                      TO WS-MOVE-LOCATION
              END-IF
              IF WS-MOVE-LOCATION NOT EQUAL SPACES
                 PERFORM FIND-ASOF-LOCATION
                 IF WS-AL-SLOT GREATER THAN ZERO
                    SUBTRACT WS-MOVE-DELTA
                        FROM WS-AL-QUANTITY(WS-AL-SLOT)
                 END-IF
              END-IF
           END-IF.
      *
       ROLL-ONE-MOVEMENT-EXIT.
           EXIT.
      *
      *    Find WS-MOVE-LOCATION's slot, opening it at nothing the
      *    first time. Zero slot when the table is full.
       FIND-ASOF-LOCATION.
      *
           MOVE ZERO TO WS-AL-SLOT.
           PERFORM VARYING WS-AL-INDEX FROM 1 BY 1
                     UNTIL WS-AL-INDEX GREATER THAN WS-AL-COUNT
                        OR WS-AL-SLOT GREATER THAN ZERO
              IF WS-AL-LOCATION(WS-AL-INDEX) EQUAL WS-MOVE-LOCATION
                 MOVE WS-AL-INDEX TO WS-AL-SLOT
              END-IF
           END-PERFORM.
           IF WS-AL-SLOT EQUAL ZERO
              AND WS-AL-COUNT LESS THAN MAX-ASOF-LOCATIONS
              ADD 1 TO WS-AL-COUNT
              MOVE WS-AL-COUNT TO WS-AL-SLOT
              MOVE WS-MOVE-LOCATION TO WS-AL-LOCATION(WS-AL-SLOT)
              MOVE ZERO TO WS-AL-QUANTITY(WS-AL-SLOT)
           END-IF.
      *
       FIND-ASOF-LOCATION-EXIT.
           EXIT.
      *
      *    The position, how it was reached, and each location
      *    holding stock at the moment.
       FORMAT-POSITION-ROWS.
      *
           MOVE WS-REQUESTED-PART TO PS-PART-ID.
           MOVE SPACES TO PS-ASOF-DATE.
           STRING WS-ASOF-MOMENT(1:4) '-' WS-ASOF-MOMENT(5:2) '-'
                  WS-ASOF-MOMENT(7:2)
                  DELIMITED BY SIZE INTO PS-ASOF-DATE
           END-STRING.
           MOVE WS-ASOF-TIME TO PS-ASOF-TIME.
           INSPECT PS-ASOF-TIME REPLACING ALL SPACE BY ':'.
           MOVE WS-ASOF-QUANTITY TO PS-QUANTITY.
           MOVE WS-POSITION-ROW TO WS-ROW-TEXT(1).
      *
           MOVE SPACES TO BS-BASE.
           IF WS-BEST-SNAP-DATE GREATER THAN ZERO
              STRING 'FROM SNAPSHOT OF ' WS-BEST-SNAP-DATE
                     DELIMITED BY SIZE INTO BS-BASE
              END-STRING
           ELSE
              MOVE 'FROM TODAY''S STOCK' TO BS-BASE
           END-IF.
           IF WS-BASE-MOMENT LESS THAN WS-ASOF-MOMENT
              MOVE ', ROLLED FORWARD' TO BS-DIRECTION
           ELSE
              MOVE ', ROLLED BACK' TO BS-DIRECTION
           END-IF.
           MOVE WS-ROLL-COUNT TO BS-MOVE-COUNT.
           MOVE WS-BASIS-ROW TO WS-ROW-TEXT(2).
      *
           MOVE '  LOCATION       ON HAND' TO WS-ROW-TEXT(3).
           MOVE 3 TO WS-ROW-COUNT.
           MOVE ZERO TO WS-LOCATION-TOTAL.
           MOVE 'STOCK POSITION REBUILT AS OF THE DATE AND TIME GIVEN'
             TO MSGO.
           PERFORM VARYING WS-AL-INDEX FROM 1 BY 1
                     UNTIL WS-AL-INDEX GREATER THAN WS-AL-COUNT
              IF WS-AL-QUANTITY(WS-AL-INDEX) NOT EQUAL ZERO
                 ADD WS-AL-QUANTITY(WS-AL-INDEX) TO WS-LOCATION-TOTAL
                 IF WS-ROW-COUNT LESS THAN MAX-DISPLAY-ROWS
                    ADD 1 TO WS-ROW-COUNT
                    MOVE WS-AL-LOCATION(WS-AL-INDEX) TO LR-LOCATION
                    MOVE WS-AL-QUANTITY(WS-AL-INDEX) TO LR-QUANTITY
                    MOVE WS-LOCATION-ROW TO WS-ROW-TEXT(WS-ROW-COUNT)
                 ELSE
                    MOVE 'MORE LOCATIONS HOLD STOCK THAN FIT ON SCREEN'
                      TO MSGO
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-AL-LOADED EQUAL ZERO
              ADD 1 TO WS-ROW-COUNT
              MOVE '  NO LOCATION BALANCES ON FILE FOR THIS PART'
                TO WS-ROW-TEXT(WS-ROW-COUNT)
           ELSE
              IF WS-LOCATION-TOTAL NOT EQUAL WS-ASOF-QUANTITY
                    MOVE 'LOCATION BALANCES DO NOT ADD UP TO PART TOTAL'
                   TO MSGO
              END-IF
           END-IF.
      *
       FORMAT-POSITION-ROWS-EXIT.
           EXIT.
      *
      *    Blank every result row before filling in whatever this
      *    request produced.
       CLEAR-RESULT-ROWS.
