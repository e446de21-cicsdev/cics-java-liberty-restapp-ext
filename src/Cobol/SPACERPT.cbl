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
      * Weekly space-utilisation report, by warehouse zone. Every
      * LOCMAST location and every LOCBAL balance is sorted into
      * zone and location order; the space each balance takes is
      * worked out by the shared SPACECP calculation (its packs
      * times the part's PARTCTRL space factor - the same figure
      * the receiving putaway room check uses). For each zone the
      * report gives:
      *   - the total capacity of the zone's limited locations,
      *     the space they hold and the percentage full;
      *   - the emptiest and the fullest of those locations;
      *   - the space held in locations with no capacity set;
      *   - every balance of a part with no movement of any kind
      *     on the STKMOVE ledger in the last 180 days (or none at
      *     all) - stock taking up room and going nowhere.
      * A balance at a location not on LOCMAST has no zone and
      * prints under NO ZONE.
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
       PROGRAM-ID.              SPACERPT.
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
      *    SEQUENTIAL here the same way SLOWSTCK reads it.
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
      *    LOCMAST is read through once for the locations and then
      *    by key for each balance's zone, so it opens DYNAMIC.
           SELECT LOCMAST-FILE ASSIGN TO LOCMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LM-LOCATION
                  FILE STATUS IS WS-LOCMAST-STATUS.
      *
           SELECT LOCBAL-FILE ASSIGN TO LOCBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS LB-KEY
                  FILE STATUS IS WS-LOC-STATUS.
      *
           SELECT PARTCTRL-FILE ASSIGN TO PARTCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PART-ID
                  FILE STATUS IS WS-CTRL-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT SPACE-REPORT ASSIGN TO SPACERPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMOVE.
      *
       FD  LOCMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCMAST.
      *
       FD  LOCBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBAL.
      *
       FD  PARTCTRL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTRL.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
      *    Sort work record - one per location (type 1, carrying
      *    its capacity) and one per balance (type 2, carrying the
      *    space it takes), in zone and location order with the
      *    location's own record ahead of its balances.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-ZONE                 PIC X(4).
           03   SR-LOCATION             PIC X(10).
           03   SR-RECORD-TYPE          PIC 9(1).
                88  SR-LOCATION-RECORD      VALUE 1.
                88  SR-BALANCE-RECORD       VALUE 2.
           03   SR-CAPACITY             PIC 9(7).
           03   SR-PART-ID              PIC 9(8).
           03   SR-QUANTITY             PIC 9(8).
           03   SR-SPACE                PIC 9(9)V99.
           03   SR-LAST-MOVE            PIC 9(8).
           03   SR-IDLE-FLAG            PIC X(1).
                88  SR-PART-IDLE            VALUE 'Y'.
           03   SR-DESCRIPTION          PIC X(30).
      *
       FD  SPACE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
      *    Shared space-calculation work fields - see
      *    SPACECW/SPACECP.
           COPY SPACECW.
      *
       01  WS-STORAGE.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-LOCMAST-STATUS         PIC X(2) VALUE '00'.
              88  LOCMAST-STATUS-OK         VALUE '00'.
           03 WS-LOC-STATUS             PIC X(2) VALUE '00'.
              88  LOC-STATUS-OK             VALUE '00'.
           03 WS-CTRL-STATUS            PIC X(2) VALUE '00'.
              88  CTRL-STATUS-OK            VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-LOCMAST-EOF-FLAG       PIC X(1) VALUE 'N'.
              88  END-OF-LOCMAST-FILE       VALUE 'Y'.
           03 WS-LOC-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-LOCBAL-FILE        VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-MOVE-DATE-NUM          PIC 9(8) VALUE ZERO.
           03 WS-DAYS-IDLE              PIC S9(5) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-LI-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-LI-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-LI-DROPPED             PIC 9(8) COMP VALUE ZERO.
      *
      *    The balances are in part order, so the part's pack size,
      *    space factor, description and last movement are looked
      *    up once per part.
           03 WS-LAST-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-LAST-PACK-SIZE         PIC 9(4) VALUE ZERO.
           03 WS-LAST-FACTOR            PIC 9(5)V9(4) VALUE ZERO.
           03 WS-LAST-DESCRIPTION       PIC X(30) VALUE SPACES.
           03 WS-LAST-MOVE-DATE         PIC 9(8) VALUE ZERO.
           03 WS-LAST-IDLE-FLAG         PIC X(1) VALUE 'N'.
              88  LAST-PART-IDLE            VALUE 'Y'.
      *
      *    Control-break fields for the sorted output.
           03 WS-FIRST-RECORD-FLAG      PIC X(1) VALUE 'Y'.
              88  FIRST-SORT-RECORD         VALUE 'Y'.
           03 WS-CURRENT-ZONE           PIC X(4) VALUE SPACES.
           03 WS-CURRENT-LOCATION       PIC X(10) VALUE SPACES.
           03 WS-LOC-CAPACITY           PIC 9(7) VALUE ZERO.
           03 WS-LOC-OCCUPIED           PIC 9(9)V99 VALUE ZERO.
           03 WS-LOC-PERCENT            PIC 9(5)V9 VALUE ZERO.
           03 WS-ZONE-CAPACITY          PIC 9(11) VALUE ZERO.
           03 WS-ZONE-OCCUPIED          PIC 9(11)V99 VALUE ZERO.
           03 WS-ZONE-UNLIMITED         PIC 9(11)V99 VALUE ZERO.
           03 WS-ZONE-PERCENT           PIC 9(5)V9 VALUE ZERO.
           03 WS-ZONE-LIMITED-COUNT     PIC 9(8) COMP VALUE ZERO.
           03 WS-ZONE-IDLE-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-EMPTIEST-LOCATION      PIC X(10) VALUE SPACES.
           03 WS-EMPTIEST-PERCENT       PIC 9(5)V9 VALUE ZERO.
           03 WS-FULLEST-LOCATION       PIC X(10) VALUE SPACES.
           03 WS-FULLEST-PERCENT        PIC 9(5)V9 VALUE ZERO.
      *
           03 WS-LOCATIONS-READ         PIC 9(8) COMP VALUE ZERO.
           03 WS-BALANCES-READ          PIC 9(8) COMP VALUE ZERO.
           03 WS-ZONES-REPORTED         PIC 9(8) COMP VALUE ZERO.
           03 WS-IDLE-COUNT             PIC 9(8) COMP VALUE ZERO.
      *
      *    No movement for longer than this many days makes a
      *    balance idle.
       77  IDLE-DAYS-LIMIT              PIC 9(3) VALUE 180.
      *
      *    Latest movement date per part seen on the ledger, the
      *    same serial table SLOWSTCK keeps for issues. Overflow is
      *    counted and reported rather than silently dropped.
       77  MAX-MOVE-PARTS               PIC 9(4) VALUE 1000.
       01  WS-LAST-MOVE-TABLE.
           03 WS-LI-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-LI-ENTRY OCCURS 1000 TIMES.
              05 WS-LI-PART-ID          PIC 9(8).
              05 WS-LI-DATE             PIC 9(8).
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(36) VALUE
                'SPACE UTILISATION BY ZONE - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(54) VALUE SPACES.
      *
      *    One heading per zone.
       01  ZONE-HEADING.
           03   FILLER                  PIC X(5) VALUE 'ZONE'.
           03   ZH-ZONE                 PIC X(7).
           03   FILLER                  PIC X(88) VALUE SPACES.
      *
       01  IDLE-HEADING-1.
           03   FILLER                  PIC X(44) VALUE
                '  NO MOVEMENT IN OVER 180 DAYS'.
           03   FILLER                  PIC X(56) VALUE SPACES.
      *
       01  IDLE-HEADING-2.
           03   FILLER                  PIC X(12) VALUE '  PART ID'.
           03   FILLER                  PIC X(12) VALUE 'LOCATION'.
           03   FILLER                  PIC X(12) VALUE 'QUANTITY'.
           03   FILLER                  PIC X(15) VALUE 'SPACE'.
           03   FILLER                  PIC X(10) VALUE 'LAST MOVE'.
           03   FILLER                  PIC X(39) VALUE
                'DESCRIPTION'.
      *
      *    One line per idle balance.
       01  IDLE-DETAIL-LINE.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ID-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ID-LOCATION             PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ID-QUANTITY             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ID-SPACE                PIC Z(8)9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ID-LAST-MOVE            PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ID-DESCRIPTION          PIC X(30).
           03   FILLER                  PIC X(12) VALUE SPACES.
      *
      *    The zone's totals, one figure to a line.
       01  ZONE-TOTAL-LINE.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ZT-TEXT                 PIC X(38).
           03   ZT-AMOUNT               PIC Z(10)9.99.
           03   FILLER                  PIC X(46) VALUE SPACES.
      *
      *    The zone's emptiest and fullest location.
       01  ZONE-LOCATION-LINE.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ZL-TEXT                 PIC X(38).
           03   ZL-LOCATION             PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ZL-PERCENT              PIC ZZZZ9.9.
           03   FILLER                  PIC X(7) VALUE ' % FULL'.
           03   FILLER                  PIC X(34) VALUE SPACES.
      *
       01  REPORT-TEXT-LINE.
           03   RT-TEXT                 PIC X(40).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(50) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-LAST-MOVE-TABLE.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-ZONE
                ON ASCENDING KEY SR-LOCATION
                ON ASCENDING KEY SR-RECORD-TYPE
                INPUT PROCEDURE IS SELECT-LOCATION-SPACE
                OUTPUT PROCEDURE IS PRINT-ZONE-UTILISATION.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open the report and print the run heading.
       INITIALIZE-RUN.
      *
           OPEN OUTPUT SPACE-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Scan the ledger once, keeping the latest movement date
      *    of any type seen for each part.
       LOAD-LAST-MOVE-TABLE.
      *
           OPEN INPUT STKMOVE-FILE.
      *
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE THEN
                 IF MV-MOVEMENT-DATE-YYYY NUMERIC
                    AND MV-MOVEMENT-DATE-MM NUMERIC
                    AND MV-MOVEMENT-DATE-DD NUMERIC
                    MOVE MV-MOVEMENT-DATE-YYYY
                         TO WS-MOVE-DATE-NUM(1:4)
                    MOVE MV-MOVEMENT-DATE-MM
                         TO WS-MOVE-DATE-NUM(5:2)
                    MOVE MV-MOVEMENT-DATE-DD
                         TO WS-MOVE-DATE-NUM(7:2)
                    PERFORM NOTE-LAST-MOVE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE STKMOVE-FILE.
      *
       LOAD-LAST-MOVE-TABLE-EXIT.
           EXIT.
      *
      *    Keep the later of this date and the part's slot.
       NOTE-LAST-MOVE.
      *
           MOVE ZERO TO WS-LI-SLOT.
           PERFORM VARYING WS-LI-INDEX FROM 1 BY 1
                     UNTIL WS-LI-INDEX GREATER THAN WS-LI-COUNT
                        OR WS-LI-SLOT GREATER THAN ZERO
              IF WS-LI-PART-ID(WS-LI-INDEX) EQUAL MV-PART-ID
                 MOVE WS-LI-INDEX TO WS-LI-SLOT
              END-IF
           END-PERFORM.
      *
           IF WS-LI-SLOT EQUAL ZERO
              IF WS-LI-COUNT LESS THAN MAX-MOVE-PARTS
                 ADD 1 TO WS-LI-COUNT
                 MOVE WS-LI-COUNT TO WS-LI-SLOT
                 MOVE MV-PART-ID TO WS-LI-PART-ID(WS-LI-SLOT)
                 MOVE ZERO TO WS-LI-DATE(WS-LI-SLOT)
              ELSE
                 ADD 1 TO WS-LI-DROPPED
              END-IF
           END-IF.
      *
           IF WS-LI-SLOT GREATER THAN ZERO
              AND WS-MOVE-DATE-NUM GREATER THAN
                  WS-LI-DATE(WS-LI-SLOT)
              MOVE WS-MOVE-DATE-NUM TO WS-LI-DATE(WS-LI-SLOT)
           END-IF.
      *
       NOTE-LAST-MOVE-EXIT.
           EXIT.
      *
      *    SORT input procedure - release every location with its
      *    capacity, then every balance with stock, with the space
      *    it takes and its zone.
       SELECT-LOCATION-SPACE.
      *
           OPEN INPUT LOCMAST-FILE.
           OPEN INPUT LOCBAL-FILE.
           OPEN INPUT PARTCTRL-FILE.
           OPEN INPUT SMPLXMPL-FILE.
      *
           PERFORM UNTIL END-OF-LOCMAST-FILE
              READ LOCMAST-FILE NEXT
                   AT END SET END-OF-LOCMAST-FILE TO TRUE
              END-READ
              IF NOT END-OF-LOCMAST-FILE
                 ADD 1 TO WS-LOCATIONS-READ
                 PERFORM RELEASE-ONE-LOCATION
              END-IF
           END-PERFORM.
      *
           PERFORM UNTIL END-OF-LOCBAL-FILE
              READ LOCBAL-FILE NEXT
                   AT END SET END-OF-LOCBAL-FILE TO TRUE
              END-READ
              IF NOT END-OF-LOCBAL-FILE
                 ADD 1 TO WS-BALANCES-READ
                 IF LB-QUANTITY NUMERIC
                    AND LB-QUANTITY GREATER THAN ZERO
                    PERFORM RELEASE-ONE-BALANCE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE LOCMAST-FILE.
           CLOSE LOCBAL-FILE.
           CLOSE PARTCTRL-FILE.
           CLOSE SMPLXMPL-FILE.
      *
       SELECT-LOCATION-SPACE-EXIT.
           EXIT.
      *
      *    A location's own record - a capacity that is not
      *    numeric (as on a location set up before capacities
      *    existed) is no limit, the same as zero.
       RELEASE-ONE-LOCATION.
      *
           MOVE SPACES TO SORT-RECORD.
           MOVE LM-ZONE TO SR-ZONE.
           MOVE LM-LOCATION TO SR-LOCATION.
           SET SR-LOCATION-RECORD TO TRUE.
           IF LM-CAPACITY NUMERIC
              MOVE LM-CAPACITY TO SR-CAPACITY
           ELSE
              MOVE ZERO TO SR-CAPACITY
           END-IF.
           MOVE ZERO TO SR-PART-ID.
           MOVE ZERO TO SR-QUANTITY.
           MOVE ZERO TO SR-SPACE.
           MOVE ZERO TO SR-LAST-MOVE.
           MOVE 'N' TO SR-IDLE-FLAG.
           RELEASE SORT-RECORD.
      *
       RELEASE-ONE-LOCATION-EXIT.
           EXIT.
      *
      *    A balance's record - its zone off LOCMAST (none for a
      *    location not on the master) and the space its quantity
      *    takes.
       RELEASE-ONE-BALANCE.
      *
           IF LB-PART-ID NOT EQUAL WS-LAST-PART-ID
              PERFORM LOOK-UP-PART-SPACE
           END-IF.
      *
           MOVE SPACES TO SORT-RECORD.
           MOVE LB-LOCATION TO LM-LOCATION.
           READ LOCMAST-FILE
                INVALID KEY
                   MOVE SPACES TO SR-ZONE
                NOT INVALID KEY
                   MOVE LM-ZONE TO SR-ZONE
           END-READ.
           MOVE LB-LOCATION TO SR-LOCATION.
           SET SR-BALANCE-RECORD TO TRUE.
           MOVE ZERO TO SR-CAPACITY.
           MOVE LB-PART-ID TO SR-PART-ID.
           MOVE LB-QUANTITY TO SR-QUANTITY.
      *
           MOVE LB-QUANTITY TO WS-SP-QUANTITY.
           MOVE WS-LAST-PACK-SIZE TO WS-SP-PACK-SIZE.
           MOVE WS-LAST-FACTOR TO WS-SP-FACTOR.
           PERFORM CALCULATE-SPACE-TAKEN.
           MOVE WS-SP-SPACE TO SR-SPACE.
      *
           MOVE WS-LAST-MOVE-DATE TO SR-LAST-MOVE.
           MOVE WS-LAST-IDLE-FLAG TO SR-IDLE-FLAG.
           MOVE WS-LAST-DESCRIPTION TO SR-DESCRIPTION.
           RELEASE SORT-RECORD.
      *
       RELEASE-ONE-BALANCE-EXIT.
           EXIT.
      *
      *    The part's pack size and description off SMPLXMPL, its
      *    space factor off PARTCTRL (none, or not numeric, takes
      *    no measured space) and whether it has sat unmoved past
      *    the idle limit.
       LOOK-UP-PART-SPACE.
      *
           MOVE LB-PART-ID TO WS-LAST-PART-ID.
           MOVE ZERO TO WS-LAST-PACK-SIZE.
           MOVE ZERO TO WS-LAST-FACTOR.
           MOVE SPACES TO WS-LAST-DESCRIPTION.
      *
           MOVE LB-PART-ID TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE PACK-SIZE OF STOCK-PART-REC
                        TO WS-LAST-PACK-SIZE
                   MOVE DESCRIPTION OF STOCK-PART-REC
                        TO WS-LAST-DESCRIPTION
           END-READ.
      *
           MOVE LB-PART-ID TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PC-SPACE-FACTOR NUMERIC
                      MOVE PC-SPACE-FACTOR TO WS-LAST-FACTOR
                   END-IF
           END-READ.
      *
           MOVE ZERO TO WS-LAST-MOVE-DATE.
           MOVE ZERO TO WS-LI-SLOT.
           PERFORM VARYING WS-LI-INDEX FROM 1 BY 1
                     UNTIL WS-LI-INDEX GREATER THAN WS-LI-COUNT
                        OR WS-LI-SLOT GREATER THAN ZERO
              IF WS-LI-PART-ID(WS-LI-INDEX) EQUAL LB-PART-ID
                 MOVE WS-LI-INDEX TO WS-LI-SLOT
              END-IF
           END-PERFORM.
           IF WS-LI-SLOT GREATER THAN ZERO
              MOVE WS-LI-DATE(WS-LI-SLOT) TO WS-LAST-MOVE-DATE
           END-IF.
      *
           IF WS-LAST-MOVE-DATE EQUAL ZERO
              MOVE 9999 TO WS-DAYS-IDLE
           ELSE
              COMPUTE WS-DAYS-IDLE =
                      FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) -
                      FUNCTION INTEGER-OF-DATE(WS-LAST-MOVE-DATE)
           END-IF.
           IF WS-DAYS-IDLE GREATER THAN IDLE-DAYS-LIMIT
              MOVE 'Y' TO WS-LAST-IDLE-FLAG
           ELSE
              MOVE 'N' TO WS-LAST-IDLE-FLAG
           END-IF.
      *
       LOOK-UP-PART-SPACE-EXIT.
           EXIT.
      *
      *    SORT output procedure - total each location at its
      *    change and each zone at its change, listing the zone's
      *    idle balances as they go by.
       PRINT-ZONE-UTILISATION.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END
                        SET END-OF-SORT-FILE TO TRUE
                     NOT AT END
                        PERFORM PROCESS-SORTED-RECORD
              END-RETURN
           END-PERFORM.
      *
           IF NOT FIRST-SORT-RECORD
              PERFORM FINISH-LOCATION
              PERFORM FINISH-ZONE
           END-IF.
      *
       PRINT-ZONE-UTILISATION-EXIT.
           EXIT.
      *
      *    Breaks first, then the record itself - a location
      *    record sets the capacity, a balance adds its space and
      *    prints when it is idle.
       PROCESS-SORTED-RECORD.
      *
           EVALUATE TRUE
              WHEN FIRST-SORT-RECORD
                 MOVE 'N' TO WS-FIRST-RECORD-FLAG
                 PERFORM START-ZONE
                 PERFORM START-LOCATION
              WHEN SR-ZONE NOT EQUAL WS-CURRENT-ZONE
                 PERFORM FINISH-LOCATION
                 PERFORM FINISH-ZONE
                 PERFORM START-ZONE
                 PERFORM START-LOCATION
              WHEN SR-LOCATION NOT EQUAL WS-CURRENT-LOCATION
                 PERFORM FINISH-LOCATION
                 PERFORM START-LOCATION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           IF SR-LOCATION-RECORD
              MOVE SR-CAPACITY TO WS-LOC-CAPACITY
           ELSE
              ADD SR-SPACE TO WS-LOC-OCCUPIED
              IF SR-PART-IDLE
                 PERFORM PRINT-IDLE-BALANCE
              END-IF
           END-IF.
      *
       PROCESS-SORTED-RECORD-EXIT.
           EXIT.
      *
      *    A new zone - clear its totals and print its heading.
       START-ZONE.
      *
           MOVE SR-ZONE TO WS-CURRENT-ZONE.
           MOVE ZERO TO WS-ZONE-CAPACITY.
           MOVE ZERO TO WS-ZONE-OCCUPIED.
           MOVE ZERO TO WS-ZONE-UNLIMITED.
           MOVE ZERO TO WS-ZONE-LIMITED-COUNT.
           MOVE ZERO TO WS-ZONE-IDLE-COUNT.
           MOVE SPACES TO WS-EMPTIEST-LOCATION.
           MOVE ZERO TO WS-EMPTIEST-PERCENT.
           MOVE SPACES TO WS-FULLEST-LOCATION.
           MOVE ZERO TO WS-FULLEST-PERCENT.
           ADD 1 TO WS-ZONES-REPORTED.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SR-ZONE EQUAL SPACES
              MOVE 'NO ZONE' TO ZH-ZONE
           ELSE
              MOVE SR-ZONE TO ZH-ZONE
           END-IF.
           WRITE REPORT-LINE FROM ZONE-HEADING.
      *
       START-ZONE-EXIT.
           EXIT.
      *
      *    A new location - no capacity until its own record says
      *    otherwise (a balance's location not on the master never
      *    gets one).
       START-LOCATION.
      *
           MOVE SR-LOCATION TO WS-CURRENT-LOCATION.
           MOVE ZERO TO WS-LOC-CAPACITY.
           MOVE ZERO TO WS-LOC-OCCUPIED.
      *
       START-LOCATION-EXIT.
           EXIT.
      *
      *    Fold the location into its zone - a limited location
      *    counts towards the percentage full and competes for
      *    emptiest and fullest, an unlimited one only adds to the
      *    space held without a limit.
       FINISH-LOCATION.
      *
           IF WS-LOC-CAPACITY GREATER THAN ZERO
              ADD WS-LOC-CAPACITY TO WS-ZONE-CAPACITY
              ADD WS-LOC-OCCUPIED TO WS-ZONE-OCCUPIED
              COMPUTE WS-LOC-PERCENT ROUNDED =
                      WS-LOC-OCCUPIED * 100 / WS-LOC-CAPACITY
              ADD 1 TO WS-ZONE-LIMITED-COUNT
              IF WS-ZONE-LIMITED-COUNT EQUAL 1
                 OR WS-LOC-PERCENT LESS THAN WS-EMPTIEST-PERCENT
                 MOVE WS-CURRENT-LOCATION TO WS-EMPTIEST-LOCATION
                 MOVE WS-LOC-PERCENT TO WS-EMPTIEST-PERCENT
              END-IF
              IF WS-ZONE-LIMITED-COUNT EQUAL 1
                 OR WS-LOC-PERCENT GREATER THAN WS-FULLEST-PERCENT
                 MOVE WS-CURRENT-LOCATION TO WS-FULLEST-LOCATION
                 MOVE WS-LOC-PERCENT TO WS-FULLEST-PERCENT
              END-IF
           ELSE
              ADD WS-LOC-OCCUPIED TO WS-ZONE-UNLIMITED
           END-IF.
      *
       FINISH-LOCATION-EXIT.
           EXIT.
      *
      *    The zone's totals under its idle list.
       FINISH-ZONE.
      *
           IF WS-ZONE-CAPACITY GREATER THAN ZERO
              COMPUTE WS-ZONE-PERCENT ROUNDED =
                      WS-ZONE-OCCUPIED * 100 / WS-ZONE-CAPACITY
           ELSE
              MOVE ZERO TO WS-ZONE-PERCENT
           END-IF.
      *
           MOVE 'CAPACITY OF LIMITED LOCATIONS' TO ZT-TEXT.
           MOVE WS-ZONE-CAPACITY TO ZT-AMOUNT.
           WRITE REPORT-LINE FROM ZONE-TOTAL-LINE.
           MOVE 'SPACE HELD IN LIMITED LOCATIONS' TO ZT-TEXT.
           MOVE WS-ZONE-OCCUPIED TO ZT-AMOUNT.
           WRITE REPORT-LINE FROM ZONE-TOTAL-LINE.
           MOVE 'PERCENTAGE FULL' TO ZT-TEXT.
           MOVE WS-ZONE-PERCENT TO ZT-AMOUNT.
           WRITE REPORT-LINE FROM ZONE-TOTAL-LINE.
           MOVE 'SPACE HELD IN LOCATIONS WITH NO LIMIT' TO ZT-TEXT.
           MOVE WS-ZONE-UNLIMITED TO ZT-AMOUNT.
           WRITE REPORT-LINE FROM ZONE-TOTAL-LINE.
      *
           IF WS-ZONE-LIMITED-COUNT GREATER THAN ZERO
              MOVE 'EMPTIEST LOCATION' TO ZL-TEXT
              MOVE WS-EMPTIEST-LOCATION TO ZL-LOCATION
              MOVE WS-EMPTIEST-PERCENT TO ZL-PERCENT
              WRITE REPORT-LINE FROM ZONE-LOCATION-LINE
              MOVE 'FULLEST LOCATION' TO ZL-TEXT
              MOVE WS-FULLEST-LOCATION TO ZL-LOCATION
              MOVE WS-FULLEST-PERCENT TO ZL-PERCENT
              WRITE REPORT-LINE FROM ZONE-LOCATION-LINE
           END-IF.
      *
       FINISH-ZONE-EXIT.
           EXIT.
      *
      *    One idle balance, under the zone's idle heading the
      *    first time.
       PRINT-IDLE-BALANCE.
      *
           IF WS-ZONE-IDLE-COUNT EQUAL ZERO
              WRITE REPORT-LINE FROM IDLE-HEADING-1
              WRITE REPORT-LINE FROM IDLE-HEADING-2
           END-IF.
           ADD 1 TO WS-ZONE-IDLE-COUNT.
           ADD 1 TO WS-IDLE-COUNT.
      *
           MOVE SR-PART-ID TO ID-PART-ID.
           MOVE SR-LOCATION TO ID-LOCATION.
           MOVE SR-QUANTITY TO ID-QUANTITY.
           MOVE SR-SPACE TO ID-SPACE.
           IF SR-LAST-MOVE EQUAL ZERO
              MOVE 'NEVER' TO ID-LAST-MOVE
           ELSE
              MOVE SR-LAST-MOVE TO ID-LAST-MOVE
           END-IF.
           MOVE SR-DESCRIPTION TO ID-DESCRIPTION.
           WRITE REPORT-LINE FROM IDLE-DETAIL-LINE.
      *
       PRINT-IDLE-BALANCE-EXIT.
           EXIT.
      *
      *    Print the run totals, close the report and note the
      *    ledger scan overflow, if any.
       FINALIZE-RUN.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'LOCATIONS READ:' TO RT-TEXT.
           MOVE WS-LOCATIONS-READ TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'BALANCES READ:' TO RT-TEXT.
           MOVE WS-BALANCES-READ TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'ZONES REPORTED:' TO RT-TEXT.
           MOVE WS-ZONES-REPORTED TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'IDLE BALANCES:' TO RT-TEXT.
           MOVE WS-IDLE-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
      *
           DISPLAY 'SPACERPT: ZONES REPORTED: ' WS-ZONES-REPORTED.
           DISPLAY 'SPACERPT: IDLE BALANCES:  ' WS-IDLE-COUNT.
           IF WS-LI-DROPPED GREATER THAN ZERO
              DISPLAY 'SPACERPT: LEDGER MOVES NOT TABLED: '
                      WS-LI-DROPPED
           END-IF.
           CLOSE SPACE-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared space-calculation paragraph - see SPACECP.cpy.
           COPY SPACECP.
