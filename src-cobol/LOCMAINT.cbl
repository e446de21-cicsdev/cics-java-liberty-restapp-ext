      * LOCBAL balances (one pass over the balance file, the same
      * whole-file scan MOVEINQ already makes over the ledger).
      *
      * The hazard options set which hazard classes a location may
      * hold (up to five; all blank means non-hazardous stock
      * only): H=one location, Z=every location in the CA-ZONE
      * zone, so a flammables cage is set up in one go. Inquire
      * returns the list to a caller long enough to take it.
      *
      * C=set a location's capacity, in the site's space unit
      * (pallet positions or a volume unit); zero means no limit.
      * Add takes the capacity too, and inquire returns it, for a
      * caller long enough to carry it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Hazard options H (one location) and Z
      *                    (a whole zone) set the permitted hazard
      *                    classes the receiving putaway and stock
      *                    transfer enforce; inquire returns them.
      *  15 Oct 2026  DEV  Option C sets a location's capacity for
      *                    the putaway room check; add takes it
      *                    and inquire returns it.
      *
      *****************************************************************

       77  LOC-FILE-NAME        PIC X(8) VALUE 'LOCBAL'.
      *
       77  MAX-BROWSE-ENTRIES   PIC 9(2) VALUE 10.
      *
      *    Commarea length through the permitted hazard classes.
       77  HAZARD-MIN-CALEN     PIC 9(4) VALUE 594.
      *
      *    Commarea length through the capacity.
       77  CAPACITY-MIN-CALEN   PIC 9(4) VALUE 601.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-BAL-ACTIVE     PIC X(1)      VALUE 'N'.
              88 BAL-BROWSE-ACTIVE  VALUE 'Y'.
           03 WS-BAL-KEY        PIC X(18)     VALUE SPACES.
      *
      *    Zone stamp state: the master is re-browsed from the
      *    last location stamped, so no browse is held open over
      *    the update.
           03 WS-ZONE-LAST-KEY  PIC X(10)     VALUE LOW-VALUES.
           03 WS-ZONE-COUNT     PIC 9(4) COMP VALUE ZERO.
           03 WS-ZONE-SCAN      PIC X(1)      VALUE 'N'.
              88 ZONE-SCAN-ACTIVE   VALUE 'Y'.
           03 WS-ZONE-FOUND     PIC X(1)      VALUE 'N'.
              88 ZONE-LOCATION-FOUND VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
              88 CA-ACTION-REACTIVATE   VALUE 'R'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
              88 CA-ACTION-BROWSE       VALUE 'B'.
              88 CA-ACTION-HAZARD       VALUE 'H'.
              88 CA-ACTION-ZONE-HAZARD  VALUE 'Z'.
              88 CA-ACTION-CAPACITY     VALUE 'C'.
           03 CA-LOCATION            PIC X(10).
           03 CA-DESCRIPTION         PIC X(30).
           03 CA-ZONE                PIC X(4).
              05 CA-BR-ZONE          PIC X(4).
              05 CA-BR-ACTIVE        PIC X(1).
              05 CA-BR-BALANCE       PIC 9(8) DISPLAY.
      *
      *    The hazard classes the location (or, on Z, every
      *    location in CA-ZONE) may hold - input to the hazard
      *    options, output from inquire. Present only for a caller
      *    whose EIBCALEN covers it (HAZARD-MIN-CALEN).
           03 CA-PERMITTED-CLASS     PIC X(3) OCCURS 5 TIMES.
      *
      *    The location's capacity in the site's space unit, zero
      *    for no limit - input to add and C, output from inquire.
      *    Present only for a caller whose EIBCALEN covers it
      *    (CAPACITY-MIN-CALEN).
           03 CA-CAPACITY            PIC 9(7) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
                 PERFORM DO-INQUIRE
              WHEN CA-ACTION-BROWSE
                 PERFORM DO-BROWSE
              WHEN CA-ACTION-HAZARD
                 PERFORM DO-SET-HAZARD
              WHEN CA-ACTION-ZONE-HAZARD
                 PERFORM DO-SET-ZONE-HAZARD
              WHEN CA-ACTION-CAPACITY
                 PERFORM DO-SET-CAPACITY
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
              MOVE CA-DESCRIPTION TO LM-DESCRIPTION
              MOVE CA-ZONE TO LM-ZONE
              SET LM-LOCATION-ACTIVE TO TRUE
              MOVE ZERO TO LM-CAPACITY
              IF EIBCALEN NOT LESS THAN CAPACITY-MIN-CALEN
                 AND CA-CAPACITY NUMERIC
                 MOVE CA-CAPACITY TO LM-CAPACITY
              END-IF
              EXEC CICS WRITE FILE(LOCMAST-FILE-NAME)
                        FROM(LOCATION-MASTER-RECORD)
                        RIDFLD(LM-LOCATION)
                 MOVE LM-DESCRIPTION TO CA-DESCRIPTION
                 MOVE LM-ZONE TO CA-ZONE
                 MOVE LM-ACTIVE-FLAG TO CA-ACTIVE-FLAG
                 IF EIBCALEN NOT LESS THAN HAZARD-MIN-CALEN
                    PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                              UNTIL WS-ENTRY-INDEX GREATER THAN 5
                       MOVE LM-PERMITTED-CLASS(WS-ENTRY-INDEX) TO
                            CA-PERMITTED-CLASS(WS-ENTRY-INDEX)
                    END-PERFORM
                 END-IF
                 IF EIBCALEN NOT LESS THAN CAPACITY-MIN-CALEN
                    IF LM-CAPACITY NUMERIC
                       MOVE LM-CAPACITY TO CA-CAPACITY
                    ELSE
                       MOVE ZERO TO CA-CAPACITY
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
      *
       FOLD-BALANCE-INTO-ENTRY-EXIT.
           EXIT.
      *
      *    Set one location's permitted hazard classes.
       DO-SET-HAZARD.
      *
           IF EIBCALEN LESS THAN HAZARD-MIN-CALEN
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-LOCATION TO LM-LOCATION
              PERFORM STAMP-HAZARD-CLASSES
           END-IF.
      *
       DO-SET-HAZARD-EXIT.
           EXIT.
      *
      *    Set the permitted hazard classes on every location in
      *    the zone - a zone with no locations is not found.
       DO-SET-ZONE-HAZARD.
      *
           IF EIBCALEN LESS THAN HAZARD-MIN-CALEN
              OR CA-ZONE EQUAL SPACES
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE LOW-VALUES TO WS-ZONE-LAST-KEY
              MOVE ZERO TO WS-ZONE-COUNT
              SET ZONE-SCAN-ACTIVE TO TRUE
              PERFORM UNTIL NOT ZONE-SCAN-ACTIVE
                 OR NOT RC-SUCCESS
                 PERFORM FIND-NEXT-ZONE-LOCATION
                 IF ZONE-LOCATION-FOUND
                    MOVE WS-ZONE-LAST-KEY TO LM-LOCATION
                    PERFORM STAMP-HAZARD-CLASSES
                    ADD 1 TO WS-ZONE-COUNT
                 END-IF
              END-PERFORM
              IF RC-SUCCESS AND WS-ZONE-COUNT EQUAL ZERO
                 SET RC-NOTFND TO TRUE
              END-IF
           END-IF.
      *
       DO-SET-ZONE-HAZARD-EXIT.
           EXIT.
      *
      *    Browse on from the last location stamped to the next
      *    one in the zone, and end the browse before it is
      *    updated. Running off the file ends the scan.
       FIND-NEXT-ZONE-LOCATION.
      *
           MOVE 'N' TO WS-ZONE-FOUND.
           MOVE WS-ZONE-LAST-KEY TO WS-BROWSE-KEY.
           EXEC CICS STARTBR FILE(LOCMAST-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET MAST-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT MAST-BROWSE-ACTIVE
                 EXEC CICS READNEXT FILE(LOCMAST-FILE-NAME)
                           INTO(LOCATION-MASTER-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF LM-ZONE EQUAL CA-ZONE
                       AND LM-LOCATION GREATER THAN WS-ZONE-LAST-KEY
                       MOVE LM-LOCATION TO WS-ZONE-LAST-KEY
                       SET ZONE-LOCATION-FOUND TO TRUE
                       MOVE 'N' TO WS-MAST-ACTIVE
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-MAST-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(LOCMAST-FILE-NAME) END-EXEC
           END-IF.
           IF NOT ZONE-LOCATION-FOUND
              MOVE 'N' TO WS-ZONE-SCAN
           END-IF.
      *
       FIND-NEXT-ZONE-LOCATION-EXIT.
           EXIT.
      *
      *    Read the location in LM-LOCATION for update and land
      *    the caller's permitted classes on it.
       STAMP-HAZARD-CLASSES.
      *
           EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                     INTO(LOCATION-MASTER-RECORD)
                     RIDFLD(LM-LOCATION)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                           UNTIL WS-ENTRY-INDEX GREATER THAN 5
                    MOVE CA-PERMITTED-CLASS(WS-ENTRY-INDEX) TO
                         LM-PERMITTED-CLASS(WS-ENTRY-INDEX)
                 END-PERFORM
                 EXEC CICS REWRITE FILE(LOCMAST-FILE-NAME)
                           FROM(LOCATION-MASTER-RECORD)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
           END-EVALUATE.
      *
       STAMP-HAZARD-CLASSES-EXIT.
           EXIT.
      *
      *    Set one location's capacity - zero lifts the limit.
       DO-SET-CAPACITY.
      *
           IF EIBCALEN LESS THAN CAPACITY-MIN-CALEN
              OR CA-CAPACITY NOT NUMERIC
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-LOCATION TO LM-LOCATION
              EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                        INTO(LOCATION-MASTER-RECORD)
                        RIDFLD(LM-LOCATION)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    MOVE CA-CAPACITY TO LM-CAPACITY
                    EXEC CICS REWRITE FILE(LOCMAST-FILE-NAME)
                              FROM(LOCATION-MASTER-RECORD)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-SET-CAPACITY-EXIT.
           EXIT.
