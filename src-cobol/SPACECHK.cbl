       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

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
      * Location capacity check, LINKed by the movements that land
      * stock at a location - RECVGDS's putaway suggestion and
      * STKXFER's to-location. Takes a part, the quantity about to
      * land and up to ten locations, and answers for each one its
      * LOCMAST capacity, the space already taken there and whether
      * the quantity still fits:
      *
      *   - the space a quantity takes is its packs (PACK-SIZE off
      *     SMPLXMPL) times the part's PARTCTRL space factor, by the
      *     shared SPACECP calculation;
      *   - the space taken at a location is the sum over every
      *     LOCBAL balance there - one pass over the balance file,
      *     the same whole-file scan LOCMAINT's browse makes, since
      *     the balance key leads with the part;
      *   - a location with no capacity set always has room, and
      *     a part with no space factor always fits.
      *
      * The answer is advice - the caller decides what to do with
      * a location that is full.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              SPACECHK.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    STOCK-PART copybook - each part's PACK-SIZE.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    PARTCTRL copybook - each part's space factor.
           COPY PARTCTRL.
      *
      *    LOCMAST copybook - each location's capacity.
           COPY LOCMAST.
      *
      *    LOCBAL copybook - the balances whose space is summed.
           COPY LOCBAL.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Shared space-calculation work fields - see
      *    SPACECW/SPACECP.
           COPY SPACECW.
      *
      *    Name of the CICS files to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  CTRL-FILE-NAME       PIC X(8) VALUE 'PARTCTRL'.
       77  LOCMAST-FILE-NAME    PIC X(8) VALUE 'LOCMAST'.
       77  LOC-FILE-NAME        PIC X(8) VALUE 'LOCBAL'.
      *
       77  MAX-CHECK-LOCATIONS  PIC 9(2) VALUE 10.
      *
       01  WS-STORAGE.
           03 READ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 CTRL-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 LOCMAST-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 LOC-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ENTRY-INDEX    PIC 9(4)  COMP    VALUE ZERO.
           03 WS-ENTRY-FOUND    PIC 9(4)  COMP    VALUE ZERO.
           03 WS-BAL-KEY        PIC X(18)         VALUE SPACES.
           03 WS-BAL-ACTIVE     PIC X(1)          VALUE 'N'.
              88 BAL-BROWSE-ACTIVE  VALUE 'Y'.
      *
      *    The balances are in part order, so each part's pack
      *    size and space factor are looked up once.
           03 WS-LAST-PART-ID   PIC 9(8)          VALUE ZERO.
           03 WS-LAST-PACK-SIZE PIC 9(4)          VALUE ZERO.
           03 WS-LAST-FACTOR    PIC 9(5)V9(4)     VALUE ZERO.
           03 WS-LOOKUP-PART-ID PIC 9(8)          VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-QUANTITY            PIC 9(8) DISPLAY.
      *       The space CA-QUANTITY of the part takes - output.
           03 CA-INCOMING-SPACE      PIC 9(9)V99 DISPLAY.
           03 CA-LOCATION-COUNT      PIC 9(2) DISPLAY.
           03 CA-LOCATION-ENTRY      OCCURS 10 TIMES.
              05 CA-LOCATION         PIC X(10).
      *          Output: the capacity (zero when none is set), the
      *          space already taken, and 'Y' when the incoming
      *          quantity fits - 'N' when it would overflow.
              05 CA-CAPACITY         PIC 9(7) DISPLAY.
              05 CA-OCCUPIED         PIC 9(9)V99 DISPLAY.
              05 CA-ROOM-FLAG        PIC X(1).
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE ZERO TO CA-INCOMING-SPACE.
      *
           IF CA-LOCATION-COUNT NOT NUMERIC
              OR CA-LOCATION-COUNT EQUAL ZERO
              OR CA-LOCATION-COUNT GREATER THAN MAX-CHECK-LOCATIONS
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
      *       The space the incoming quantity takes.
              MOVE CA-PART-ID TO WS-LOOKUP-PART-ID
              PERFORM LOOK-UP-PART-SPACE
              MOVE CA-QUANTITY TO WS-SP-QUANTITY
              MOVE WS-LAST-PACK-SIZE TO WS-SP-PACK-SIZE
              MOVE WS-LAST-FACTOR TO WS-SP-FACTOR
              PERFORM CALCULATE-SPACE-TAKEN
              MOVE WS-SP-SPACE TO CA-INCOMING-SPACE
      *
              PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                        UNTIL WS-ENTRY-INDEX GREATER THAN
                              CA-LOCATION-COUNT
                 PERFORM READ-LOCATION-CAPACITY
              END-PERFORM
      *
              PERFORM SUM-LOCATION-SPACE
      *
              PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                        UNTIL WS-ENTRY-INDEX GREATER THAN
                              CA-LOCATION-COUNT
                 PERFORM SET-ROOM-FLAG
              END-PERFORM
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    One location's capacity off the location master - a
      *    location not on it, or with no capacity set, has none.
       READ-LOCATION-CAPACITY.
      *
           MOVE ZERO TO CA-CAPACITY(WS-ENTRY-INDEX).
           MOVE ZERO TO CA-OCCUPIED(WS-ENTRY-INDEX).
           MOVE CA-LOCATION(WS-ENTRY-INDEX) TO LM-LOCATION.
           EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                     INTO(LOCATION-MASTER-RECORD)
                     RIDFLD(LM-LOCATION)
                     RESP(LOCMAST-RESP)
                     END-EXEC.
           IF LOCMAST-RESP EQUAL DFHRESP(NORMAL)
              AND LM-CAPACITY NUMERIC
              MOVE LM-CAPACITY TO CA-CAPACITY(WS-ENTRY-INDEX)
           END-IF.
      *
       READ-LOCATION-CAPACITY-EXIT.
           EXIT.
      *
      *    One pass over LOCBAL, adding the space every balance
      *    takes to the entry for its location.
       SUM-LOCATION-SPACE.
      *
           MOVE LOW-VALUES TO WS-BAL-KEY.
           EXEC CICS STARTBR FILE(LOC-FILE-NAME)
                     RIDFLD(WS-BAL-KEY)
                     GTEQ
                     RESP(LOC-RESP)
                     END-EXEC.
           IF LOC-RESP EQUAL DFHRESP(NORMAL)
              SET BAL-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT BAL-BROWSE-ACTIVE
                 EXEC CICS READNEXT FILE(LOC-FILE-NAME)
                           INTO(LOCATION-BALANCE-RECORD)
                           RIDFLD(WS-BAL-KEY)
                           RESP(LOC-RESP)
                           END-EXEC
                 IF LOC-RESP EQUAL DFHRESP(NORMAL)
                    PERFORM FOLD-BALANCE-SPACE
                 ELSE
                    MOVE 'N' TO WS-BAL-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(LOC-FILE-NAME) END-EXEC
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       SUM-LOCATION-SPACE-EXIT.
           EXIT.
      *
      *    A balance at one of the caller's locations adds its
      *    space there; the part is only looked up when it sits
      *    somewhere the caller asked about.
       FOLD-BALANCE-SPACE.
      *
           MOVE ZERO TO WS-ENTRY-FOUND.
           PERFORM VARYING WS-ENTRY-INDEX FROM 1 BY 1
                     UNTIL WS-ENTRY-INDEX GREATER THAN
                           CA-LOCATION-COUNT
              IF LB-LOCATION EQUAL CA-LOCATION(WS-ENTRY-INDEX)
                 MOVE WS-ENTRY-INDEX TO WS-ENTRY-FOUND
              END-IF
           END-PERFORM.
      *
           IF WS-ENTRY-FOUND GREATER THAN ZERO
              AND LB-QUANTITY NUMERIC
              AND LB-QUANTITY GREATER THAN ZERO
              IF LB-PART-ID NOT EQUAL WS-LAST-PART-ID
                 MOVE LB-PART-ID TO WS-LOOKUP-PART-ID
                 PERFORM LOOK-UP-PART-SPACE
              END-IF
              MOVE LB-QUANTITY TO WS-SP-QUANTITY
              MOVE WS-LAST-PACK-SIZE TO WS-SP-PACK-SIZE
              MOVE WS-LAST-FACTOR TO WS-SP-FACTOR
              PERFORM CALCULATE-SPACE-TAKEN
              ADD WS-SP-SPACE TO CA-OCCUPIED(WS-ENTRY-FOUND)
           END-IF.
      *
       FOLD-BALANCE-SPACE-EXIT.
           EXIT.
      *
      *    A part's pack size and space factor - a part not on
      *    file, or with no PARTCTRL entry or factor, takes no
      *    measured space.
       LOOK-UP-PART-SPACE.
      *
           MOVE WS-LOOKUP-PART-ID TO WS-LAST-PART-ID.
           MOVE ZERO TO WS-LAST-PACK-SIZE.
           MOVE ZERO TO WS-LAST-FACTOR.
      *
           MOVE WS-LOOKUP-PART-ID TO PART-ID OF WS-STOCK-PART.
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(PART-ID OF WS-STOCK-PART)
                     RESP(READ-RESP)
                     END-EXEC.
           IF READ-RESP EQUAL DFHRESP(NORMAL)
              MOVE PACK-SIZE OF WS-STOCK-PART TO WS-LAST-PACK-SIZE
           END-IF.
      *
           MOVE WS-LOOKUP-PART-ID TO PC-PART-ID.
           EXEC CICS READ FILE(CTRL-FILE-NAME)
                     INTO(PART-CONTROL-RECORD)
                     RIDFLD(PC-PART-ID)
                     RESP(CTRL-RESP)
                     END-EXEC.
           IF CTRL-RESP EQUAL DFHRESP(NORMAL)
              AND PC-SPACE-FACTOR NUMERIC
              MOVE PC-SPACE-FACTOR TO WS-LAST-FACTOR
           END-IF.
      *
       LOOK-UP-PART-SPACE-EXIT.
           EXIT.
      *
      *    Room when no capacity is set, or the space taken plus
      *    the incoming space stays within it.
       SET-ROOM-FLAG.
      *
           IF CA-CAPACITY(WS-ENTRY-INDEX) EQUAL ZERO
              OR CA-OCCUPIED(WS-ENTRY-INDEX) + CA-INCOMING-SPACE
                 NOT GREATER THAN CA-CAPACITY(WS-ENTRY-INDEX)
              MOVE 'Y' TO CA-ROOM-FLAG(WS-ENTRY-INDEX)
           ELSE
              MOVE 'N' TO CA-ROOM-FLAG(WS-ENTRY-INDEX)
           END-IF.
      *
       SET-ROOM-FLAG-EXIT.
           EXIT.
      *
      *    Shared space calculation - see SPACECP.cpy.
           COPY SPACECP.
