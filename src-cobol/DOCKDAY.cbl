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
      * The receiving office's view of a day's dock appointments,
      * in the style of REORDAPV. L lists the DOCKAPPT bookings
      * for the date keyed (blank for today), door by door and
      * slot by slot from the door keyed, ten to a screen, with
      * where each truck stands:
      *
      *   BOOKED       - not here yet, slot not over
      *   LATE         - today's slot is over and nothing arrived
      *   NO-SHOW      - the day is gone and nothing arrived
      *   ARRIVED      - first line received within the slot
      *   ARRIVED LATE - first line received after the slot end
      *
      * and the arrival time RECVGDS stamped. Cancelled bookings
      * are left off. When the day runs past one screen the next
      * door is put back in the door field, so Enter pages on.
      *
      * To simplify the code, this program has minimal error-handling
      * logic beyond mapping the file-control response to a message.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              DOCKDAY.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    DOCKAPPT copybook - the appointments being listed.
           COPY DOCKAPPT.
      *
      *    DOCKD1 symbolic map - see DOCKDS.bms/DOCKD1.cpy.
           COPY DOCKD1.
      *
      *    A convenience view over the map's ten result rows as a
      *    table, the same technique REORDAPV uses.
       01  WS-MAP-ROW-VIEW REDEFINES DOCKD1O.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(22).
           03 WS-MAP-ROW OCCURS 10 TIMES.
              05 FILLER             PIC X(3).
              05 WS-ROW-TEXT        PIC X(75).
           03 FILLER                PIC X(3).
           03 FILLER                PIC X(79).
      *
      *    One formatted appointment line.
       01  WS-APPOINTMENT-ROW.
           03 AR-DOOR-ID             PIC X(4).
           03 FILLER                 PIC X(1)  VALUE SPACES.
           03 AR-SLOT-START          PIC 9(4).
           03 FILLER                 PIC X(1)  VALUE '-'.
           03 AR-SLOT-END            PIC 9(4).
           03 FILLER                 PIC X(1)  VALUE SPACES.
           03 AR-SUPPLIER            PIC 9(8).
           03 FILLER                 PIC X(1)  VALUE SPACES.
           03 AR-CARRIER             PIC X(16).
           03 FILLER                 PIC X(1)  VALUE SPACES.
           03 AR-DELIVERY            PIC X(10).
           03 FILLER                 PIC X(1)  VALUE SPACES.
           03 AR-STATUS              PIC X(12).
           03 FILLER                 PIC X(1)  VALUE SPACES.
           03 AR-ARRIVED-TIME        PIC X(4).
           03 FILLER                 PIC X(6)  VALUE SPACES.
      *
      *    A delivery with no ASN shows its PO instead.
       01  WS-PO-DELIVERY.
           03 FILLER                 PIC X(2)  VALUE 'PO'.
           03 WS-PO-DELIVERY-NUMBER  PIC 9(8).
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 MAP-RESP               PIC 9(8) COMP VALUE ZERO.
           03 FILE-RESP              PIC 9(8) COMP VALUE ZERO.
           03 WS-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-ROW-COUNT           PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE       PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE       VALUE 'Y'.
           03 WS-BROWSE-KEY          PIC X(18) VALUE SPACES.
           03 WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8               PIC X(8) VALUE SPACES.
           03 WS-TIME6               PIC 9(6) VALUE ZERO.
           03 WS-TIME-PARTS REDEFINES WS-TIME6.
              05 WS-NOW-HHMM         PIC 9(4).
              05 FILLER              PIC 9(2).
           03 WS-LIST-DATE           PIC X(8) VALUE SPACES.
           03 WS-MORE-MESSAGE.
              05 FILLER              PIC X(35)
                 VALUE 'MORE APPOINTMENTS - ENTER FOR DOOR '.
              05 WS-MORE-DOOR-ID     PIC X(4).
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  PF3-AID                  PIC X    VALUE '3'.
      *
      *    Name of the CICS file to use.
       77  APPT-FILE-NAME           PIC X(8) VALUE 'DOCKAPPT'.
      *
       77  MAX-DISPLAY-ROWS         PIC 9(4) VALUE 10.
       77  DOCKD1-MAPNAME           PIC X(8) VALUE 'DOCKD1'.
       77  DOCKDS-MAPSET            PIC X(8) VALUE 'DOCKDS'.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(DOCKD1-MAPNAME) MAPSET(DOCKDS-MAPSET)
                     ERASE FREEKB END-EXEC.
           EXEC CICS RECEIVE MAP(DOCKD1-MAPNAME) MAPSET(DOCKDS-MAPSET)
                     INTO(DOCKD1I) RESP(MAP-RESP) END-EXEC.

      *    PF3 exits without doing anything.
           IF EIBAID EQUAL PF3-AID
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.

           PERFORM CLEAR-RESULT-ROWS.
           MOVE SPACES TO MSGO.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.

           EVALUATE OPTNI
              WHEN 'L'
                 PERFORM DO-LIST-DAY
              WHEN OTHER
                 MOVE 'INVALID OPTION - USE L' TO MSGO
           END-EVALUATE.

           EXEC CICS SEND MAP(DOCKD1-MAPNAME) MAPSET(DOCKDS-MAPSET)
                     DATAONLY FREEKB END-EXEC.
      *
      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    List the day's live appointments from the door keyed
      *    (or the first door) on.
       DO-LIST-DAY.
      *
           IF APPTDTI NUMERIC
              MOVE APPTDTI TO WS-LIST-DATE
           ELSE
              IF APPTDTL EQUAL ZERO
                 MOVE WS-DATE8 TO WS-LIST-DATE
              ELSE
                 MOVE SPACES TO WS-LIST-DATE
              END-IF
           END-IF.
      *
           IF WS-LIST-DATE EQUAL SPACES
              MOVE 'DATE MUST BE YYYYMMDD OR BLANK FOR TODAY' TO MSGO
           ELSE
              MOVE WS-LIST-DATE TO APPTDTO
              PERFORM BROWSE-DAY-APPOINTMENTS
           END-IF.
      *
       DO-LIST-DAY-EXIT.
           EXIT.
      *
      *    Walk the day's bookings in door and slot order. The
      *    first live booking that does not fit goes back in the
      *    door field as the next screen's starting point.
       BROWSE-DAY-APPOINTMENTS.
      *
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE WS-LIST-DATE TO WS-BROWSE-KEY(1:8).
           IF DOORL GREATER THAN ZERO
              AND DOORI NOT EQUAL SPACES
              MOVE DOORI TO WS-BROWSE-KEY(9:4)
           END-IF.
           MOVE SPACES TO DOORO.
           MOVE ZERO TO WS-ROW-COUNT.
      *
           EXEC CICS STARTBR FILE(APPT-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(APPT-FILE-NAME)
                           INTO(DOCK-APPOINTMENT-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    AND DA-APPT-DATE EQUAL WS-LIST-DATE
                    IF NOT DA-STATUS-CANCELLED
                       IF WS-ROW-COUNT LESS THAN MAX-DISPLAY-ROWS
                          ADD 1 TO WS-ROW-COUNT
                          MOVE WS-ROW-COUNT TO WS-INDEX
                          PERFORM FORMAT-APPOINTMENT-ROW
                       ELSE
                          MOVE DA-DOOR-ID TO DOORO
                          MOVE 'N' TO WS-BROWSE-ACTIVE
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(APPT-FILE-NAME) END-EXEC
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-ROW-COUNT EQUAL ZERO
                 MOVE 'NO APPOINTMENTS BOOKED FOR THE DAY' TO MSGO
              WHEN DOORO NOT EQUAL SPACES
                 MOVE DOORO TO WS-MORE-DOOR-ID
                 MOVE WS-MORE-MESSAGE TO MSGO
              WHEN OTHER
                 MOVE 'ALL APPOINTMENTS FOR THE DAY LISTED' TO MSGO
           END-EVALUATE.
      *
       BROWSE-DAY-APPOINTMENTS-EXIT.
           EXIT.
      *
      *    Format the appointment into result row WS-INDEX, with
      *    where the truck stands against its slot.
       FORMAT-APPOINTMENT-ROW.
      *
           MOVE DA-DOOR-ID TO AR-DOOR-ID.
           MOVE DA-SLOT-START TO AR-SLOT-START.
           MOVE DA-SLOT-END TO AR-SLOT-END.
           MOVE DA-SUPPLIER TO AR-SUPPLIER.
           MOVE DA-CARRIER TO AR-CARRIER.
           IF DA-ASN-NUMBER NOT EQUAL SPACES
              MOVE DA-ASN-NUMBER TO AR-DELIVERY
           ELSE
              MOVE DA-PO-NUMBER TO WS-PO-DELIVERY-NUMBER
              MOVE WS-PO-DELIVERY TO AR-DELIVERY
           END-IF.
           MOVE SPACES TO AR-ARRIVED-TIME.
      *
           EVALUATE TRUE
              WHEN DA-STATUS-ARRIVED
                 MOVE DA-ARRIVED-TIME TO AR-ARRIVED-TIME
                 IF DA-ARRIVED-DATE GREATER THAN DA-APPT-DATE
                    OR DA-ARRIVED-TIME GREATER THAN DA-SLOT-END
                    MOVE 'ARRIVED LATE' TO AR-STATUS
                 ELSE
                    MOVE 'ARRIVED' TO AR-STATUS
                 END-IF
              WHEN DA-APPT-DATE LESS THAN WS-DATE8
                 MOVE 'NO-SHOW' TO AR-STATUS
              WHEN DA-APPT-DATE EQUAL WS-DATE8
                 AND WS-NOW-HHMM GREATER THAN DA-SLOT-END
                 MOVE 'LATE' TO AR-STATUS
              WHEN OTHER
                 MOVE 'BOOKED' TO AR-STATUS
           END-EVALUATE.
      *
           MOVE WS-APPOINTMENT-ROW TO WS-ROW-TEXT(WS-INDEX).
      *
       FORMAT-APPOINTMENT-ROW-EXIT.
           EXIT.
      *
      *    Blank every result row before filling in whatever this
      *    request produced.
       CLEAR-RESULT-ROWS.
      *
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                     UNTIL WS-INDEX GREATER THAN MAX-DISPLAY-ROWS
              MOVE SPACES TO WS-ROW-TEXT(WS-INDEX)
           END-PERFORM.
      *
       CLEAR-RESULT-ROWS-EXIT.
           EXIT.
