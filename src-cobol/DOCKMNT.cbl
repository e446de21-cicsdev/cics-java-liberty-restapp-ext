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
      * Dock-door time-slot master maintenance. Receiving doors and
      * the slots each door's day is cut into live on DOCKSLOT,
      * and this is where a slot becomes bookable: A=add a slot
      * (door, start and end time, description, how many trucks
      * the door takes in it), U=update one, D=deactivate it
      * (DOCKBOOK then refuses new bookings into it), R=reactivate
      * it, I=inquire one, and B=browse from a starting door and
      * time - up to ten slots per call. A slot is never deleted -
      * appointments already booked still point at it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              DOCKMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    DOCKSLOT copybook - the door time slot being maintained.
           COPY DOCKSLOT.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS file to use
       77  SLOT-FILE-NAME       PIC X(8) VALUE 'DOCKSLOT'.
      *
       77  MAX-BROWSE-ENTRIES   PIC 9(2) VALUE 10.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-BROWSE-KEY     PIC X(8)      VALUE SPACES.
           03 WS-BROWSE-ACTIVE  PIC X(1)      VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
           03 WS-FIELDS-OK-FLAG PIC X(1)      VALUE 'N'.
              88 FIELDS-OK         VALUE 'Y'.
      *
      *    A slot time taken apart for the clock check.
           03 WS-CLOCK-TIME     PIC 9(4)      VALUE ZERO.
           03 WS-CLOCK-PARTS REDEFINES WS-CLOCK-TIME.
              05 WS-CLOCK-HH    PIC 9(2).
              05 WS-CLOCK-MM    PIC 9(2).
           03 WS-CLOCK-OK-FLAG  PIC X(1)      VALUE 'N'.
              88 CLOCK-TIME-OK     VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-UPDATE       VALUE 'U'.
              88 CA-ACTION-DEACTIVATE   VALUE 'D'.
              88 CA-ACTION-REACTIVATE   VALUE 'R'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
              88 CA-ACTION-BROWSE       VALUE 'B'.
           03 CA-DOOR-ID             PIC X(4).
           03 CA-SLOT-START          PIC 9(4) DISPLAY.
           03 CA-SLOT-END            PIC 9(4) DISPLAY.
           03 CA-DESCRIPTION         PIC X(30).
           03 CA-CAPACITY            PIC 9(2) DISPLAY.
      *
      *    Returned on every successful single-slot action - the
      *    slot as it now stands on file.
           03 CA-ACTIVE-FLAG         PIC X(1).
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Browse reply - up to ten slots from CA-DOOR-ID and
      *    CA-SLOT-START onward, in door and time order.
           03 CA-BROWSE-COUNT        PIC 9(2) DISPLAY.
           03 CA-BROWSE-ENTRY        OCCURS 10 TIMES.
              05 CA-BR-DOOR-ID       PIC X(4).
              05 CA-BR-SLOT-START    PIC 9(4) DISPLAY.
              05 CA-BR-SLOT-END      PIC 9(4) DISPLAY.
              05 CA-BR-DESCRIPTION   PIC X(30).
              05 CA-BR-CAPACITY      PIC 9(2) DISPLAY.
              05 CA-BR-ACTIVE        PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE ZERO TO CA-BROWSE-COUNT.
      *
           EVALUATE TRUE
              WHEN CA-ACTION-BROWSE
                 PERFORM DO-BROWSE
              WHEN CA-DOOR-ID EQUAL SPACES
                 OR CA-SLOT-START NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-SLOT
              WHEN CA-ACTION-UPDATE
                 PERFORM DO-UPDATE-SLOT
              WHEN CA-ACTION-DEACTIVATE
                 PERFORM DO-CHANGE-STATUS
              WHEN CA-ACTION-REACTIVATE
                 PERFORM DO-CHANGE-STATUS
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Add a slot - the door and start time must be new and
      *    every field valid. A new slot is bookable at once.
       DO-ADD-SLOT.
      *
           PERFORM VALIDATE-SLOT-FIELDS.
           IF CA-DESCRIPTION EQUAL SPACES
              OR NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE SPACES TO DOCK-SLOT-RECORD
              MOVE CA-DOOR-ID TO DS-DOOR-ID
              MOVE CA-SLOT-START TO DS-SLOT-START
              MOVE CA-SLOT-END TO DS-SLOT-END
              MOVE CA-DESCRIPTION TO DS-DESCRIPTION
              MOVE CA-CAPACITY TO DS-CAPACITY
              SET DS-SLOT-ACTIVE TO TRUE
              EXEC CICS WRITE FILE(SLOT-FILE-NAME)
                        FROM(DOCK-SLOT-RECORD)
                        RIDFLD(DS-KEY)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM COPY-SLOT-TO-COMMAREA
              END-EVALUATE
           END-IF.
      *
       DO-ADD-SLOT-EXIT.
           EXIT.
      *
      *    Change a slot's end time or capacity. A blank
      *    description keeps what is on file; the other fields are
      *    always replaced. Appointments already booked keep the
      *    slot end they were booked against.
       DO-UPDATE-SLOT.
      *
           PERFORM VALIDATE-SLOT-FIELDS.
           IF NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-DOOR-ID TO DS-DOOR-ID
              MOVE CA-SLOT-START TO DS-SLOT-START
              EXEC CICS READ FILE(SLOT-FILE-NAME)
                        INTO(DOCK-SLOT-RECORD)
                        RIDFLD(DS-KEY)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    IF CA-DESCRIPTION NOT EQUAL SPACES
                       MOVE CA-DESCRIPTION TO DS-DESCRIPTION
                    END-IF
                    MOVE CA-SLOT-END TO DS-SLOT-END
                    MOVE CA-CAPACITY TO DS-CAPACITY
                    PERFORM REWRITE-SLOT
              END-EVALUATE
           END-IF.
      *
       DO-UPDATE-SLOT-EXIT.
           EXIT.
      *
      *    Deactivate or reactivate a slot - it stays on file
      *    either way, because booked appointments may still point
      *    at it.
       DO-CHANGE-STATUS.
      *
           MOVE CA-DOOR-ID TO DS-DOOR-ID.
           MOVE CA-SLOT-START TO DS-SLOT-START.
           EXEC CICS READ FILE(SLOT-FILE-NAME)
                     INTO(DOCK-SLOT-RECORD)
                     RIDFLD(DS-KEY)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 IF CA-ACTION-DEACTIVATE
                    SET DS-SLOT-INACTIVE TO TRUE
                 ELSE
                    SET DS-SLOT-ACTIVE TO TRUE
                 END-IF
                 PERFORM REWRITE-SLOT
           END-EVALUATE.
      *
       DO-CHANGE-STATUS-EXIT.
           EXIT.
      *
      *    Return one slot's master fields.
       DO-INQUIRE.
      *
           MOVE CA-DOOR-ID TO DS-DOOR-ID.
           MOVE CA-SLOT-START TO DS-SLOT-START.
           EXEC CICS READ FILE(SLOT-FILE-NAME)
                     INTO(DOCK-SLOT-RECORD)
                     RIDFLD(DS-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM COPY-SLOT-TO-COMMAREA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Browse up to ten slots from the starting door and time
      *    - a blank door starts at the first door on file.
       DO-BROWSE.
      *
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           IF CA-DOOR-ID NOT EQUAL SPACES
              MOVE CA-DOOR-ID TO WS-BROWSE-KEY(1:4)
              IF CA-SLOT-START NUMERIC
                 MOVE CA-SLOT-START TO WS-BROWSE-KEY(5:4)
              END-IF
           END-IF.
           EXEC CICS STARTBR FILE(SLOT-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR CA-BROWSE-COUNT NOT LESS THAN
                    MAX-BROWSE-ENTRIES
                 EXEC CICS READNEXT FILE(SLOT-FILE-NAME)
                           INTO(DOCK-SLOT-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    ADD 1 TO CA-BROWSE-COUNT
                    MOVE DS-DOOR-ID TO
                         CA-BR-DOOR-ID(CA-BROWSE-COUNT)
                    MOVE DS-SLOT-START TO
                         CA-BR-SLOT-START(CA-BROWSE-COUNT)
                    MOVE DS-SLOT-END TO
                         CA-BR-SLOT-END(CA-BROWSE-COUNT)
                    MOVE DS-DESCRIPTION TO
                         CA-BR-DESCRIPTION(CA-BROWSE-COUNT)
                    MOVE DS-CAPACITY TO
                         CA-BR-CAPACITY(CA-BROWSE-COUNT)
                    MOVE DS-ACTIVE-FLAG TO
                         CA-BR-ACTIVE(CA-BROWSE-COUNT)
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(SLOT-FILE-NAME) END-EXEC
           END-IF.
      *
           IF CA-BROWSE-COUNT EQUAL ZERO
              SET RC-NOTFND TO TRUE
           END-IF.
      *
       DO-BROWSE-EXIT.
           EXIT.
      *
      *    Put the locked slot back.
       REWRITE-SLOT.
      *
           EXEC CICS REWRITE FILE(SLOT-FILE-NAME)
                     FROM(DOCK-SLOT-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM COPY-SLOT-TO-COMMAREA
           END-IF.
      *
       REWRITE-SLOT-EXIT.
           EXIT.
      *
      *    Both times must be real HHMM clock times with the end
      *    after the start, and the door must take at least one
      *    truck in the slot.
       VALIDATE-SLOT-FIELDS.
      *
           MOVE 'N' TO WS-FIELDS-OK-FLAG.
           MOVE CA-SLOT-START TO WS-CLOCK-TIME.
           PERFORM CHECK-CLOCK-TIME.
           IF CLOCK-TIME-OK
              AND CA-SLOT-END NUMERIC
              MOVE CA-SLOT-END TO WS-CLOCK-TIME
              PERFORM CHECK-CLOCK-TIME
              IF CLOCK-TIME-OK
                 AND CA-SLOT-END GREATER THAN CA-SLOT-START
                 AND CA-CAPACITY NUMERIC
                 AND CA-CAPACITY GREATER THAN ZERO
                 SET FIELDS-OK TO TRUE
              END-IF
           END-IF.
      *
       VALIDATE-SLOT-FIELDS-EXIT.
           EXIT.
      *
      *    Hours 00-23, minutes 00-59 - 2400 is not a slot end.
       CHECK-CLOCK-TIME.
      *
           MOVE 'N' TO WS-CLOCK-OK-FLAG.
           IF WS-CLOCK-HH NOT GREATER THAN 23
              AND WS-CLOCK-MM NOT GREATER THAN 59
              SET CLOCK-TIME-OK TO TRUE
           END-IF.
      *
       CHECK-CLOCK-TIME-EXIT.
           EXIT.
      *
      *    Hand the slot as it stands on file back to the caller.
       COPY-SLOT-TO-COMMAREA.
      *
           MOVE DS-SLOT-END TO CA-SLOT-END.
           MOVE DS-DESCRIPTION TO CA-DESCRIPTION.
           MOVE DS-CAPACITY TO CA-CAPACITY.
           MOVE DS-ACTIVE-FLAG TO CA-ACTIVE-FLAG.
      *
       COPY-SLOT-TO-COMMAREA-EXIT.
           EXIT.
