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
      * Dock appointment booking. A carrier's delivery is booked
      * into one of a receiving door's DOCKSLOT time slots for a
      * date, linked to the ASN (the ASNFILE expected-delivery
      * register) or the PO it brings - so the office sees three
      * trucks heading for one open door before Monday 8am rather
      * than at it. B=book: the slot must be active, the date not
      * past, the ASN still expected or the PO released, and the
      * slot must not already hold as many trucks as the door's
      * capacity - a full slot is refused with 'K' and nothing is
      * written. The sequence the booking took in its slot and
      * the supplier it resolved to are handed back. C=cancel a
      * booked appointment (an arrived one stays as history), and
      * I=inquire one.
      *
      * The ASN register is keyed on part, so an ASN number is
      * found by the same front-to-back scan ASNVIEW makes.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              DOCKBOOK.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    DOCKAPPT copybook - the appointment being booked.
           COPY DOCKAPPT.
      *
      *    DOCKSLOT copybook - the door slot it is booked into.
           COPY DOCKSLOT.
      *
      *    ASN copybook - the expected delivery it may name.
           COPY ASN.
      *
      *    PURCHORD copybook - the PO header it may name.
           COPY PURCHORD.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  APPT-FILE-NAME       PIC X(8) VALUE 'DOCKAPPT'.
       77  SLOT-FILE-NAME       PIC X(8) VALUE 'DOCKSLOT'.
       77  ASN-FILE-NAME        PIC X(8) VALUE 'ASNFILE'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
      *
      *    Highest sequence a slot's key can carry.
       77  MAX-SLOT-SEQUENCE    PIC 9(2) VALUE 99.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 BROWSE-RESP       PIC 9(8) COMP VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)      VALUE SPACES.
           03 WS-USERID         PIC X(8)      VALUE SPACES.
           03 WS-BROWSE-ACTIVE  PIC X(1)      VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
           03 WS-ASN-BROWSE-KEY PIC X(19)     VALUE SPACES.
           03 WS-APPT-BROWSE-KEY PIC X(18)    VALUE SPACES.
           03 WS-SLOT-PREFIX    PIC X(16)     VALUE SPACES.
      *
      *    What the delivery resolved to, and how full the slot is.
           03 WS-LINK-FOUND-FLAG PIC X(1)     VALUE 'N'.
              88 LINK-FOUND        VALUE 'Y'.
           03 WS-LINK-SUPPLIER  PIC 9(8)      VALUE ZERO.
           03 WS-LINK-PO-NUMBER PIC 9(8)      VALUE ZERO.
           03 WS-SLOT-BOOKED    PIC 9(4) COMP VALUE ZERO.
           03 WS-LAST-SEQUENCE  PIC 9(2)      VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-BOOK         VALUE 'B'.
              88 CA-ACTION-CANCEL       VALUE 'C'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-APPT-DATE           PIC X(8).
           03 CA-DOOR-ID             PIC X(4).
           03 CA-SLOT-START          PIC 9(4) DISPLAY.
      *    Output from a booking; input to cancel and inquire.
           03 CA-SEQUENCE            PIC 9(2) DISPLAY.
           03 CA-CARRIER             PIC X(20).
      *    The delivery - an ASN number, a PO number, or both.
           03 CA-ASN-NUMBER          PIC X(10).
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
      *
      *    Returned on every successful action - the appointment
      *    as it now stands on file.
           03 CA-SUPPLIER            PIC 9(8) DISPLAY.
           03 CA-SLOT-END            PIC 9(4) DISPLAY.
           03 CA-STATUS              PIC X(1).
           03 CA-ARRIVED-TIME        PIC 9(4) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN CA-APPT-DATE NOT NUMERIC
                 OR CA-DOOR-ID EQUAL SPACES
                 OR CA-SLOT-START NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-BOOK
                 PERFORM DO-BOOK
              WHEN CA-ACTION-CANCEL
                 PERFORM DO-CANCEL
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
      *    Book a delivery into the slot: check the slot, the date
      *    and the delivery it brings, then count what the slot
      *    already holds against the door's capacity.
       DO-BOOK.
      *
           MOVE CA-DOOR-ID TO DS-DOOR-ID.
           MOVE CA-SLOT-START TO DS-SLOT-START.
           EXEC CICS READ FILE(SLOT-FILE-NAME)
                     INTO(DOCK-SLOT-RECORD)
                     RIDFLD(DS-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT DS-SLOT-ACTIVE
                 OR CA-APPT-DATE LESS THAN WS-DATE8
                 OR CA-CARRIER EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 PERFORM RESOLVE-DELIVERY
                 IF RC-SUCCESS
                    PERFORM COUNT-SLOT-BOOKINGS
                 END-IF
                 IF RC-SUCCESS
                    IF WS-SLOT-BOOKED NOT LESS THAN DS-CAPACITY
                       OR WS-LAST-SEQUENCE NOT LESS THAN
                          MAX-SLOT-SEQUENCE
                       SET RC-SLOT-FULL TO TRUE
                    ELSE
                       PERFORM WRITE-APPOINTMENT
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       DO-BOOK-EXIT.
           EXIT.
      *
      *    The truck must be bringing something the site expects:
      *    an ASN not yet received, or a released PO. An ASN
      *    carries its supplier and PO with it; a PO alone is read
      *    for its supplier.
       RESOLVE-DELIVERY.
      *
           MOVE 'N' TO WS-LINK-FOUND-FLAG.
           MOVE ZERO TO WS-LINK-SUPPLIER.
           MOVE ZERO TO WS-LINK-PO-NUMBER.
           IF CA-PO-NUMBER NUMERIC
              MOVE CA-PO-NUMBER TO WS-LINK-PO-NUMBER
           END-IF.
      *
           EVALUATE TRUE
              WHEN CA-ASN-NUMBER NOT EQUAL SPACES
                 PERFORM FIND-ASN-NUMBER
              WHEN WS-LINK-PO-NUMBER GREATER THAN ZERO
                 PERFORM READ-PO-HEADER
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
      *
           IF RC-SUCCESS
              AND NOT LINK-FOUND
              SET RC-NOTFND TO TRUE
           END-IF.
      *
       RESOLVE-DELIVERY-EXIT.
           EXIT.
      *
      *    Scan the ASN register for the first still-expected line
      *    under the ASN number.
       FIND-ASN-NUMBER.
      *
           MOVE LOW-VALUES TO WS-ASN-BROWSE-KEY.
           EXEC CICS STARTBR FILE(ASN-FILE-NAME)
                     RIDFLD(WS-ASN-BROWSE-KEY)
                     GTEQ
                     RESP(BROWSE-RESP)
                     END-EXEC.
           IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR LINK-FOUND
                 EXEC CICS READNEXT FILE(ASN-FILE-NAME)
                           INTO(ASN-RECORD)
                           RIDFLD(WS-ASN-BROWSE-KEY)
                           RESP(BROWSE-RESP)
                           END-EXEC
                 IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
                    IF AN-ASN-NUMBER EQUAL CA-ASN-NUMBER
                       AND NOT AN-STATUS-RECEIVED
                       SET LINK-FOUND TO TRUE
                       MOVE AN-SUPPLIER TO WS-LINK-SUPPLIER
                       IF WS-LINK-PO-NUMBER EQUAL ZERO
                          MOVE AN-PO-NUMBER TO WS-LINK-PO-NUMBER
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ASN-FILE-NAME) END-EXEC
           END-IF.
      *
       FIND-ASN-NUMBER-EXIT.
           EXIT.
      *
      *    The PO header (line zero) - only a released order can
      *    have a truck on the way.
       READ-PO-HEADER.
      *
           MOVE WS-LINK-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NUMBER.
           EXEC CICS READ FILE(PO-FILE-NAME)
                     INTO(PURCHASE-ORDER-RECORD)
                     RIDFLD(PO-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT PO-STATUS-RELEASED
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 SET LINK-FOUND TO TRUE
                 MOVE PO-SUPPLIER TO WS-LINK-SUPPLIER
           END-EVALUATE.
      *
       READ-PO-HEADER-EXIT.
           EXIT.
      *
      *    Count the slot's live bookings (a cancelled one frees
      *    its place) and note the highest sequence used, so the
      *    new booking takes the next one.
       COUNT-SLOT-BOOKINGS.
      *
           MOVE ZERO TO WS-SLOT-BOOKED.
           MOVE ZERO TO WS-LAST-SEQUENCE.
           MOVE CA-APPT-DATE TO DA-APPT-DATE.
           MOVE CA-DOOR-ID TO DA-DOOR-ID.
           MOVE CA-SLOT-START TO DA-SLOT-START.
           MOVE ZERO TO DA-SEQUENCE.
           MOVE DA-KEY TO WS-APPT-BROWSE-KEY.
           MOVE DA-KEY(1:16) TO WS-SLOT-PREFIX.
      *
           EXEC CICS STARTBR FILE(APPT-FILE-NAME)
                     RIDFLD(WS-APPT-BROWSE-KEY)
                     GTEQ
                     RESP(BROWSE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN BROWSE-RESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 SET BROWSE-IS-ACTIVE TO TRUE
                 PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                    EXEC CICS READNEXT FILE(APPT-FILE-NAME)
                              INTO(DOCK-APPOINTMENT-RECORD)
                              RIDFLD(WS-APPT-BROWSE-KEY)
                              RESP(BROWSE-RESP)
                              END-EXEC
                    IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
                       AND DA-KEY(1:16) EQUAL WS-SLOT-PREFIX
                       MOVE DA-SEQUENCE TO WS-LAST-SEQUENCE
                       IF NOT DA-STATUS-CANCELLED
                          ADD 1 TO WS-SLOT-BOOKED
                       END-IF
                    ELSE
                       MOVE 'N' TO WS-BROWSE-ACTIVE
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(APPT-FILE-NAME) END-EXEC
           END-EVALUATE.
      *
       COUNT-SLOT-BOOKINGS-EXIT.
           EXIT.
      *
      *    File the booking under the slot's next sequence.
       WRITE-APPOINTMENT.
      *
           MOVE SPACES TO DOCK-APPOINTMENT-RECORD.
           MOVE CA-APPT-DATE TO DA-APPT-DATE.
           MOVE CA-DOOR-ID TO DA-DOOR-ID.
           MOVE CA-SLOT-START TO DA-SLOT-START.
           ADD 1 TO WS-LAST-SEQUENCE GIVING DA-SEQUENCE.
           MOVE DS-SLOT-END TO DA-SLOT-END.
           MOVE WS-LINK-SUPPLIER TO DA-SUPPLIER.
           MOVE CA-CARRIER TO DA-CARRIER.
           MOVE CA-ASN-NUMBER TO DA-ASN-NUMBER.
           MOVE WS-LINK-PO-NUMBER TO DA-PO-NUMBER.
           SET DA-STATUS-BOOKED TO TRUE.
           MOVE ZERO TO DA-ARRIVED-TIME.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO DA-BOOKED-BY.
           MOVE WS-DATE8 TO DA-BOOKED-DATE.
           EXEC CICS WRITE FILE(APPT-FILE-NAME)
                     FROM(DOCK-APPOINTMENT-RECORD)
                     RIDFLD(DA-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM COPY-APPOINTMENT-TO-COMMAREA
           END-IF.
      *
       WRITE-APPOINTMENT-EXIT.
           EXIT.
      *
      *    Cancel a booked appointment - its place in the slot is
      *    free again. An arrived or already cancelled one is left
      *    as it is.
       DO-CANCEL.
      *
           PERFORM SET-APPOINTMENT-KEY.
           EXEC CICS READ FILE(APPT-FILE-NAME)
                     INTO(DOCK-APPOINTMENT-RECORD)
                     RIDFLD(DA-KEY)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN NOT DA-STATUS-BOOKED
                 EXEC CICS UNLOCK FILE(APPT-FILE-NAME) END-EXEC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 SET DA-STATUS-CANCELLED TO TRUE
                 EXEC CICS REWRITE FILE(APPT-FILE-NAME)
                           FROM(DOCK-APPOINTMENT-RECORD)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 ELSE
                    PERFORM COPY-APPOINTMENT-TO-COMMAREA
                 END-IF
           END-EVALUATE.
      *
       DO-CANCEL-EXIT.
           EXIT.
      *
      *    Return one appointment as it stands.
       DO-INQUIRE.
      *
           PERFORM SET-APPOINTMENT-KEY.
           EXEC CICS READ FILE(APPT-FILE-NAME)
                     INTO(DOCK-APPOINTMENT-RECORD)
                     RIDFLD(DA-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM COPY-APPOINTMENT-TO-COMMAREA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    The full appointment key from the commarea.
       SET-APPOINTMENT-KEY.
      *
           MOVE CA-APPT-DATE TO DA-APPT-DATE.
           MOVE CA-DOOR-ID TO DA-DOOR-ID.
           MOVE CA-SLOT-START TO DA-SLOT-START.
           IF CA-SEQUENCE NUMERIC
              MOVE CA-SEQUENCE TO DA-SEQUENCE
           ELSE
              MOVE ZERO TO DA-SEQUENCE
           END-IF.
      *
       SET-APPOINTMENT-KEY-EXIT.
           EXIT.
      *
      *    Hand the appointment as it stands on file back to the
      *    caller.
       COPY-APPOINTMENT-TO-COMMAREA.
      *
           MOVE DA-SEQUENCE TO CA-SEQUENCE.
           MOVE DA-CARRIER TO CA-CARRIER.
           MOVE DA-ASN-NUMBER TO CA-ASN-NUMBER.
           MOVE DA-PO-NUMBER TO CA-PO-NUMBER.
           MOVE DA-SUPPLIER TO CA-SUPPLIER.
           MOVE DA-SLOT-END TO CA-SLOT-END.
           MOVE DA-STATUS TO CA-STATUS.
           MOVE DA-ARRIVED-TIME TO CA-ARRIVED-TIME.
      *
       COPY-APPOINTMENT-TO-COMMAREA-EXIT.
           EXIT.
