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
      *    Dock appointments, one record per carrier delivery
      *    booked into a door's time slot, keyed on the date, door,
      *    slot and a sequence within the slot (so a browse on a
      *    date walks the day door by door, slot by slot), held in
      *    the DOCKAPPT VSAM KSDS. Booked and cancelled through
      *    DOCKBOOK against the DOCKSLOT master, linked to the ASN
      *    or PO the truck is bringing; RECVGDS marks it arrived
      *    when the delivery's first line is booked in. DOCKDAY
      *    shows the day's appointments to the receiving office
      *    and the weekly DOCKRPT lists late arrivals and no-shows
      *    by supplier.
      *****************************************************************
       01  DOCK-APPOINTMENT-RECORD.
           03   DA-KEY.
                05  DA-APPT-DATE        PIC X(8).
                05  DA-DOOR-ID          PIC X(4).
                05  DA-SLOT-START       PIC 9(4) DISPLAY.
                05  DA-SEQUENCE         PIC 9(2) DISPLAY.
      *    The slot's end as it stood when the booking was made -
      *    an arrival after it is late.
           03   DA-SLOT-END             PIC 9(4) DISPLAY.
           03   DA-SUPPLIER             PIC 9(8) DISPLAY.
           03   DA-CARRIER              PIC X(20).
      *    The delivery the truck brings - the supplier's ASN, the
      *    PO, or both; at least one is always present.
           03   DA-ASN-NUMBER           PIC X(10).
           03   DA-PO-NUMBER            PIC 9(8) DISPLAY.
           03   DA-STATUS               PIC X(1).
                88  DA-STATUS-BOOKED     VALUE 'B'.
                88  DA-STATUS-ARRIVED    VALUE 'A'.
                88  DA-STATUS-CANCELLED  VALUE 'C'.
      *    Stamped by RECVGDS when the first line is received -
      *    the time is HHMM, comparable with the slot end.
           03   DA-ARRIVED-DATE         PIC X(8).
           03   DA-ARRIVED-TIME         PIC 9(4) DISPLAY.
           03   DA-BOOKED-BY            PIC X(8).
           03   DA-BOOKED-DATE          PIC X(8).
           03   FILLER                  PIC X(20) VALUE SPACES.
