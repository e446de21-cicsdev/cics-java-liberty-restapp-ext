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
      *    Dock-door time-slot master, one record per receiving
      *    door and slot start time, keyed on DS-KEY, held in the
      *    DOCKSLOT VSAM KSDS and maintained through DOCKMNT. A
      *    door's day is the run of its slots in start-time order;
      *    DS-CAPACITY is how many trucks the door can take in the
      *    slot, which DOCKBOOK refuses to book past. A slot is
      *    deactivated rather than deleted - appointments already
      *    booked into it still point at it.
      *****************************************************************
       01  DOCK-SLOT-RECORD.
           03   DS-KEY.
                05  DS-DOOR-ID          PIC X(4).
      *    Slot start and end as HHMM on the 24-hour clock.
                05  DS-SLOT-START       PIC 9(4) DISPLAY.
           03   DS-SLOT-END             PIC 9(4) DISPLAY.
           03   DS-DESCRIPTION          PIC X(30).
           03   DS-CAPACITY             PIC 9(2) DISPLAY.
           03   DS-ACTIVE-FLAG          PIC X(1).
                88  DS-SLOT-ACTIVE       VALUE 'A'.
                88  DS-SLOT-INACTIVE     VALUE 'I'.
           03   FILLER                  PIC X(20) VALUE SPACES.
