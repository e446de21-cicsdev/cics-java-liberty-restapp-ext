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
      *    One line of a printed pick list, keyed on the list number
      *    and the line's place in the picker's walk, held in the
      *    PICKLINE VSAM KSDS. The PICKLIST run numbers each list
      *    off the PLNUMCTL control record and writes a line for
      *    every reservation it prints; the RF gun's pick function
      *    (PICKCONF) confirms each line with the quantity actually
      *    picked, and PICKINQ reports each list as untouched,
      *    part-picked or complete from the state of its lines.
      *****************************************************************
       01  PICK-LINE-RECORD.
           03   PK-KEY.
                05  PK-LIST-NUMBER      PIC 9(8) DISPLAY.
                05  PK-LINE-NUMBER      PIC 9(4) DISPLAY.
      *    The reservation the line picks (RESERVN key).
           03   PK-PART-ID              PIC 9(8) DISPLAY.
           03   PK-RESERVATION-SEQ      PIC 9(3) DISPLAY.
      *    Where to pick it from and which lot - as PICKLIST
      *    resolved them when the list was printed.
           03   PK-LOCATION             PIC X(10).
           03   PK-LOT-NUMBER           PIC X(10).
           03   PK-PICK-QUANTITY        PIC 9(8) DISPLAY.
           03   PK-REQUESTER-REF        PIC X(12).
           03   PK-LINE-STATUS          PIC X(1).
                88  PK-LINE-OPEN         VALUE 'O'.
                88  PK-LINE-PICKED       VALUE 'P'.
      *         Picked short - the unpicked remainder was released
      *         and backordered, and the location sheeted for a
      *         cycle count.
                88  PK-LINE-SHORT        VALUE 'S'.
      *    The business date the list was printed.
           03   PK-LIST-DATE            PIC X(8).
      *    Filled in when the line is confirmed on the gun.
           03   PK-PICKED-QUANTITY      PIC 9(8) DISPLAY.
           03   PK-CONFIRM-DATE         PIC X(8).
           03   PK-CONFIRMED-BY         PIC X(8).
           03   FILLER                  PIC X(10) VALUE SPACES.
