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
      *    One repair order per repairable unit (or quantity of a
      *    lot) sent out to a repairer, keyed on part plus a
      *    sequence under the part, held in the REPAIRS VSAM KSDS.
      *    RPRGOODS writes the order as the unit leaves and closes
      *    it when the unit comes home, back at the lot (and
      *    serial) it left from; the RPROVDUE run lists the
      *    orders still out past their expected return date.
      *****************************************************************
       01  REPAIR-ORDER-RECORD.
           03   RO-KEY.
                05  RO-PART-ID          PIC 9(8) DISPLAY.
                05  RO-SEQUENCE         PIC 9(3) DISPLAY.
           03   RO-STATUS               PIC X(1).
                88  RO-STATUS-OUT        VALUE 'O'.
                88  RO-STATUS-RETURNED   VALUE 'R'.
      *    The unit's identity as it left - the serial (spaces for
      *    a part that is not serial-controlled) and the STKLOT lot
      *    it came off, by number and by key, so it goes back to
      *    the same lot on return.
           03   RO-SERIAL-NUMBER        PIC X(15).
           03   RO-LOT-NUMBER           PIC X(10).
           03   RO-LOT-KEY.
                05  RO-LOT-EXPIRY-DATE  PIC X(8).
                05  RO-LOT-SEQUENCE     PIC 9(3) DISPLAY.
           03   RO-LOCATION             PIC X(10).
           03   RO-QUANTITY             PIC 9(8) DISPLAY.
      *    The repairer (a SUPPMAST supplier) and the PO the repair
      *    was raised on.
           03   RO-REPAIRER-ID          PIC 9(8) DISPLAY.
           03   RO-REPAIR-PO-NUMBER     PIC 9(8) DISPLAY.
           03   RO-SENT-DATE            PIC X(8).
           03   RO-SENT-USERID          PIC X(8).
           03   RO-EXPECTED-DATE        PIC X(8).
           03   RO-RETURNED-DATE        PIC X(8).
           03   RO-RETURNED-USERID      PIC X(8).
      *    The repairer's charge, capitalized into AVERAGE-COST on
      *    return.
           03   RO-REPAIR-CHARGE        PIC 9(7)V99 PACKED-DECIMAL.
           03   FILLER                  PIC X(20) VALUE SPACES.
