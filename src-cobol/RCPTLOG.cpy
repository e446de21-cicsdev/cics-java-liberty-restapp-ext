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
      *    One entry per ordinary receipt RECVGDS posts to stock,
      *    keyed on RL-KEY (part, receipt date and the receiving
      *    task - the date and task the receipt's STKMOVE entry
      *    carries), held in the RCPTLOG VSAM KSDS. It remembers
      *    everything the receipt changed besides STOCK-QUANTITY -
      *    the lot, the balance location, the PO line it matched
      *    and whether that closed the line or the PO, the on-order
      *    relieved, the average cost before the receipt, the
      *    price variance, the delivery note, the backorders
      *    filled and the serials put into stock - so RCPTREV can
      *    unwind a receipt booked in error exactly, and only
      *    once. A quarantined receipt writes none; it is settled
      *    through INSPREL.
      *****************************************************************
       01  RECEIPT-LOG-RECORD.
           03   RL-KEY.
                05  RL-PART-ID          PIC 9(8) DISPLAY.
                05  RL-RECEIPT-DATE     PIC X(8).
                05  RL-RECEIPT-TASK     PIC 9(7) DISPLAY.
           03   RL-QUANTITY             PIC 9(8) DISPLAY.
           03   RL-LOCATION             PIC X(10).
      *    The STKLOT lot the receipt was recorded as - the rest
      *    of its key under the part.
           03   RL-LOT-EXPIRY-DATE      PIC X(8).
           03   RL-LOT-SEQUENCE         PIC 9(3) DISPLAY.
           03   RL-LOT-NUMBER           PIC X(10).
      *    The PO line matched; zero when nobody ordered it. 'Y'
      *    when this receipt closed the line, and the PO.
           03   RL-PO-NUMBER            PIC 9(8) DISPLAY.
           03   RL-PO-LINE              PIC 9(3) DISPLAY.
           03   RL-LINE-CLOSED-FLAG     PIC X(1).
                88  RL-CLOSED-THE-LINE   VALUE 'Y'.
           03   RL-PO-CLOSED-FLAG       PIC X(1).
                88  RL-CLOSED-THE-PO     VALUE 'Y'.
           03   RL-ON-ORDER-RELIEVED    PIC 9(8) DISPLAY.
      *    Costing: the average cost before the receipt re-averaged
      *    it, the price the receipt averaged in at, and the
      *    PPVFILE variance written (zero for none) with the PO
      *    price it was struck against.
           03   RL-PRIOR-AVERAGE-COST   PIC 99999V99 PACKED-DECIMAL.
           03   RL-RECEIPT-PRICE        PIC 99999V99 PACKED-DECIMAL.
           03   RL-VARIANCE-VALUE       PIC S9(11)V99
                                        PACKED-DECIMAL.
           03   RL-PO-PRICE             PIC 99999V99 PACKED-DECIMAL.
      *    The DLVNOTE registration - spaces when no note quoted.
           03   RL-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   RL-DELIVERY-NOTE        PIC X(16).
      *    The BACKORD backorders the receipt filled, by sequence
      *    under the part.
           03   RL-BACKORDER-COUNT      PIC 9(2) DISPLAY.
           03   RL-BACKORDER-SEQUENCE   OCCURS 10 TIMES
                                        PIC 9(3) DISPLAY.
           03   RL-STATUS               PIC X(1).
                88  RL-STATUS-POSTED     VALUE 'P'.
                88  RL-STATUS-REVERSED   VALUE 'X'.
      *    Who reversed it, and when - spaces until then.
           03   RL-REVERSED-DATE        PIC X(8).
           03   RL-REVERSED-BY          PIC X(8).
      *    The source's customs data as it stood at the receipt -
      *    country of origin and commodity code off SUPPXREF, for
      *    IMPDECL's import declaration. Spaces when the source
      *    carries none.
           03   RL-ORIGIN-COUNTRY       PIC X(2).
           03   RL-COMMODITY-CODE       PIC X(10).
      *    The SERIALNO units the receipt put into stock, as many
      *    as RECVGDS takes on one receipt - zero for a part that
      *    is not serial-controlled, spaces on entries logged
      *    before the list was kept. A serial already on file (a
      *    unit coming back around) keeps what its record said
      *    before the receipt rewrote it, so a reversal can put it
      *    back; the prior status is a space when the receipt
      *    wrote the record new.
           03   RL-SERIAL-COUNT         PIC 9(2) DISPLAY.
           03   RL-SERIAL-ENTRY         OCCURS 10 TIMES.
                05  RL-SERIAL-NUMBER    PIC X(15).
                05  RL-SN-PRIOR-STATUS  PIC X(1).
                    88  RL-SN-WRITTEN-NEW    VALUE SPACE.
                05  RL-SN-PRIOR-LOT     PIC X(10).
                05  RL-SN-PRIOR-RECEIPT-DATE
                                        PIC X(8).
                05  RL-SN-PRIOR-RECEIPT-USERID
                                        PIC X(8).
                05  RL-SN-PRIOR-SUPPLIER-ID
                                        PIC 9(8) DISPLAY.
                05  RL-SN-PRIOR-RECEIPT-PO
                                        PIC 9(8) DISPLAY.
                05  RL-SN-PRIOR-WARRANTY-MONTHS
                                        PIC 9(3) DISPLAY.
                05  RL-SN-PRIOR-WARRANTY-BASIS
                                        PIC X(1).
                05  RL-SN-PRIOR-WARRANTY-EXPIRY
                                        PIC X(8).
