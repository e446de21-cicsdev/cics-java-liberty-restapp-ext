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
      *    One planned order per part, need date and sequence,
      *    keyed on PL-KEY, held in the PLANORD VSAM KSDS. The
      *    weekly MRPRUN batch nets every part's time-phased
      *    demand against stock and open supply and writes what
      *    is still short here - a purchase order to be placed
      *    for a bought part, an assembly order to be opened for
      *    a kit - dated by when the stock is needed and, lead
      *    time back from that, when the order has to go out.
      *    Each run clears the planned entries it wrote last time
      *    and plans again; an entry a buyer has firmed on the
      *    PLANAPV screen is kept, with the draft PO it became,
      *    because that PO now counts as open supply.
      *****************************************************************
       01  PLANNED-ORDER-RECORD.
           03   PL-KEY.
                05  PL-PART-ID          PIC 9(8) DISPLAY.
                05  PL-NEED-DATE        PIC 9(8) DISPLAY.
      *         Tells apart two orders for the same part and day -
      *         a firmed entry from an earlier run can still hold
      *         the date this run wants.
                05  PL-SEQUENCE         PIC 9(2) DISPLAY.
           03   PL-ORDER-TYPE           PIC X(1).
                88  PL-TYPE-PURCHASE     VALUE 'P'.
                88  PL-TYPE-ASSEMBLY     VALUE 'A'.
           03   PL-STATUS               PIC X(1).
                88  PL-STATUS-PLANNED    VALUE 'P'.
                88  PL-STATUS-FIRMED     VALUE 'F'.
      *    Need date less the lead time - the day the order must
      *    be placed (or the build started) to arrive in time.
           03   PL-RELEASE-DATE         PIC 9(8) DISPLAY.
           03   PL-QUANTITY             PIC 9(8) DISPLAY.
      *    The source the run chose and the terms it planned on:
      *    the cheapest approved SUPPXREF entry, or the part's own
      *    SUPPLIER at its UNIT-PRICE on the default lead time
      *    when it has none. An assembly order carries no
      *    supplier and its build days as the lead.
           03   PL-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   PL-LEAD-DAYS            PIC 9(4) DISPLAY.
           03   PL-UNIT-PRICE           PIC 99999V99 PACKED-DECIMAL.
      *    The bill-of-materials level the part was planned at -
      *    zero for a part nothing is built from.
           03   PL-LOW-LEVEL-CODE       PIC 9(2) DISPLAY.
           03   PL-PLAN-DATE            PIC 9(8) DISPLAY.
      *    Set on the PLANAPV screen when the order is firmed.
           03   PL-FIRMED-PO-NUMBER     PIC 9(8) DISPLAY.
           03   PL-FIRMED-DATE          PIC X(8).
           03   PL-FIRMED-BY            PIC X(8).
           03   FILLER                  PIC X(16) VALUE SPACES.
