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
      *    One landed-cost entry per part a freight, duty or
      *    brokerage charge was spread over, appended to the
      *    LANDCOST (ESDS) ledger by LANDCST. The charge used to
      *    arrive days after the goods on a separate invoice and
      *    never reach AVERAGE-COST; each entry records the share
      *    of the charge the part took, how much of it landed on
      *    units still on hand (the part's AVERAGE-COST before and
      *    after), and the delivery note or PO it was charged
      *    against. GLEXTRCT posts the day's entries by charge
      *    type instead of finance raising a manual journal.
      *****************************************************************
       01  LANDED-COST-RECORD.
           03   LC-PART-ID              PIC 9(8) DISPLAY.
           03   LC-CHARGE-TYPE          PIC X(4).
                88  LC-CHARGE-FREIGHT    VALUE 'FRGT'.
                88  LC-CHARGE-DUTY       VALUE 'DUTY'.
                88  LC-CHARGE-BROKERAGE  VALUE 'BROK'.
                88  LC-CHARGE-OTHER      VALUE 'OTHR'.
                88  LC-CHARGE-TYPE-VALID VALUE 'FRGT' 'DUTY'
                                               'BROK' 'OTHR'.
      *         A repairer's charge capitalized by RPRGOODS when a
      *         repaired unit comes back - never keyed on LANDCST,
      *         so it stays out of the valid list above.
                88  LC-CHARGE-REPAIR     VALUE 'REPR'.
      *    What the charge was raised against - a supplier's
      *    delivery note, or a PO (note blank).
           03   LC-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   LC-NOTE-NUMBER          PIC X(16).
           03   LC-PO-NUMBER            PIC 9(8) DISPLAY.
      *    The carrier's or broker's own invoice reference.
           03   LC-CHARGE-REF           PIC X(16).
           03   LC-SPREAD-BASIS         PIC X(1).
                88  LC-SPREAD-BY-VALUE   VALUE 'V'.
                88  LC-SPREAD-BY-QUANTITY VALUE 'Q'.
           03   LC-RECEIVED-QUANTITY    PIC 9(8) DISPLAY.
      *    The part's share of the charge, and the part of that
      *    share carried by units still on hand - the rest fell
      *    on units already gone and posts to variance.
           03   LC-ALLOCATED-VALUE      PIC 9(9)V99 PACKED-DECIMAL.
           03   LC-CAPITALIZED-VALUE    PIC 9(9)V99 PACKED-DECIMAL.
           03   LC-OLD-AVERAGE-COST     PIC 99999V99 PACKED-DECIMAL.
           03   LC-NEW-AVERAGE-COST     PIC 99999V99 PACKED-DECIMAL.
           03   LC-CATEGORY             PIC X(4).
           03   LC-POST-DATE            PIC X(8).
           03   LC-POST-TIME            PIC 9(6) DISPLAY.
           03   LC-CICS-USERID          PIC X(8).
           03   LC-PERIOD               PIC X(6).
           03   FILLER                  PIC X(12) VALUE SPACES.
