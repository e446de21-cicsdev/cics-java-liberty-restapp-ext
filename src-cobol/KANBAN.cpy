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
      *    One kanban card per record, keyed on the card ID, held in
      *    the KANBAN VSAM KSDS and maintained through KBCARDMT. A
      *    card stands for one bin of a part at a line-side
      *    location: when the bin empties its card is scanned on
      *    the RF gun (RFGUN function K, through KBTRIG) and the
      *    bin quantity is replenished from the card's source -
      *    a draft PO line to the supplier, or a transfer
      *    proposal (KBXFER) from the bulk location. The card then
      *    sits in replenishment until the matching receipt
      *    (RECVGDS, off the PO line's card ID) or transfer
      *    (STKXFER, off the proposal) lands, and goes back to
      *    full. KBAGE lists the cards stuck in between.
      *****************************************************************
       01  KANBAN-CARD-RECORD.
           03   KB-CARD-ID              PIC X(8).
           03   KB-PART-ID              PIC 9(8) DISPLAY.
      *    The line-side location the bin sits at, and what one
      *    bin holds - the quantity every replenishment asks for.
           03   KB-LOCATION             PIC X(10).
           03   KB-BIN-QUANTITY         PIC 9(8) DISPLAY.
      *    Where the refill comes from: 'S' a supplier, on a draft
      *    PO to KB-SUPPLIER-ID; 'T' a transfer from the bulk
      *    location KB-SOURCE-LOCATION.
           03   KB-SOURCE-TYPE          PIC X(1).
                88  KB-SOURCE-SUPPLIER   VALUE 'S'.
                88  KB-SOURCE-TRANSFER   VALUE 'T'.
           03   KB-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   KB-SOURCE-LOCATION      PIC X(10).
           03   KB-STATUS               PIC X(1).
                88  KB-STATUS-FULL       VALUE 'F'.
                88  KB-STATUS-IN-REPLEN  VALUE 'R'.
      *    Stamped when the card is scanned - who sent it and when,
      *    and on a supplier card the draft PO line raised for it.
      *    The PO fields are zero on a transfer card.
           03   KB-TRIGGER-DATE         PIC X(8).
           03   KB-TRIGGER-TIME         PIC 9(6) DISPLAY.
           03   KB-TRIGGERED-BY         PIC X(8).
           03   KB-PO-NUMBER            PIC 9(8) DISPLAY.
           03   KB-PO-LINE-NUMBER       PIC 9(3) DISPLAY.
      *    The day the last replenishment landed and the card went
      *    back to full.
           03   KB-REFILL-DATE          PIC X(8).
           03   FILLER                  PIC X(25) VALUE SPACES.
