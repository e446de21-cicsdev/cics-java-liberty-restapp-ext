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
      *    One kanban transfer proposal per record, held in the
      *    KBXFER VSAM KSDS and keyed on the part, the line-side
      *    location it is for and the card that raised it. KBTRIG
      *    writes it open when a transfer-sourced card (KANBAN) is
      *    scanned - the bin quantity to move from the card's bulk
      *    location. The stores move it like any other transfer;
      *    when STKXFER lands that part at that location the first
      *    open proposal there is marked done and its card goes
      *    back to full. A card scanned again reuses its own
      *    record, reopened.
      *****************************************************************
       01  KANBAN-TRANSFER-RECORD.
           03   KX-KEY.
                05  KX-PART-ID          PIC 9(8) DISPLAY.
                05  KX-TO-LOCATION      PIC X(10).
                05  KX-CARD-ID          PIC X(8).
           03   KX-FROM-LOCATION        PIC X(10).
           03   KX-QUANTITY             PIC 9(8) DISPLAY.
           03   KX-RAISED-DATE          PIC X(8).
           03   KX-RAISED-BY            PIC X(8).
           03   KX-STATUS               PIC X(1).
                88  KX-STATUS-OPEN       VALUE 'O'.
                88  KX-STATUS-DONE       VALUE 'D'.
           03   KX-DONE-DATE            PIC X(8).
           03   FILLER                  PIC X(11) VALUE SPACES.
