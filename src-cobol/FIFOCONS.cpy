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
      *    One draw a stock decrease made on a FIFO cost layer,
      *    keyed on FU-KEY (part, movement date YYYYMMDD, the
      *    movement's task and a sequence within it), held in the
      *    FIFOCONS VSAM KSDS and written by FIFOPOST. A decrease
      *    spanning several layers writes one entry per layer.
      *    FU-RESTORED-QUANTITY counts the units a later return
      *    (RETSTK to the same department), repair return or
      *    part-merge put back into the layer named, so the same
      *    units are never restored twice. Spaces FU-LAYER-DATE
      *    marks units taken with no layer left to draw on,
      *    costed at the part's AVERAGE-COST at the time.
      *****************************************************************
       01  FIFO-CONSUME-RECORD.
           03   FU-KEY.
                05  FU-PART-ID          PIC 9(8) DISPLAY.
                05  FU-MOVEMENT-DATE    PIC X(8).
                05  FU-MOVEMENT-TASK    PIC 9(7) DISPLAY.
                05  FU-SEQUENCE         PIC 9(3) DISPLAY.
      *    The STKMOVE type that drew on the layer, with its
      *    department and requisition - what a return is matched
      *    against.
           03   FU-MOVEMENT-TYPE        PIC X(1).
           03   FU-DEPARTMENT           PIC X(6).
           03   FU-REQUISITION          PIC X(8).
           03   FU-LAYER-DATE           PIC X(8).
                88  FU-UNLAYERED         VALUE SPACES.
           03   FU-LAYER-TASK           PIC 9(7) DISPLAY.
           03   FU-QUANTITY             PIC 9(8) DISPLAY.
           03   FU-UNIT-COST            PIC 99999V99 PACKED-DECIMAL.
           03   FU-RESTORED-QUANTITY    PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(20).
