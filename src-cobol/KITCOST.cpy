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
      *    One rolled-up material cost per kit part, keyed on the
      *    kit's part id, held in the KITCOST VSAM KSDS and
      *    rewritten by every KITROLL run. The cost is each real
      *    component's AVERAGE-COST (UNIT-PRICE when it has none)
      *    times the quantity one kit needs of it, through every
      *    BOMFILE level. The previous roll's cost and date ride
      *    along so the run can flag how far the cost has moved
      *    since pricing last looked.
      *****************************************************************
       01  KIT-COST-RECORD.
           03   KC-KIT-PART-ID          PIC 9(8) DISPLAY.
           03   KC-ROLLED-COST          PIC 9(9)V99 PACKED-DECIMAL.
           03   KC-ROLL-DATE            PIC X(8).
      *    The kit's UNIT-PRICE when the cost was rolled.
           03   KC-UNIT-PRICE           PIC 99999V99 PACKED-DECIMAL.
           03   KC-COMPONENT-COUNT      PIC 9(4) DISPLAY.
      *    'Y' when a component was missing from the part master
      *    or the structure was too big to walk - the cost is
      *    short by whatever could not be priced.
           03   KC-INCOMPLETE-FLAG      PIC X(1).
                88  KC-COST-INCOMPLETE   VALUE 'Y'.
                88  KC-COST-COMPLETE     VALUE 'N'.
           03   KC-PREVIOUS-COST        PIC 9(9)V99 PACKED-DECIMAL.
           03   KC-PREVIOUS-DATE        PIC X(8).
           03   FILLER                  PIC X(16) VALUE SPACES.
