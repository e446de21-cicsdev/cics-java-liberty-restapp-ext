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
      *    One kit assembly (build-to-stock) or disassembly order,
      *    keyed on the order number ASMORDER takes from the
      *    ASMNOCTL control record, held in the ASMORDS VSAM KSDS.
      *    The order is opened for a quantity of one kit part and
      *    completed in one unit of work: every exploded BOMFILE
      *    component and the kit itself move on STKMOVE as
      *    assembly movements ('K') carrying the order number, the
      *    lots drawn are traced on LOTCONS, and the finished (or
      *    broken-down) stock is put on a lot named after the
      *    order.
      *****************************************************************
       01  ASSEMBLY-ORDER-RECORD.
           03   AO-ORDER-NUMBER         PIC 9(8) DISPLAY.
      *    'A' builds kits out of their components, 'D' breaks kits
      *    back down into them.
           03   AO-ORDER-TYPE           PIC X(1).
                88  AO-TYPE-ASSEMBLY     VALUE 'A'.
                88  AO-TYPE-DISASSEMBLY  VALUE 'D'.
                88  AO-TYPE-VALID        VALUE 'A' 'D'.
           03   AO-STATUS               PIC X(1).
                88  AO-STATUS-OPEN       VALUE 'O'.
                88  AO-STATUS-COMPLETE   VALUE 'C'.
                88  AO-STATUS-CANCELLED  VALUE 'X'.
           03   AO-KIT-PART-ID          PIC 9(8) DISPLAY.
           03   AO-QUANTITY             PIC 9(8) DISPLAY.
      *    Where the kits are put away (or taken from) - spaces
      *    means the kit part's own WAREHOUSE-LOCATION. Components
      *    always move at their own home locations.
           03   AO-LOCATION             PIC X(10).
           03   AO-OPENED-DATE          PIC X(8).
           03   AO-OPENED-USERID        PIC X(8).
           03   AO-COMPLETED-DATE       PIC X(8).
           03   AO-COMPLETED-USERID     PIC X(8).
      *    Filled in at completion: how many distinct components
      *    the explosion moved, their total value at average cost,
      *    the cost each kit was received (or relieved) at, and
      *    the lot the incoming stock was put on.
           03   AO-COMPONENT-COUNT      PIC 9(4) DISPLAY.
           03   AO-COMPONENT-VALUE      PIC 9(9)V99 PACKED-DECIMAL.
           03   AO-KIT-UNIT-COST        PIC 9(7)V99 PACKED-DECIMAL.
           03   AO-LOT-NUMBER           PIC X(10).
           03   FILLER                  PIC X(20) VALUE SPACES.
