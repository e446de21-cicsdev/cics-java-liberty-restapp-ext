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
      *    Working-storage half of the shared space calculation,
      *    COPYd alongside SPACECP.cpy the same way HAZCOMPW pairs
      *    with HAZCOMPP. The caller moves a quantity, the part's
      *    PACK-SIZE and its PARTCTRL PC-SPACE-FACTOR (zero when
      *    not numeric) in, PERFORMs CALCULATE-SPACE-TAKEN and
      *    reads the space the quantity takes, in the site's space
      *    unit, from WS-SP-SPACE.
      *****************************************************************
       01  SPACE-CALCULATION-WORK.
           03  WS-SP-QUANTITY          PIC 9(8)       VALUE ZERO.
           03  WS-SP-PACK-SIZE         PIC 9(4)       VALUE ZERO.
           03  WS-SP-FACTOR            PIC 9(5)V9(4)  VALUE ZERO.
           03  WS-SP-SPACE             PIC 9(9)V99    VALUE ZERO.
