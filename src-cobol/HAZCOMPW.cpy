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
      *    Working-storage half of the shared hazard-compatibility
      *    rule, COPYd alongside HAZCOMPP.cpy the same way DPNORMW
      *    pairs with DPNORMP. The caller moves the part's PARTCTRL
      *    PC-HAZARD-CLASS to WS-HZ-PART-CLASS, has the location's
      *    LOCMAST record in LOCATION-MASTER-RECORD, PERFORMs
      *    CHECK-HAZARD-COMPATIBLE and tests HZ-LOCATION-ACCEPTS.
      *    WS-HZ-LOCATION is the location the caller reads for it.
      *****************************************************************
       01  HAZARD-COMPATIBILITY-WORK.
           03  WS-HZ-PART-CLASS        PIC X(3)  VALUE SPACES.
           03  WS-HZ-LOCATION          PIC X(10) VALUE SPACES.
           03  WS-HZ-INDEX             PIC 9(4)  COMP VALUE ZERO.
           03  WS-HZ-RESULT-FLAG       PIC X(1)  VALUE 'Y'.
               88  HZ-LOCATION-ACCEPTS  VALUE 'Y'.
               88  HZ-LOCATION-REFUSES  VALUE 'N'.
