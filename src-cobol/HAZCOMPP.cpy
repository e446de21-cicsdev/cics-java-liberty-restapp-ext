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
      *    Procedure half of the shared hazard-compatibility rule,
      *    COPYd into the PROCEDURE DIVISION of RECVGDS, STKXFER,
      *    ASMORDER and the nightly HAZRPT report alike, so the
      *    putaway, the refusal and the safety officer's list apply
      *    the one rule. See HAZCOMPW.cpy for the fields. A part with no
      *    hazard class goes anywhere; a hazardous part only where
      *    the location's permitted list names its class.
      *****************************************************************
      *
       CHECK-HAZARD-COMPATIBLE.
      *
           IF WS-HZ-PART-CLASS EQUAL SPACES
              SET HZ-LOCATION-ACCEPTS TO TRUE
           ELSE
              SET HZ-LOCATION-REFUSES TO TRUE
              PERFORM VARYING WS-HZ-INDEX FROM 1 BY 1
                        UNTIL WS-HZ-INDEX GREATER THAN 5
                 IF LM-PERMITTED-CLASS(WS-HZ-INDEX) EQUAL
                    WS-HZ-PART-CLASS
                    SET HZ-LOCATION-ACCEPTS TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
      *
       CHECK-HAZARD-COMPATIBLE-EXIT.
           EXIT.
