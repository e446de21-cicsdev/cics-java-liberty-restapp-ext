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
      *    Procedure half of the shared space calculation, COPYd
      *    into the PROCEDURE DIVISION of the SPACECHK capacity
      *    check and the weekly SPACERPT report alike, so the
      *    putaway and the utilisation figures agree. See
      *    SPACECW.cpy for the fields. A quantity takes its number
      *    of packs times the part's space factor; a part with no
      *    pack size is counted one unit to the pack, and one with
      *    no factor takes no measured space.
      *****************************************************************
      *
       CALCULATE-SPACE-TAKEN.
      *
           IF WS-SP-PACK-SIZE EQUAL ZERO
              MOVE 1 TO WS-SP-PACK-SIZE
           END-IF.
           COMPUTE WS-SP-SPACE ROUNDED =
                   WS-SP-QUANTITY * WS-SP-FACTOR / WS-SP-PACK-SIZE.
      *
       CALCULATE-SPACE-TAKEN-EXIT.
           EXIT.
