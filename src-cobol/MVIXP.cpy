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
      *    Procedure half of the shared STKMVIX index wiring,
      *    COPYd into the PROCEDURE DIVISION of a batch job that
      *    appends to the STKMOVE ledger (see MVIXW.cpy). With the
      *    entry just written still in STKMOVE, PERFORM
      *    INDEX-MOVEMENT writes its STKMVIX index entry - the
      *    batch counterpart of the MOVINDX program the online
      *    writers LINK to. Two movements for one part in the same
      *    second step MX-SEQUENCE until the key is free; any other
      *    failure is reported and left for MVIXCHK to find, since
      *    the ledger entry itself has already been written.
      *****************************************************************
      *
      *    Index the STKMOVE entry just appended to the ledger.
       INDEX-MOVEMENT.
      *
           MOVE SPACES TO STKMOVE-INDEX.
           MOVE MV-PART-ID TO MX-PART-ID.
           MOVE MV-MOVEMENT-DATE TO MX-MOVEMENT-DATE.
           MOVE MV-MOVEMENT-TIME TO MX-MOVEMENT-TIME.
           MOVE 1 TO MX-SEQUENCE.
           MOVE STKMOVE TO MX-MOVEMENT.
      *
           MOVE 'N' TO WS-MVIX-DONE-FLAG.
           PERFORM UNTIL MVIX-ENTRY-DONE
              WRITE STKMOVE-INDEX
              IF MVIX-DUPLICATE-KEY AND MX-SEQUENCE < 9999
                 ADD 1 TO MX-SEQUENCE
              ELSE
                 SET MVIX-ENTRY-DONE TO TRUE
              END-IF
           END-PERFORM.
      *
           IF MVIX-STATUS-OK
              ADD 1 TO WS-MVIX-COUNT
           ELSE
              DISPLAY 'STKMVIX WRITE FAILED FOR PART ' MV-PART-ID
                      ' STATUS ' WS-MVIX-STATUS
           END-IF.
      *
       INDEX-MOVEMENT-EXIT.
           EXIT.
