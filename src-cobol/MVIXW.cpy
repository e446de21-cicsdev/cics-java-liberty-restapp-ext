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
      *    Working-storage half of the shared STKMVIX index wiring
      *    for batch jobs that append to the STKMOVE ledger. A job
      *    COPYs this alongside STKMVIX, declares MOVE-INDEX-FILE
      *    (INDEXED, RANDOM, key MX-KEY, FILE STATUS
      *    WS-MVIX-STATUS), opens it I-O, and PERFORMs
      *    INDEX-MOVEMENT (see MVIXP.cpy) after each ledger WRITE.
      *****************************************************************
       01  MOVE-INDEX-WORK.
           03  WS-MVIX-STATUS          PIC X(2) VALUE '00'.
                88  MVIX-STATUS-OK      VALUE '00'.
                88  MVIX-DUPLICATE-KEY  VALUE '22'.
           03  WS-MVIX-DONE-FLAG       PIC X(1) VALUE 'N'.
                88  MVIX-ENTRY-DONE     VALUE 'Y'.
           03  WS-MVIX-COUNT           PIC 9(8) VALUE ZERO.
