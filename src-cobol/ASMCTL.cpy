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
      *    One-record assembly-order number control file
      *    (ASMNOCTL), the same shape as the NCRNOCTL record NCR
      *    numbering uses. ASMORDER locks it, takes the next
      *    number, and writes it back, so order numbers stay
      *    unique.
      *****************************************************************
       01  ASSEMBLY-CONTROL-RECORD.
           03   ASC-LAST-ORDER-NUMBER   PIC 9(8) DISPLAY.
           03   ASC-LAST-USED-DATE      PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8).
