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
      *    One-record sales-order-number control file (SONUMCTL),
      *    the same shape as the PONUMCTL record PO numbering
      *    uses. SORDENT locks it, takes the next number, and
      *    writes it back, so order numbers stay unique.
      *****************************************************************
       01  SO-CONTROL-RECORD.
           03   SOC-LAST-ORDER-NUMBER   PIC 9(8) DISPLAY.
           03   SOC-LAST-USED-DATE      PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8).
