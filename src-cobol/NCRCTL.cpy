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
      *    One-record NCR-number control file (NCRNOCTL), the same
      *    shape as the PONUMCTL record PO numbering uses. NCRMNT
      *    locks it, takes the next number, and writes it back, so
      *    NCR numbers stay unique.
      *****************************************************************
       01  NCR-CONTROL-RECORD.
           03   NCC-LAST-NCR-NUMBER     PIC 9(8) DISPLAY.
           03   NCC-LAST-USED-DATE      PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8).
