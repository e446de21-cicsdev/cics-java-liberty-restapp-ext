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
      *    One-record warranty-claim number control file
      *    (WCLMNCTL), the same shape as the NCRNOCTL record NCR
      *    numbering uses. WCLMMNT locks it, takes the next
      *    number, and writes it back, so claim numbers stay
      *    unique.
      *****************************************************************
       01  CLAIM-CONTROL-RECORD.
           03   WCC-LAST-CLAIM-NUMBER   PIC 9(8) DISPLAY.
           03   WCC-LAST-USED-DATE      PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8).
