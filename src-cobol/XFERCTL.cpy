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
      *    One-record transfer-number control file (XFRNOCTL), the
      *    same shape as the ASMNOCTL record assembly-order
      *    numbering uses. STKXFER locks it, takes the next number
      *    when a transfer ships, and writes it back, so transfer
      *    numbers stay unique.
      *****************************************************************
       01  TRANSFER-CONTROL-RECORD.
           03   XC-LAST-TRANSFER-NUMBER PIC 9(8) DISPLAY.
           03   XC-LAST-USED-DATE       PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8).
