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
      *    One entry per non-stock receipt NSRECV posts against a
      *    non-stock PURCHORD line, appended to the NSRCPT file
      *    (ESDS). Nothing enters stock; the receipt's cost (the
      *    line's price at its exchange rate, home currency) is
      *    charged to the requesting department's DEPTDRAW balance
      *    as it is received, and GLEXTRCT posts the day's entries
      *    to the GLACCMAP 'NSTK'/'N' expense mapping.
      *****************************************************************
       01  NON-STOCK-RECEIPT-RECORD.
           03   NR-PO-NUMBER            PIC 9(8) DISPLAY.
           03   NR-PO-LINE              PIC 9(3) DISPLAY.
           03   NR-REQUISITION          PIC 9(8) DISPLAY.
           03   NR-DEPARTMENT           PIC X(6).
           03   NR-SUPPLIER             PIC 9(8) DISPLAY.
           03   NR-QUANTITY             PIC 9(8) DISPLAY.
           03   NR-VALUE                PIC 9(11)V99 PACKED-DECIMAL.
           03   NR-DELIVERY-NOTE        PIC X(16).
           03   NR-RECEIPT-DATE         PIC X(8).
           03   NR-RECEIPT-TIME         PIC 9(6) DISPLAY.
           03   NR-CICS-USERID          PIC X(8).
           03   NR-TERMINAL-ID          PIC X(4).
           03   FILLER                  PIC X(12) VALUE SPACES.
