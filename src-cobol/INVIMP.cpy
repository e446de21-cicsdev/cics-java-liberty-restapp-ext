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
      *    One record of the electronic supplier-invoice file read
      *    by INVIMPRT off the inbound INVIMPIN file - the same
      *    header-then-lines shape an AP clerk keys into INVENTRY.
      *    Each invoice opens with an 'H' record (invoice date,
      *    total and tax total, the total including the tax) and
      *    is followed by its 'D' lines, each naming the PURCHORD
      *    PO line it bills, with the invoiced quantity and price
      *    and any TAXCODE tax code and tax charged on it. Every
      *    record carries the supplier and invoice number.
      *****************************************************************
       01  INVOICE-IMPORT-RECORD.
           03   II-RECORD-TYPE          PIC X(1).
                88  II-HEADER-RECORD     VALUE 'H'.
                88  II-DETAIL-RECORD     VALUE 'D'.
           03   II-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   II-INVOICE-NUMBER       PIC X(10).
           03   II-BODY                 PIC X(61).
           03   II-HEADER-BODY REDEFINES II-BODY.
                05  II-INVOICE-DATE     PIC X(8).
                05  II-TOTAL-AMOUNT     PIC 9(11)V99 DISPLAY.
                05  II-TAX-TOTAL        PIC 9(11)V99 DISPLAY.
                05  FILLER              PIC X(27).
           03   II-DETAIL-BODY REDEFINES II-BODY.
                05  II-LINE-NUMBER      PIC 9(3) DISPLAY.
                05  II-PO-NUMBER        PIC 9(8) DISPLAY.
                05  II-PO-LINE-NUMBER   PIC 9(3) DISPLAY.
                05  II-QUANTITY         PIC 9(8) DISPLAY.
                05  II-UNIT-PRICE       PIC 9(5)V99 DISPLAY.
      *         Spaces in II-TAX-CODE means the line carries no tax.
                05  II-TAX-CODE         PIC X(4).
                05  II-TAX-AMOUNT       PIC 9(9)V99 DISPLAY.
                05  FILLER              PIC X(17).
