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
      *    Payment history, keyed on payment number and line, held
      *    in the PAYHIST VSAM KSDS - the same header/detail split
      *    SUPPINV uses. PAYREL writes one payment per supplier it
      *    releases to the bank: line 000 is the payment itself
      *    (supplier, date, amount, the bank details it went to,
      *    and the proposal and approver it was released under);
      *    lines 001 up are the items it settled - the APPAYF
      *    invoices and CONSBILF self-bills it paid, and the
      *    CREDMEMO credits netted off it, which carry a negative
      *    amount. The payment number is the one quoted to the
      *    supplier on the remittance advice.
      *****************************************************************
       01  PAYMENT-HISTORY-RECORD.
           03   PH-KEY.
                05  PH-PAYMENT-NUMBER   PIC 9(8) DISPLAY.
                05  PH-LINE-NUMBER      PIC 9(3) DISPLAY.
           03   PH-RECORD-TYPE          PIC X(1).
                88  PH-HEADER-RECORD     VALUE 'H'.
                88  PH-DETAIL-RECORD     VALUE 'D'.
           03   PH-BODY                 PIC X(80).
           03   PH-HEADER-BODY REDEFINES PH-BODY.
                05  PH-SUPPLIER-ID      PIC 9(8) DISPLAY.
                05  PH-PAYMENT-DATE     PIC 9(8) DISPLAY.
                05  PH-AMOUNT           PIC 9(11)V99
                                        PACKED-DECIMAL.
      *    The invoice tax included in PH-AMOUNT.
                05  PH-TAX-AMOUNT       PIC 9(11)V99
                                        PACKED-DECIMAL.
                05  PH-BANK-CODE        PIC X(9).
                05  PH-ACCOUNT-NUMBER   PIC X(17).
      *    The PAYPROP run the payment was proposed on, and who
      *    approved its release.
                05  PH-PROPOSAL-DATE    PIC 9(8) DISPLAY.
                05  PH-APPROVED-BY      PIC X(8).
                05  PH-ITEM-COUNT       PIC 9(3) DISPLAY.
                05  FILLER              PIC X(5).
           03   PH-DETAIL-BODY REDEFINES PH-BODY.
                05  PH-ITEM-TYPE        PIC X(1).
                    88  PH-ITEM-INVOICE    VALUE 'I'.
                    88  PH-ITEM-SELF-BILL  VALUE 'S'.
                    88  PH-ITEM-CREDIT     VALUE 'C'.
      *    The invoice number; for a self-bill, its period; for a
      *    credit, the PO the goods went back against.
                05  PH-ITEM-REFERENCE   PIC X(10).
                05  PH-ITEM-PART-ID     PIC 9(8) DISPLAY.
                05  PH-ITEM-DATE        PIC X(8).
                05  PH-ITEM-AMOUNT      PIC S9(11)V99
                                        PACKED-DECIMAL.
                05  FILLER              PIC X(46).
           03   FILLER                  PIC X(10) VALUE SPACES.
