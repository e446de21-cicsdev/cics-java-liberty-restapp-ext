      *    invoiced quantity against the PO line's received
      *    quantity, invoiced price against the PO price - and the
      *    clean ones feed the payment file AP pays from.
      *    A detail line may carry a TAXCODE tax code and the tax
      *    the supplier charged on it; the header then carries the
      *    invoice's tax total, and IV-TOTAL-AMOUNT is goods plus
      *    tax. Lines keyed before tax was captured hold spaces in
      *    both tax fields and are read as carrying no tax.
      *****************************************************************
       01  SUPPLIER-INVOICE-RECORD.
           03   IV-KEY.
                05  IV-INVOICE-DATE     PIC X(8).
                05  IV-TOTAL-AMOUNT     PIC 9(11)V99
                                        PACKED-DECIMAL.
      *    The tax part of IV-TOTAL-AMOUNT.
                05  IV-TAX-TOTAL        PIC 9(11)V99
                                        PACKED-DECIMAL.
      *    Stamped by INVMATCH when the invoice matches, off the
      *    supplier's PAYTERMS terms: when it falls due, and the
      *    last day (and amount) of any prompt-payment discount.
      *    A zero discount date means the terms carry none.
                05  IV-TERMS-CODE       PIC X(10).
                05  IV-DUE-DATE         PIC 9(8) DISPLAY.
                05  IV-DISCOUNT-DATE    PIC 9(8) DISPLAY.
                05  IV-DISCOUNT-AMOUNT  PIC 9(11)V99
                                        PACKED-DECIMAL.
                05  FILLER              PIC X(5).
           03   IV-DETAIL-BODY REDEFINES IV-BODY.
                05  IV-PO-NUMBER        PIC 9(8) DISPLAY.
                05  IV-PO-LINE-NUMBER   PIC 9(3) DISPLAY.
                                        PACKED-DECIMAL.
                05  IV-LINE-AMOUNT      PIC 9(11)V99
                                        PACKED-DECIMAL.
      *    Spaces in IV-TAX-CODE means the line carries no tax.
                05  IV-TAX-CODE         PIC X(4).
                05  IV-TAX-AMOUNT       PIC 9(9)V99
                                        PACKED-DECIMAL.
                05  FILLER              PIC X(20).
           03   FILLER                  PIC X(10) VALUE SPACES.
