           03   RQ-APPROVED-BY          PIC X(8).
           03   RQ-APPROVED-DATE        PIC X(8).
           03   RQ-FULFILLED-DATE       PIC X(8).
      *    A non-stock request ('N') asks for a one-off item we do
      *    not stock - no PART-ID (RQ-PART-ID is zero), just a
      *    description, the requester's estimated unit price (home
      *    currency) and the supplier to buy it from. Approval
      *    raises a draft PURCHORD line flagged non-stock, named
      *    below, and the NSRECV receipt against that line fulfils
      *    the requisition. Space (every requisition written before
      *    the type existed) is an ordinary stock requisition.
           03   RQ-REQUEST-TYPE         PIC X(1).
                88  RQ-TYPE-STOCK        VALUE 'S' ' '.
                88  RQ-TYPE-NON-STOCK    VALUE 'N'.
           03   RQ-NS-DESCRIPTION       PIC X(40).
           03   RQ-NS-UNIT-PRICE        PIC 99999V99 PACKED-DECIMAL.
           03   RQ-NS-SUPPLIER          PIC 9(8) DISPLAY.
           03   RQ-NS-PO-NUMBER         PIC 9(8) DISPLAY.
           03   RQ-NS-PO-LINE           PIC 9(3) DISPLAY.
           03   FILLER                  PIC X(12) VALUE SPACES.
