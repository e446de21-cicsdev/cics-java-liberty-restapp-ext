      *    date, one 'P' posting per account/side with the day's
      *    summarized movement value, and 'T' control-total records
      *    (total debits, total credits) the ledger side balances
      *    against before accepting the file. Each posting carries
      *    the stock category it arose from and whether it is the
      *    side that moves the inventory control account, so the
      *    GLRECON month-end reconciliation can roll the postings
      *    up by category against the stock valuation.
      *****************************************************************
       01  GL-POSTING-RECORD.
           03   GL-RECORD-TYPE          PIC X(1).
           03   GL-MOVEMENT-TYPE        PIC X(1).
           03   GL-AMOUNT               PIC 9(13)V99 DISPLAY.
           03   GL-MOVEMENT-COUNT       PIC 9(8) DISPLAY.
      *    The landed-cost charge type ('L' postings only) - freight,
      *    duty and brokerage post as separate lines.
           03   GL-CHARGE-TYPE          PIC X(4).
      *    The stock category ('P' and 'L' postings from GLEXTRCT;
      *    spaces elsewhere).
           03   GL-CATEGORY             PIC X(4).
      *    'Y' on the inventory-account side of a stock posting -
      *    the side that moves the inventory control account.
           03   GL-STOCK-SIDE           PIC X(1).
                88  GL-STOCK-ACCOUNT     VALUE 'Y'.
           03   FILLER                  PIC X(3) VALUE SPACES.
