      *    management asks for every morning, produced instead of
      *    curated from five different prints, with history enough
      *    for the week-over-week trend.
      *
      *    The monthly TURNRPT inventory-turns report adds its
      *    figures to the same file: the overall turns and days of
      *    supply onto the record for its run date, and one record
      *    per CATEGORY-CODE under the same date carrying that
      *    category's turns and days of supply alone - the daily
      *    feed's own record is the one with a blank category.
      *    History written before the category key is carried
      *    into this layout once by KPICONV.
      *
      *    The monthly SVCLEVEL service-level report likewise adds
      *    the month's headline line fill rate to the blank-category
      *    record for its run date.
      *****************************************************************
       01  KPI-RECORD.
           03   KP-KEY.
                05  KP-BUSINESS-DATE    PIC 9(8) DISPLAY.
                05  KP-CATEGORY-CODE    PIC X(4).
      *    Stock on hand valued at UNIT-PRICE across the master.
           03   KP-STOCK-VALUE          PIC 9(13)V99
                                        PACKED-DECIMAL.
      *    the percentage whose count matched the book exactly.
           03   KP-COUNT-ACCURACY-PCT   PIC 9(3)V9
                                        PACKED-DECIMAL.
      *    Annualised issue value over the average inventory value
      *    of the last twelve month-end snapshots, and the days the
      *    stock on hand lasts at the last three months' rate of
      *    issue - zero until the month's TURNRPT run sets them.
           03   KP-INVENTORY-TURNS      PIC 9(3)V99
                                        PACKED-DECIMAL.
           03   KP-DAYS-OF-SUPPLY       PIC 9(5)
                                        PACKED-DECIMAL.
      *    Of last month's issue requests, the percentage met in
      *    full at the first attempt - zero until the month's
      *    SVCLEVEL run sets it, and spaces on records written
      *    before it existed.
           03   KP-LINE-FILL-PCT        PIC 9(3)V9
                                        PACKED-DECIMAL.
           03   FILLER                  PIC X(3) VALUE SPACES.
