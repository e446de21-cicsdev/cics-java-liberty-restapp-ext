      *    which fills waiting backorders oldest-first (sequence
      *    order within the part) and notifies the requester
      *    reference through the BORD queue.
      *
      *    ISSUGDS also records who was turned away and what they
      *    asked for - the department and the whole quantity of
      *    the rejected issue, not just the shortfall - so SVCLEVEL
      *    can measure the service each department gets. Both are
      *    spaces on backorders written before they existed and
      *    on those raised from a pick or a sales order.
      *****************************************************************
       01  BACKORDER-RECORD.
           03   BO-KEY.
                05  BO-FILL-DATE-YYYY   PIC X(4).
                05  BO-FILL-DATE-MM     PIC X(2).
                05  BO-FILL-DATE-DD     PIC X(2).
           03   BO-DEPARTMENT           PIC X(6).
           03   BO-REQUESTED-QUANTITY   PIC 9(9) PACKED-DECIMAL.
           03   FILLER                  PIC X(1) VALUE SPACES.
