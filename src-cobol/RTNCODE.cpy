      *    rejected untouched; finance must open a period first.
      *    See ACCTPERD/PERDCHK.
           88  RC-PERIOD-CLOSED         VALUE 'C'.
      *    The quoted job is closed on JOBMAST - nothing more can
      *    be issued to it. See JOBMAINT.
           88  RC-JOB-CLOSED            VALUE 'J'.
      *    The part is hazardous and the location it was to go
      *    into does not permit its hazard class - nothing moved.
      *    See PARTCTRL/LOCMAST/HAZCOMPP.
           88  RC-HAZARD-REFUSED        VALUE 'Z'.
      *    The dock door's time slot already holds as many trucks
      *    as its capacity allows - nothing was booked. See
      *    DOCKSLOT/DOCKBOOK.
           88  RC-SLOT-FULL             VALUE 'K'.
      *    The part is short but an interchangeable equivalent
      *    from its INTRGRP group can cover the quantity - nothing
      *    moved; the equivalent's PART-ID comes back for the
      *    caller to offer. See INTRGRP/INTRFIND.
           88  RC-SUBSTITUTE-OFFERED    VALUE 'Q'.
      *    Some of the stock the receipt brought in has already
      *    left its lot or location - issued, transferred or
      *    counted away, or a serial it registered issued or
      *    received again - so the receipt can no longer be
      *    reversed. See RCPTLOG/RCPTREV.
           88  RC-STOCK-MOVED-ON        VALUE 'U'.
      *    The kanban card scanned is already in replenishment -
      *    its refill is on the way and nothing more was raised.
      *    See KANBAN/KBTRIG.
           88  RC-CARD-IN-REPLEN        VALUE 'R'.
      *    The order's value is above the userid's purchase
      *    authority on POLIMIT - it was written pending release
      *    for someone whose limit covers it. See POLIMIT/POLIMCHK.
           88  RC-PENDING-RELEASE       VALUE 'P'.
      *    The supplier-portal identity is not registered on
      *    PORTUSER, is disabled, or belongs to a supplier no
      *    longer allowed to trade - nothing was read or changed.
      *    See PORTUSER/PORTIDP.
           88  RC-NOT-AUTHORIZED        VALUE 'A'.
