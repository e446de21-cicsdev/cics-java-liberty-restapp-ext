      *    shared TXST transient data queue by every one of ADDPART,
      *    GETPART, GETSUPPL, LINK2SEC, LINK2SUP, SUPPLINK and
      *    LINK2TXN at the end of MAIN-PROCESSING, the same way PROG1
      *    already reports its own health to the HLTH queue - and by
      *    the STKINQ MQ inquiry service once per inquiry it answers
      *    or dead-letters, since one of its tasks drains many. The
      *    transaction id (EIBTRNID) already tells the two programs
      *    apart that share a task, so no separate program-name field
      *    is carried.
