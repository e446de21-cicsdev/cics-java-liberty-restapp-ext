      *                ADDPARTC stage big amends against
      *      ORDUPMLT  PORDGEN's order-up-to multiplier, one
      *                implied decimal (020 means 2.0)
      *      SALESDPT  the department SORDENT ships sales orders to
      *      QUALFLR   PORDGEN's supplier quality-rating floor,
      *                whole percent (080 means 80.0)
      *      NCRSCRAP  the reason NCRMNT writes scrap off under
      *      NCRRTV    the reason NCRMNT returns to vendor under
      *      KITCSTPC  the kit-cost movement KITROLL flags, whole
      *                percent (010 means 10)
      *      PAYHRZN   the days PAYPROP looks ahead for invoices
      *                falling due before its next run (007 = 7)
      *      PAYORIG   our originator id at the bank, on PAYREL's
      *                BANKPAY file header
      *      TURNDOSC  the days of supply past which TURNRPT flags
      *                a part overstocked (0180 = 180 days)
      *      MRPLEADD  the lead days MRPRUN plans a bought part on
      *                when it has no approved source (0014 = 14)
      *      MRPKITLD  the days MRPRUN allows to build a kit
      *                (0002 = 2)
      *      XFERLOSS  the reason STKXFER writes a transit loss
      *                off under
      *      REQRETN   the days REQPURGE keeps a container request
      *                ID on REQLOG for retries (007 = 7)
      *      LPMULTPL  the multiple of a part's normal draw past
      *                which LOSSPREV flags a day's draw (005 = 5)
      *      LPSHIFT   LOSSPREV's shift hours, HHMMHHMM start and
      *                end (06001800)
      *      LPALRTSV  the LOSSPREV flag severity (1-4) raised as an
      *                alert (3)
      *      RDMAXLNS  the most lines RPTDIST sends of a report, after
      *                its filter, before summarising it (0060)
      *      POARCHMO  the months POARCH keeps a closed or cancelled
      *                PO live before archiving it (024 = 24)
      *      KBSTUCK   the days a kanban card may sit in
      *                replenishment before KBAGE flags it stuck
      *                (002 = 2)
      *      APRVAGE   the days a staged item may wait for approval
      *                before APRVREM reminds its approvers
      *                (003 = 3)
      *      SVCCHRON  the stockouts in a quarter past which SVCLEVEL
      *                lists a part as a chronic stockout (003 = 3)
      *****************************************************************
       01  PARAMETER-RECORD.
           03   PM-PARM-KEY             PIC X(16).
