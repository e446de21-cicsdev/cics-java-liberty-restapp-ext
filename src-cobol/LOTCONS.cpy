      *    so when a supplier recalls lot 4471B, the RECALLTR
      *    trace lists every issue drawn from it with the date,
      *    department and userid, instead of the counter shutting
      *    for a day of hand-searching. ASMORDER appends the same
      *    entry for every component lot a kit build relieves, with
      *    the assembly order ('ASM nnnnnnnn') as the requester.
      *****************************************************************
       01  LOT-CONSUMPTION-RECORD.
           03   LC-PART-ID              PIC 9(8) DISPLAY.
