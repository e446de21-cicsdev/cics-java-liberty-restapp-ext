           03   SM-APPROVED-BY          PIC X(8).
           03   SM-APPROVED-DATE        PIC X(8).
           03   SM-APPROVED-TIME        PIC 9(6) DISPLAY.
      *    A duplicate supplier retired by the SUPPMRG merge is left
      *    BLOCKED with the surviving supplier's ID here. Zero (or
      *    spaces, on a record written before the field was added)
      *    on every supplier that has not been merged away.
           03   SM-MERGED-INTO          PIC 9(8) DISPLAY.
