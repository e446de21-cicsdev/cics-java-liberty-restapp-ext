                88  IH-STATUS-REJECTED   VALUE 'R'.
           03   IH-RELEASED-BY          PIC X(8).
           03   IH-RELEASE-DATE         PIC X(8).
      *    The PO line the match landed on, and the source's
      *    customs data as it stood at the receipt - the goods
      *    crossed the border whatever the QC cage decides, so
      *    IMPDECL declares a quarantined receipt too. Zero and
      *    spaces on holds written before the fields existed.
           03   IH-PO-LINE              PIC 9(3) DISPLAY.
           03   IH-ORIGIN-COUNTRY       PIC X(2).
           03   IH-COMMODITY-CODE       PIC X(10).
           03   FILLER                  PIC X(5) VALUE SPACES.
