      *    The business date the PICKLIST run printed this
      *    reservation on a pick document; spaces until then.
           03   RSV-PICK-DATE           PIC X(8).
      *    The department the stock is promised to, when the
      *    reserving caller named one - its "no substitutes" flag
      *    on DEPTMAST decides whether PICKLIST may offer an
      *    interchangeable part for a short line.
           03   RSV-DEPARTMENT          PIC X(6).
      *    Set when RESVSTK reserved an interchangeable part
      *    because the part asked for was short: the PART-ID
      *    originally asked for, so the reservation (and the
      *    issue that consumes it) records the substitution.
      *    Zero otherwise.
           03   RSV-SUBSTITUTED-FOR     PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(4) VALUE SPACES.
