      *    CATNOMNT maintains both together. Spaces on entries
      *    written before the field existed.
           03   XR-CATALOG-NUMBER       PIC X(20).
      *    Quality rating off the QUALRATE batch - the percentage
      *    of the trailing twelve months' receipts from this
      *    source that were neither rejected at inspection nor
      *    returned to vendor (100.0 = clean). The rating is only
      *    meaningful when XR-RATED is set; spaces on entries
      *    never rated, or with no receipts in the window.
           03   XR-QUALITY-RATING       PIC 9(3)V9 PACKED-DECIMAL.
           03   XR-RATING-FLAG          PIC X(1).
                88  XR-RATED             VALUE 'R'.
                88  XR-UNRATED           VALUE ' '.
      *    Customs data for what this source ships us - the ISO
      *    country the goods originate in and the tariff
      *    (commodity) code the broker declares them under,
      *    maintained through ORIGMNT. POXMIT prints them for a
      *    foreign supplier, RECVGDS carries them onto each
      *    receipt, and IMPDECL totals the month's imports by
      *    them. Spaces on domestic sources and on entries
      *    written before the fields existed.
           03   XR-ORIGIN-COUNTRY       PIC X(2).
           03   XR-COMMODITY-CODE       PIC X(10).
      *    The source's warranty on a serial-controlled unit, kept
      *    through WARRMNT: so many months counted from the day
      *    the unit is received, or from the day it is issued.
      *    RECVGDS stamps the terms onto each SERIALNO unit as it
      *    arrives, so a unit keeps the terms it was bought under.
      *    Spaces/zero on a source giving no warranty and on
      *    entries written before the fields existed.
           03   XR-WARRANTY-MONTHS      PIC 9(3) DISPLAY.
           03   XR-WARRANTY-BASIS       PIC X(1).
                88  XR-WARRANTY-FROM-RECEIPT VALUE 'R'.
                88  XR-WARRANTY-FROM-ISSUE   VALUE 'I'.
           03   FILLER                  PIC X(2) VALUE SPACES.
