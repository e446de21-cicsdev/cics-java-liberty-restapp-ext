      *    refuses a second booking of the same supplier, note and
      *    part - the day shift and the night shift keying the
      *    same truck was our most embarrassing repeat incident.
      *    DLVNOTEQ answers what was booked against a note, and
      *    LANDCST spreads a freight, duty or brokerage charge over
      *    the lines of a note - by quantity, or by value at the
      *    unit cost the receipt was matched at.
      *****************************************************************
       01  DELIVERY-NOTE-RECORD.
           03   DN-KEY.
           03   DN-QUANTITY             PIC 9(8) DISPLAY.
           03   DN-BOOK-DATE            PIC X(8).
           03   DN-BOOKED-BY            PIC X(8).
      *    The PO the receipt matched (zero when none did) and the
      *    unit cost it came in at - the matched line's price, or
      *    the part's UNIT-PRICE for an unmatched receipt.
           03   DN-PO-NUMBER            PIC 9(8) DISPLAY.
           03   DN-UNIT-COST            PIC 99999V99 PACKED-DECIMAL.
