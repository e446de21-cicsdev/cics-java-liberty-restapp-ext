      *    Carried on every record; only meaningful on the header.
      *    PORDGEN writes drafts; the PORDMENU workbench drives a
      *    draft to released or cancelled, and receiving closes it.
      *    A release above the releaser's POLIMIT authority parks
      *    the PO pending release ('P') until someone whose limit
      *    covers it releases it.
           03   PO-STATUS               PIC X(1).
                88  PO-STATUS-DRAFT      VALUE 'D'.
                88  PO-STATUS-PENDING    VALUE 'P'.
                88  PO-STATUS-RELEASED   VALUE 'R'.
                88  PO-STATUS-CANCELLED  VALUE 'C'.
                88  PO-STATUS-CLOSED     VALUE 'L'.
                05  PO-BLANKET-PART-ID  PIC 9(8) DISPLAY.
                05  PO-BLANKET-PRICE    PIC 99999V99
                                        PACKED-DECIMAL.
      *         The day the PO was closed by its last receipt or
      *         cancelled on PORDMENU - POARCH ages closed and
      *         cancelled POs off it. Spaces while the PO is open,
      *         and on POs closed before the date was kept.
                05  PO-CLOSED-DATE      PIC X(8).
      *         Who asked for the release, and who released it -
      *         the same userid when the first was within their
      *         authority limit, two when the PO waited pending
      *         for a higher one. Spaces on POs released before
      *         the limits were kept.
                05  PO-RELEASE-REQUESTED-BY PIC X(8).
                05  PO-RELEASED-BY      PIC X(8).
                05  FILLER              PIC X(25).
           03   PO-DETAIL-BODY REDEFINES PO-BODY.
                05  PO-PART-ID              PIC 9(8) DISPLAY.
                05  PO-STOCK-QUANTITY       PIC 9(8) DISPLAY.
      *         A non-stock line has no stock position to record -
      *         the department it is charged to sits here instead.
                05  PO-NS-DEPARTMENT-AREA REDEFINES
                    PO-STOCK-QUANTITY.
                    07  PO-NS-DEPARTMENT    PIC X(6).
                    07  FILLER              PIC X(2).
                05  PO-REORDER-POINT        PIC 9(8) DISPLAY.
      *         ... and the REQSTN requisition it was raised from.
                05  PO-NS-REQUISITION REDEFINES PO-REORDER-POINT
                                            PIC 9(8) DISPLAY.
      *         A kanban line carries the KANBAN card it refills,
      *         so the receipt that closes it can send the card
      *         back to full.
                05  PO-KANBAN-CARD REDEFINES PO-REORDER-POINT
                                            PIC X(8).
                05  PO-SUGGESTED-QUANTITY   PIC 9(8) DISPLAY.
                05  PO-UNIT-PRICE           PIC 99999V99
                                            PACKED-DECIMAL.
                05  PO-ACK-STATUS           PIC X(1).
                     88  PO-ACK-CONFIRMED    VALUE 'A'.
                     88  PO-ACK-REFUSED      VALUE 'R'.
      *         The date MRP needed the stock by, when the line was
      *         firmed from a planned order on PLANAPV - MRPRUN
      *         dates the line by it until the supplier promises
      *         one. Spaces on lines raised any other way.
                05  PO-REQUIRED-DATE        PIC X(8).
      *         'N' marks a non-stock line - a one-off purchase
      *         raised from an approved REQENTRY non-stock request,
      *         with zero PO-PART-ID and the item in PO-DESCRIPTION.
      *         It is received through NSRECV, never into stock,
      *         and its cost charged straight to the department.
      *         Space on every stock line, or 'K' on a stock
      *         line raised by a scanned kanban card (KBTRIG).
                05  PO-LINE-KIND            PIC X(1).
                     88  PO-STOCK-LINE       VALUE ' ' 'K'.
                     88  PO-NON-STOCK-LINE   VALUE 'N'.
                     88  PO-KANBAN-LINE      VALUE 'K'.
                05  FILLER                  PIC X(3).
