      *****************************************************************
      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * Copyright IBM Corp. 2017 All Rights Reserved
      *
      * Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with
      * IBM Corp.
      *
      *****************************************************************
      *    Customer sales-order record, keyed on order number plus
      *    line number, held in the SORDER VSAM KSDS - the same
      *    header/detail split PURCHORD uses. Line 000 is the
      *    order header (customer, the customer's own order
      *    reference, line count and value); lines 001 up are the
      *    order lines, each with its part, quantity and requested
      *    ship date. Worked by SORDENT: entering a line reserves
      *    the stock through RESVSTK (or raises a BACKORD entry
      *    when the part is short), and shipping a line issues it
      *    through ISSUGDS against that reservation - customer
      *    service quotes one order number instead of a
      *    reservation sequence.
      *
      *    Each line's RESVSTK/BACKORD requester reference is
      *    'S' + order number + line number, so a pick document or
      *    a backorder notification traces straight back here.
      *****************************************************************
       01  SALES-ORDER-RECORD.
           03   SO-KEY.
                05  SO-ORDER-NUMBER     PIC 9(8) DISPLAY.
                05  SO-LINE-NUMBER      PIC 9(3) DISPLAY.
           03   SO-RECORD-TYPE          PIC X(1).
                88  SO-HEADER-RECORD     VALUE 'H'.
                88  SO-DETAIL-RECORD     VALUE 'D'.
           03   SO-CUSTOMER-ID          PIC 9(8) DISPLAY.
           03   SO-ORDER-DATE           PIC X(8).
      *    On a line, where that line has got to; on the header,
      *    the least-advanced of its live lines, so the header
      *    reads open until everything is allocated, shipped once
      *    every line has gone, and closed when customer service
      *    closes the finished order.
           03   SO-STATUS               PIC X(1).
      *         Entered but not yet holding stock - the part was
      *         short and the line is waiting on a backorder.
                88  SO-STATUS-OPEN       VALUE 'O'.
      *         Stock reserved on RESVSTK for the line.
                88  SO-STATUS-ALLOCATED  VALUE 'A'.
                88  SO-STATUS-PICKED     VALUE 'P'.
      *         Issued through ISSUGDS - the goods have left.
                88  SO-STATUS-SHIPPED    VALUE 'S'.
                88  SO-STATUS-CLOSED     VALUE 'L'.
      *         Line only - cancelled, its reservation released.
                88  SO-STATUS-CANCELLED  VALUE 'X'.
           03   SO-ENTERED-BY           PIC X(8).
      *    The body is a header view or a line view depending on
      *    SO-RECORD-TYPE; both leave FILLER room to grow into.
           03   SO-BODY                 PIC X(80).
           03   SO-HEADER-BODY REDEFINES SO-BODY.
                05  SO-CUSTOMER-PO      PIC X(20).
                05  SO-LINE-COUNT       PIC 9(3) DISPLAY.
                05  SO-TOTAL-VALUE      PIC 9(11)V99 PACKED-DECIMAL.
                05  SO-CLOSED-DATE      PIC X(8).
                05  SO-CLOSED-BY        PIC X(8).
                05  FILLER              PIC X(34).
           03   SO-DETAIL-BODY REDEFINES SO-BODY.
                05  SO-PART-ID          PIC 9(8) DISPLAY.
                05  SO-QUANTITY         PIC 9(8) DISPLAY.
                05  SO-UNIT-PRICE       PIC 9(5)V99 PACKED-DECIMAL.
                05  SO-REQUESTED-SHIP-DATE PIC X(8).
      *         The RESVSTK reservation holding the line's stock;
      *         zero while the line is open.
                05  SO-RESERVATION-SEQ  PIC 9(3) DISPLAY.
      *         The BACKORD entry raised when the line was short;
      *         zero when it never was.
                05  SO-BACKORDER-SEQ    PIC 9(3) DISPLAY.
                05  SO-SHIP-DATE        PIC X(8).
                05  SO-SHIPPED-BY       PIC X(8).
                05  SO-SHIP-LOCATION    PIC X(10).
                05  FILLER              PIC X(20).
           03   FILLER                  PIC X(10) VALUE SPACES.
