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
      *    The stock inquiry an outside system (shipping, the web
      *    shop) puts to the STKINQ queue, and the reply STKINQ
      *    puts back on the message's reply-to queue. The inquiry
      *    names up to twenty parts; the reply answers each in the
      *    order asked, with the caller's reference echoed so it
      *    can match the two up without relying on the correlation
      *    id alone.
      *****************************************************************
       01  STOCK-INQUIRY-MESSAGE.
           03   SI-REQUESTER-REF        PIC X(12).
           03   SI-PART-COUNT           PIC 9(2) DISPLAY.
           03   SI-PART-ID              PIC 9(8) DISPLAY
                                        OCCURS 20 TIMES.
      *
       01  STOCK-INQUIRY-REPLY.
           03   SR-REQUESTER-REF        PIC X(12).
           03   SR-PART-COUNT           PIC 9(2) DISPLAY.
      *    Per part: the RTNCODE.cpy code for that part (N for an
      *    unknown part), the stock figures off the part record,
      *    available-to-promise (on hand less reserved, never
      *    below zero) and the date the next open PO line is due
      *    in - zeros when nothing is on order.
           03   SR-PART-ENTRY           OCCURS 20 TIMES.
                05  SR-PART-ID          PIC 9(8) DISPLAY.
                05  SR-RETURN-CODE      PIC X(1).
                05  SR-ON-HAND          PIC 9(8) DISPLAY.
                05  SR-RESERVED         PIC 9(8) DISPLAY.
                05  SR-AVAILABLE        PIC 9(8) DISPLAY.
                05  SR-ON-ORDER         PIC 9(8) DISPLAY.
                05  SR-NEXT-RECEIPT     PIC X(8).
