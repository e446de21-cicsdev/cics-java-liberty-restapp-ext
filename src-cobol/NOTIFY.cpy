      *    RECVGDS when a backorder fills, PICKLIST when a
      *    reservation is about to be consumed, REQENTRY when a
      *    requisition is approved, POACKIN when a supplier
      *    refuses a line, PAYREL when it releases a payment to a
      *    supplier, CERTCHK when a supplier certificate nears
      *    expiry or lapses, RPTDIST when it sends a subscriber a
      *    stored report, APRVREM when approvals have waited too
      *    long - and the NOTIFDSP dispatcher formats
      *    the pending ones onto the EMAILOUT gateway feed, keyed
      *    by the requester reference, marking each sent or
      *    failed where NOTIFYBR lets an operator browse them.
                05  NT-RAISE-TIME       PIC 9(6) DISPLAY.
                05  NT-SEQUENCE         PIC 9(3) DISPLAY.
      *    B=backorder filled, R=reservation picked, Q=requisition
      *    approved, P=PO line refused by the supplier, M=remittance
      *    advice for a payment PAYREL released (addressed to the
      *    supplier as SUPP and its id), C=supplier certificate
      *    expiring or lapsed (addressed to PURCHASING), D=a
      *    subscribed report, or a line of one, in key order,
      *    A=approvals waiting past PARMFILE APRVAGE (addressed to
      *    the AUTHFILE subject that may decide them).
           03   NT-EVENT-TYPE           PIC X(1).
           03   NT-REQUESTER-REF        PIC X(12).
           03   NT-TEXT                 PIC X(60).
