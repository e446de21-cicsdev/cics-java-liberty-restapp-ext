      *    went to, and read back by the SERIALNQ inquiry when an
      *    auditor or insurer asks where serial X went and when.
      *    A rejected unit's issue date/userid carry who sent it
      *    back to the vendor and when. A unit out for repair
      *    is found on the REPAIRS file - see RPRORD.
      *
      *    Each unit also carries where it came from - the
      *    supplier and the PO it was received against - and the
      *    warranty it was bought under (SUPPXREF terms, stamped
      *    by RECVGDS) with the date that warranty runs out: set
      *    at receipt for terms counted from receipt, at issue
      *    (ISSUGDS, ASMORDER) for terms counted from issue. The
      *    nightly WARRSET fills in units received before the
      *    fields existed. WCLMMNT claims against the supplier
      *    when a unit fails inside its warranty.
      *****************************************************************
       01  SERIAL-NUMBER-RECORD.
           03   SN-KEY.
                88  SN-STATUS-ISSUED     VALUE 'I'.
                88  SN-STATUS-HELD       VALUE 'H'.
                88  SN-STATUS-REJECTED   VALUE 'R'.
      *         At the repairer - sent out by RPRGOODS, back to
      *         'S' under the same serial when it comes home.
                88  SN-STATUS-AT-REPAIR  VALUE 'O'.
           03   SN-LOT-NUMBER           PIC X(10).
           03   SN-RECEIPT-DATE         PIC X(8).
           03   SN-RECEIPT-USERID       PIC X(8).
           03   SN-ISSUE-USERID         PIC X(8).
           03   SN-DEPARTMENT           PIC X(6).
           03   SN-REQUESTER-REF        PIC X(12).
           03   SN-SUPPLIER-ID          PIC 9(8) DISPLAY.
      *    Zero when the receipt matched no PO line.
           03   SN-RECEIPT-PO           PIC 9(8) DISPLAY.
           03   SN-WARRANTY-MONTHS      PIC 9(3) DISPLAY.
           03   SN-WARRANTY-BASIS       PIC X(1).
      *         Not yet looked at - WARRSET will.
                88  SN-WARRANTY-UNASSESSED   VALUE ' '.
                88  SN-WARRANTY-FROM-RECEIPT VALUE 'R'.
                88  SN-WARRANTY-FROM-ISSUE   VALUE 'I'.
      *         The source gave no warranty terms.
                88  SN-WARRANTY-NONE         VALUE 'N'.
      *    YYYYMMDD, the last day the unit is covered; spaces
      *    until the date it counts from is known.
           03   SN-WARRANTY-EXPIRY      PIC X(8).
      *    The unit's latest warranty claim on WARRCLM, zero for
      *    none.
           03   SN-CLAIM-NUMBER         PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8) VALUE SPACES.
