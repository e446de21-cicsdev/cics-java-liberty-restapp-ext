                88  MV-TYPE-AMEND        VALUE 'M'.
                88  MV-TYPE-COUNT        VALUE 'C'.
                88  MV-TYPE-ADJUSTMENT   VALUE 'A'.
      *         A stock transfer between locations (STKXFER), or
      *         one side of a PARTMRG part merge - the retired
      *         part's stock going to zero and the survivor's
      *         rising by the same amount. A merge pair has no
      *         location and names the other part in
      *         MV-REQUISITION.
                88  MV-TYPE-TRANSFER     VALUE 'T'.
                88  MV-TYPE-RTV          VALUE 'V'.
      *         A department returning unused material - written
      *         by RETSTK, so returns stop running through the
      *         adjustment path and inflating apparent shrinkage.
                88  MV-TYPE-RETURN       VALUE 'U'.
      *         A repairable unit sent out to the repairer and
      *         brought back from it - written by RPRGOODS. The
      *         unit stays ours while it is away, so neither is
      *         a valuation movement for the GL extract.
                88  MV-TYPE-REPAIR-OUT   VALUE 'O'.
                88  MV-TYPE-REPAIR-IN    VALUE 'B'.
      *         A kit assembly or disassembly order's movement -
      *         written by ASMORDER for each component and for the
      *         kit itself, down or up, with the order number in
      *         MV-REQUISITION.
                88  MV-TYPE-ASSEMBLY     VALUE 'K'.
      *         A receipt booked in error and unwound by RCPTREV -
      *         the stock comes back down by what the receipt put
      *         up, and MV-REVERSES names the receipt entry.
                88  MV-TYPE-RCPT-REVERSAL VALUE 'X'.
           03   MV-OLD-QUANTITY         PIC 9(8) DISPLAY.
           03   MV-NEW-QUANTITY         PIC 9(8) DISPLAY.
           03   MV-MOVEMENT-DATE.
           03   MV-DEPARTMENT           PIC X(6)  VALUE SPACES.
      *    Only set on issues driven by a REQSTN requisition - the
      *    requisition number the issue fulfilled, so a disputed
      *    charge-back traces back to who asked. On an assembly
      *    movement ('K') it carries the ASMORDER order number
      *    instead, on a part-merge transfer the other part's
      *    PART-ID, and on either half of a transfer shipped
      *    between sites the XFERTRN transfer number; spaces
      *    otherwise.
           03   MV-REQUISITION          PIC X(8)  VALUE SPACES.
      *    The accounting period (YYYYMM) the movement posts into,
      *    resolved by PERDCHK against the ACCTPERD calendar - the
      *    open period (exception-listed). Spaces on entries
      *    written before the calendar existed.
           03   MV-PERIOD               PIC X(6)  VALUE SPACES.
      *    Only set on an issue that took an interchangeable part
      *    in place of the one asked for (see INTRGRP) - the
      *    PART-ID that was asked for, so usage reads both ways:
      *    MV-PART-ID is what left the shelf, this is what the
      *    department wanted. Zero, or spaces on entries written
      *    before the field existed, on every other movement.
           03   MV-SUBSTITUTED-FOR      PIC 9(8)  VALUE ZERO.
      *    Only set on a receipt reversal ('X') - the receipt entry
      *    it unwinds, by that entry's date (YYYYMMDD) and task;
      *    spaces and zero on every other movement.
           03   MV-REVERSES.
                05  MV-REVERSES-DATE    PIC X(8)  VALUE SPACES.
                05  MV-REVERSES-TASK    PIC 9(7)  VALUE ZERO.
