      *    Settlement lifecycle, worked by the CRMSETTL screen:
      *    space until AP acts, then settled (against the
      *    supplier's credit note reference) or disputed. The
      *    CRMAGING report chases whatever stays unsettled. A
      *    memo PAYPROP netted off a payment that PAYREL then
      *    released is marked netted - the credit was taken by
      *    deduction and is not netted a second time.
           03   CM-STATUS               PIC X(1).
                88  CM-UNSETTLED         VALUE ' '.
                88  CM-SETTLED           VALUE 'S'.
                88  CM-DISPUTED          VALUE 'D'.
                88  CM-NETTED            VALUE 'N'.
           03   CM-SETTLE-REF           PIC X(10).
      *    Where the memo came from: space for a return keyed on
      *    RTVGOODS, 'I' for a rejection at inspection written by
      *    INSPREL. QUALRATE counts the rejection off INSPHOLD and
      *    must not count its memo a second time as a return.
      *    'W' is the credit a supplier agreed on a warranty
      *    claim, written by WCLMMNT with the claim's number - no
      *    goods went back on it, so QUALRATE leaves it out too.
           03   CM-ORIGIN               PIC X(1).
                88  CM-FROM-RTV          VALUE ' '.
                88  CM-FROM-INSPECTION   VALUE 'I'.
                88  CM-FROM-WARRANTY     VALUE 'W'.
      *    The WARRCLM claim a warranty credit settles; spaces on
      *    every other memo.
           03   CM-CLAIM-NUMBER         PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(1) VALUE SPACES.
