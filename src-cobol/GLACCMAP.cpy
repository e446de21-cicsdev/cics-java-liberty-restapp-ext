      *    electronics finally book to different inventory
      *    accounts without finance re-journalling. A combination
      *    with no entry posts against suspense and prints on the
      *    GLEXCPT exception list. Non-stock purchases received
      *    through NSRECV post under category 'NSTK', movement type
      *    'N': the expense account in GM-INVENTORY-ACCOUNT, the
      *    received-not-invoiced accrual in GM-OFFSET-ACCOUNT.
      *****************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           03   GM-KEY.
