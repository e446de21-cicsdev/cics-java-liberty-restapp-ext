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
      *    Supplier volume-rebate agreement, one per supplier and
      *    agreement period, keyed on RB-KEY, held in the REBATE
      *    VSAM KSDS and maintained through REBMNT. The agreement
      *    pays back a percentage of what was spent with the
      *    supplier between RB-PERIOD-FROM and RB-PERIOD-TO, the
      *    percentage set by the highest spend tier reached - and
      *    once reached it applies to the whole of the spend, not
      *    just the slice above the threshold. Spend is measured
      *    either on goods received (PURCHORD receipts at the
      *    line's price and booked rate) or on what the supplier
      *    invoiced (SUPPINV goods value, tax excluded).
      *    Tiers are held smallest threshold first; only the first
      *    RB-TIER-COUNT of them are used.
      *    The fields from RB-SPEND-TO-DATE on are REBACCR's: it
      *    refreshes the spend, tier and rebate earned every month,
      *    posts the change in RB-ACCRUED-TO-DATE to the ledger,
      *    and once the period has ended prints the claim
      *    statement and marks the agreement claimed.
      *****************************************************************
       01  REBATE-AGREEMENT-RECORD.
           03   RB-KEY.
                05  RB-SUPPLIER-ID      PIC 9(8) DISPLAY.
                05  RB-PERIOD-FROM      PIC X(8).
           03   RB-PERIOD-TO            PIC X(8).
           03   RB-SPEND-BASIS          PIC X(1).
                88  RB-BASIS-RECEIPTS    VALUE 'R'.
                88  RB-BASIS-INVOICES    VALUE 'I'.
                88  RB-BASIS-VALID       VALUE 'R' 'I'.
           03   RB-TIER-COUNT           PIC 9(1) DISPLAY.
           03   RB-TIER OCCURS 5 TIMES.
                05  RB-TIER-THRESHOLD   PIC 9(11)V99
                                        PACKED-DECIMAL.
                05  RB-TIER-PERCENT     PIC 9(2)V99
                                        PACKED-DECIMAL.
           03   RB-STATUS               PIC X(1).
                88  RB-STATUS-ACTIVE     VALUE 'A'.
                88  RB-STATUS-CLAIMED    VALUE 'C'.
      *    Maintained by REBACCR - zero until its first run.
           03   RB-SPEND-TO-DATE        PIC S9(11)V99
                                        PACKED-DECIMAL.
           03   RB-TIER-REACHED         PIC 9(1) DISPLAY.
           03   RB-REBATE-EARNED        PIC S9(11)V99
                                        PACKED-DECIMAL.
           03   RB-ACCRUED-TO-DATE      PIC S9(11)V99
                                        PACKED-DECIMAL.
           03   RB-LAST-ACCRUAL-PERIOD  PIC 9(6) DISPLAY.
           03   RB-CLAIM-DATE           PIC X(8).
      *    Who last keyed the agreement on REBMNT, and when.
           03   RB-UPDATED-BY           PIC X(8).
           03   RB-UPDATED-DATE         PIC X(8).
           03   FILLER                  PIC X(20) VALUE SPACES.
