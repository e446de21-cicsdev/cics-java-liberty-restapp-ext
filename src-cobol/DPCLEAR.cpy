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
      *    A denied-party hit compliance has investigated and
      *    cleared as a false match, held in the DPCLEAR VSAM KSDS
      *    keyed on supplier and list entry. DPSCREEN files one for
      *    each card on its DPCLRIN clearance input; from then on
      *    neither DPSCREEN nor SUPPMENU holds that supplier for
      *    that entry again. (Taking the supplier off HOLD is still
      *    done on SUPPMENU, so it lands on the SUPPHIST trail.)
      *****************************************************************
       01  DENIED-PARTY-CLEARANCE.
           03   DC-KEY.
                05  DC-SUPPLIER-ID      PIC 9(8) DISPLAY.
                05  DC-ENTRY-ID         PIC X(10).
           03   DC-CLEARED-BY           PIC X(8).
           03   DC-CLEARED-DATE         PIC X(8).
           03   FILLER                  PIC X(16).
