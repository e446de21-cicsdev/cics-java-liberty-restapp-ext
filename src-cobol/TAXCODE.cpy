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
      *    Tax-code master, one record per VAT / sales-tax code,
      *    keyed on TX-TAX-CODE, held in the TAXCODE VSAM KSDS and
      *    maintained on TAXMNT. A supplier-invoice line that
      *    carries tax names its code here; INVMATCH recomputes the
      *    line's tax at TX-RATE and TAXRPT groups input tax by code
      *    for the VAT return. A code is deactivated rather than
      *    deleted - matched invoices still point at it.
      *****************************************************************
       01  TAX-CODE-RECORD.
           03   TX-TAX-CODE             PIC X(4).
           03   TX-DESCRIPTION          PIC X(30).
      *    The rate as a percentage of the goods value, three
      *    decimals - 20.000 for standard-rate VAT, zero for a
      *    zero-rated or exempt code.
           03   TX-RATE                 PIC 9(3)V999 DISPLAY.
      *    Recoverable input tax is claimed back on the return;
      *    non-recoverable tax is a cost of the goods.
           03   TX-RECOVERABLE-FLAG     PIC X(1).
                88  TX-RECOVERABLE       VALUE 'R'.
                88  TX-NON-RECOVERABLE   VALUE 'N'.
      *    The GL account the tax on this code posts to.
           03   TX-GL-ACCOUNT           PIC X(8).
           03   TX-ACTIVE-FLAG          PIC X(1).
                88  TX-CODE-ACTIVE       VALUE 'A'.
                88  TX-CODE-INACTIVE     VALUE 'I'.
           03   FILLER                  PIC X(20) VALUE SPACES.
