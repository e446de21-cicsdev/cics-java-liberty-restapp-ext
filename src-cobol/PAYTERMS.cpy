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
      *    Payment-terms master, one record per terms code, keyed on
      *    PT-TERMS-CODE, held in the PAYTERMS VSAM KSDS and
      *    maintained on TERMMNT. SM-PAYMENT-TERMS on SUPPMAST names
      *    a code here ("NET30", "2/10N30", "30EOM"); when INVMATCH
      *    clears an invoice it works the due date and any prompt-
      *    payment discount date out from these fields, rolled
      *    forward to a working day through BIZDAYP, and PAYPROP
      *    pays by them.
      *****************************************************************
       01  PAYMENT-TERMS-RECORD.
           03   PT-TERMS-CODE           PIC X(10).
           03   PT-DESCRIPTION          PIC X(30).
      *    Calendar days from the base date to the due date.
           03   PT-NET-DAYS             PIC 9(3) DISPLAY.
      *    Prompt-payment discount, percent of the invoice total,
      *    earned by paying within PT-DISCOUNT-DAYS of the base
      *    date. Zero percent means the terms carry no discount.
           03   PT-DISCOUNT-PERCENT     PIC 9(2)V99 DISPLAY.
           03   PT-DISCOUNT-DAYS        PIC 9(3) DISPLAY.
      *    End-of-month rule - the days run from the last day of
      *    the invoice month instead of the invoice date itself.
           03   PT-EOM-FLAG             PIC X(1).
                88  PT-FROM-MONTH-END    VALUE 'Y'.
                88  PT-FROM-INVOICE-DATE VALUE 'N'.
           03   PT-ACTIVE-FLAG          PIC X(1).
                88  PT-TERMS-ACTIVE      VALUE 'A'.
                88  PT-TERMS-INACTIVE    VALUE 'I'.
           03   FILLER                  PIC X(20) VALUE SPACES.
