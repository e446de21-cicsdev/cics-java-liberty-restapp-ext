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
      *    The bank payment file (BANKPAY) PAYREL writes for the
      *    bank's bulk-payment upload, in the bank's fixed format:
      *    one file header, one detail record per supplier payment
      *    carrying the payee's ACTIVE SUPPREMT bank details, and a
      *    trailer with the payment count and total the bank checks
      *    the file against before it pays anything. All fields are
      *    unpacked display, as the bank requires.
      *****************************************************************
       01  BANK-PAYMENT-RECORD.
           03   BP-RECORD-TYPE          PIC X(1).
                88  BP-FILE-HEADER       VALUE 'H'.
                88  BP-PAYMENT-DETAIL    VALUE 'D'.
                88  BP-FILE-TRAILER      VALUE 'T'.
           03   BP-BODY                 PIC X(99).
           03   BP-HEADER-BODY REDEFINES BP-BODY.
                05  BP-FILE-DATE        PIC 9(8).
      *    Our identity at the bank - PARMFILE key PAYORIG.
                05  BP-ORIGINATOR-ID    PIC X(16).
                05  BP-PROPOSAL-DATE    PIC 9(8).
                05  FILLER              PIC X(67).
           03   BP-DETAIL-BODY REDEFINES BP-BODY.
                05  BP-PAYMENT-NUMBER   PIC 9(8).
                05  BP-BANK-CODE        PIC X(9).
                05  BP-ACCOUNT-NUMBER   PIC X(17).
                05  BP-PAYEE-NAME       PIC X(30).
                05  BP-AMOUNT           PIC 9(11)V99.
                05  BP-VALUE-DATE       PIC 9(8).
                05  BP-PAYEE-REFERENCE  PIC 9(8).
                05  FILLER              PIC X(6).
           03   BP-TRAILER-BODY REDEFINES BP-BODY.
                05  BP-PAYMENT-COUNT    PIC 9(6).
                05  BP-TOTAL-AMOUNT     PIC 9(13)V99.
                05  FILLER              PIC X(78).
