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
      *    One line of a supplier's statement of account, read by
      *    STMTRECN off the inbound STMTIN file. Each statement
      *    opens with a header line naming the period it covers,
      *    then one line per item the supplier shows on it: the
      *    invoices they billed, the credit notes they issued and
      *    the payments they received from us. References are their
      *    invoice number, their credit note number, and for a
      *    payment our payment number off the remittance advice.
      *    Amounts are unsigned; the item type says which way each
      *    one counts.
      *****************************************************************
       01  SUPPLIER-STATEMENT-RECORD.
           03   SS-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   SS-ITEM-TYPE            PIC X(1).
                88  SS-STATEMENT-HEADER  VALUE 'H'.
                88  SS-INVOICE-ITEM      VALUE 'I'.
                88  SS-CREDIT-ITEM       VALUE 'C'.
                88  SS-PAYMENT-ITEM      VALUE 'P'.
           03   SS-REFERENCE            PIC X(10).
      *    The item's date; on the header, the statement date -
      *    the last day of the period it covers.
           03   SS-ITEM-DATE            PIC 9(8) DISPLAY.
      *    The item's amount; on the header, the balance the
      *    supplier says we owe at the statement date.
           03   SS-AMOUNT               PIC 9(11)V99 DISPLAY.
      *    On the header only - the first day of the period.
           03   SS-PERIOD-FROM          PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(32).
