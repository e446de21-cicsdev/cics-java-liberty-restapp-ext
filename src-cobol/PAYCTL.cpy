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
      *    One-record payment-number control file (PAYNUMCTL).
      *    PAYREL reads the last payment number assigned, numbers
      *    the run's payments from there, and writes the record
      *    back - the way PONUMCTL numbers purchase orders. It also
      *    remembers the last proposal released, so the same
      *    approved proposal cannot go to the bank twice.
      *****************************************************************
       01  PAY-CONTROL-RECORD.
           03   PY-LAST-PAYMENT-NUMBER  PIC 9(8) DISPLAY.
           03   PY-LAST-PROPOSAL-DATE   PIC 9(8) DISPLAY.
           03   PY-LAST-RUN-DATE        PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8).
