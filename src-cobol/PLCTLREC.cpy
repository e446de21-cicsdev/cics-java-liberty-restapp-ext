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
      *    One-record pick-list-number control file (PLNUMCTL), the
      *    same shape as the PONUMCTL record PO numbering uses.
      *    PICKLIST reads the last list number assigned, numbers
      *    the run's list from there and writes the record back, so
      *    the number the picker keys on the gun names one list.
      *****************************************************************
       01  PL-CONTROL-RECORD.
           03   PLC-LAST-LIST-NUMBER    PIC 9(8) DISPLAY.
           03   PLC-LAST-RUN-DATE       PIC 9(8) DISPLAY.
           03   FILLER                  PIC X(8).
