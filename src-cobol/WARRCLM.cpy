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
      *    One warranty claim per failed serial-controlled unit,
      *    keyed on WC-CLAIM-NUMBER, held in the WARRCLM VSAM KSDS
      *    and worked by the WCLMMNT transaction. It names the unit
      *    (part and serial) and, off its SERIALNO record, the
      *    supplier it came from, the PO it was received against,
      *    its lot and the warranty date it was claimed inside.
      *    The claim runs open, submitted to the supplier, then
      *    credited - when the supplier agrees, a CREDMEMO entry
      *    (origin 'W') carries the credit into the ordinary
      *    CRMSETTL/PAYPROP settlement - or rejected. Numbers come
      *    off the WCLMNCTL control record. WARRRPT reports the
      *    claims still outstanding each month.
      *****************************************************************
       01  WARRANTY-CLAIM-RECORD.
           03   WC-CLAIM-NUMBER         PIC 9(8) DISPLAY.
           03   WC-UNIT-KEY.
                05  WC-PART-ID          PIC 9(8) DISPLAY.
                05  WC-SERIAL-NUMBER    PIC X(15).
           03   WC-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   WC-PO-NUMBER            PIC 9(8) DISPLAY.
           03   WC-LOT-NUMBER           PIC X(10).
           03   WC-RECEIPT-DATE         PIC X(8).
           03   WC-WARRANTY-EXPIRY      PIC X(8).
           03   WC-FAILURE-DATE         PIC X(8).
           03   WC-FAULT-TEXT           PIC X(60).
      *    What we claim - the part's UNIT-PRICE unless keyed.
           03   WC-CLAIM-VALUE          PIC 9(11)V99 PACKED-DECIMAL.
           03   WC-STATUS               PIC X(1).
                88  WC-STATUS-OPEN       VALUE 'O'.
                88  WC-STATUS-SUBMITTED  VALUE 'S'.
                88  WC-STATUS-CREDITED   VALUE 'C'.
                88  WC-STATUS-REJECTED   VALUE 'R'.
                88  WC-STATUS-OUTSTANDING VALUE 'O' 'S'.
           03   WC-OPENED-BY            PIC X(8).
           03   WC-OPENED-DATE          PIC X(8).
      *    The supplier's own return authorisation, if they gave
      *    one when the claim went to them.
           03   WC-SUPPLIER-RMA         PIC X(12).
           03   WC-SUBMITTED-BY         PIC X(8).
           03   WC-SUBMITTED-DATE       PIC X(8).
      *    What the supplier agreed to credit, and the RSNCODE
      *    reason its credit memo went on under.
           03   WC-CREDIT-VALUE         PIC 9(11)V99 PACKED-DECIMAL.
           03   WC-REASON-CODE          PIC X(4).
           03   WC-CLOSED-BY            PIC X(8).
           03   WC-CLOSED-DATE          PIC X(8).
           03   WC-REJECT-TEXT          PIC X(40).
           03   FILLER                  PIC X(20) VALUE SPACES.
