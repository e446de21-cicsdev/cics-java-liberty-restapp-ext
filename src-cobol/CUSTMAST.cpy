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
      *    Customer master record, keyed on CU-CUSTOMER-ID, held in
      *    the CUSTMAST VSAM KSDS and maintained through CUSTMNT.
      *    Outside customers used to live in a spreadsheet beside
      *    the reservations keyed for them; every SORDER sales
      *    order now names a customer from this file, and a
      *    customer on HOLD takes no new orders or lines.
      *****************************************************************
       01  CUSTOMER-RECORD.
           03   CU-CUSTOMER-ID          PIC 9(8) DISPLAY.
           03   CU-CUSTOMER-NAME        PIC X(40).
           03   CU-ADDRESS-LINE1        PIC X(30).
           03   CU-ADDRESS-LINE2        PIC X(30).
           03   CU-ADDRESS-CITY         PIC X(20).
           03   CU-ADDRESS-STATE        PIC X(2).
           03   CU-ADDRESS-ZIP          PIC X(10).
           03   CU-PHONE                PIC X(15).
      *    Who at the customer hears about the order - carried as
      *    the requester reference on the notifications the order
      *    raises, the same addressing NOTIFDSP uses for everyone.
           03   CU-CONTACT-REF          PIC X(12).
           03   CU-STATUS-CODE          PIC X(8).
                88  CU-STATUS-ACTIVE     VALUE 'ACTIVE'.
                88  CU-STATUS-HOLD       VALUE 'HOLD'.
           03   CU-CREATED-BY           PIC X(8).
           03   CU-CREATED-DATE         PIC X(8).
           03   CU-CHANGED-BY           PIC X(8).
           03   CU-CHANGED-DATE         PIC X(8).
           03   FILLER                  PIC X(21) VALUE SPACES.
