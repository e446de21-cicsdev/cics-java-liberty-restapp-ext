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
      *    One entry of the government denied-party list, as the
      *    latest list file arrives on DENYLIST for DPSCREEN. Each
      *    entry names a party and, where the list gives one, its
      *    street address and city. The entry id is the list's own
      *    reference, quoted on every hit and on every clearance.
      *****************************************************************
       01  DENIED-PARTY-LIST-RECORD.
           03   DL-ENTRY-ID             PIC X(10).
      *    Which list the entry came from (e.g. 'SDN', 'DPL').
           03   DL-LIST-CODE            PIC X(4).
           03   DL-PARTY-NAME           PIC X(60).
           03   DL-ADDRESS-LINE         PIC X(40).
           03   DL-ADDRESS-CITY         PIC X(20).
           03   DL-COUNTRY-CODE         PIC X(2).
           03   FILLER                  PIC X(14).
