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
      *    One supplier-portal login per record, keyed on the
      *    portal identity the Liberty-hosted supplier portal
      *    authenticated (PU-PORTAL-ID), held in the PORTUSER VSAM
      *    KSDS and maintained by purchasing through PORTUMNT. It
      *    ties the login to exactly one SUPPMAST supplier - the
      *    only supplier whose POs the portal programs (PORTLSTC,
      *    PORTACKC, PORTASNC) will show or touch for it. Nothing
      *    the portal sends can name a different supplier.
      *****************************************************************
       01  PORTAL-USER-RECORD.
           03   PU-PORTAL-ID            PIC X(32).
           03   PU-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   PU-STATUS               PIC X(1).
                88  PU-STATUS-ACTIVE     VALUE 'A'.
      *         Left on file so the journal still names who it was,
      *         but refused on every call.
                88  PU-STATUS-DISABLED   VALUE 'D'.
      *    The person at the supplier the login belongs to.
           03   PU-CONTACT-NAME         PIC X(30).
      *    Who registered or last changed the login, and when.
           03   PU-UPDATED-BY           PIC X(8).
           03   PU-UPDATED-DATE         PIC X(8).
           03   FILLER                  PIC X(20).
