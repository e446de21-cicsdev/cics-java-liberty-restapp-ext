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
      *    The catalogue of entitlements that may be claimed in an
      *    emergency, one record per named entitlement, keyed on
      *    EE-ENTITLEMENT-NAME, held in the EMRGENT VSAM KSDS and
      *    maintained by security through EMRGCAT. Each names the
      *    one menu option it opens (the AUTHFILE menu and option
      *    letter AUTHCHK tests) and the most hours a claim may
      *    run for. Only what is on this catalogue, and active, can
      *    be claimed on EMRGREQ - nobody claims AUTHMNT at 2am.
      *****************************************************************
       01  EMERGENCY-ENTITLEMENT-RECORD.
           03   EE-ENTITLEMENT-NAME     PIC X(8).
           03   EE-DESCRIPTION          PIC X(30).
           03   EE-MENU-NAME            PIC X(8).
           03   EE-OPTION               PIC X(1).
           03   EE-MAX-HOURS            PIC 9(2) DISPLAY.
           03   EE-ACTIVE-FLAG          PIC X(1).
                88  EE-ENTITLEMENT-ACTIVE    VALUE 'A'.
                88  EE-ENTITLEMENT-INACTIVE  VALUE 'I'.
           03   FILLER                  PIC X(20) VALUE SPACES.
