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
      *    Segregation-of-duties conflict rules, one record per
      *    pair of menu options no single person should hold
      *    together (create a supplier and approve its remittance
      *    details, release a PO and enter the invoice against it,
      *    post an adjustment and approve it, ...), keyed on
      *    SD-RULE-ID, held in the SODRULE VSAM KSDS and maintained
      *    through SODMNT. Each side names a menu (the AUTHFILE
      *    AU-MENU-NAME) and one option letter. The SODRPT batch
      *    tests every subject's effective entitlements against
      *    the active rules, and AUTHMNT warns when a grant it
      *    stages or confirms would complete one. A rule is
      *    deactivated rather than deleted, so past reports still
      *    name it.
      *****************************************************************
       01  SOD-RULE-RECORD.
           03   SD-RULE-ID              PIC X(4).
           03   SD-DESCRIPTION          PIC X(40).
           03   SD-MENU-1               PIC X(8).
           03   SD-OPTION-1             PIC X(1).
           03   SD-MENU-2               PIC X(8).
           03   SD-OPTION-2             PIC X(1).
           03   SD-ACTIVE-FLAG          PIC X(1).
                88  SD-RULE-ACTIVE       VALUE 'A'.
                88  SD-RULE-INACTIVE     VALUE 'I'.
           03   SD-CREATED-BY           PIC X(8).
           03   SD-CREATED-DATE         PIC X(8).
           03   FILLER                  PIC X(20) VALUE SPACES.
