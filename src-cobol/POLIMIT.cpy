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
      *    Purchase authority limit, one per userid or role and
      *    part category, keyed on LA-KEY, held in the POLIMIT VSAM
      *    KSDS and maintained through POLIMMNT. LA-RELEASE-LIMIT
      *    is the largest PO header total, in home currency, the
      *    subject may release on PORDMENU or create as a blanket
      *    on BLNKTORD. A spaces LA-CATEGORY is the subject's limit
      *    for any category; an entry naming a CATEGORY code
      *    replaces it for POs carrying that category's parts.
      *    POLIMCHK takes the highest limit among the userid and
      *    the roles USERROLE holds for it, and a PO spanning
      *    several categories is held to the lowest of them. A
      *    userid with no entry at all has no authority - a
      *    release is parked pending, never waved through.
      *****************************************************************
       01  PO-LIMIT-RECORD.
           03   LA-KEY.
                05  LA-SUBJECT          PIC X(8).
                05  LA-CATEGORY         PIC X(4).
           03   LA-RELEASE-LIMIT        PIC 9(11)V99 PACKED-DECIMAL.
      *    Who last keyed the limit on POLIMMNT, and when.
           03   LA-UPDATED-BY           PIC X(8).
           03   LA-UPDATED-DATE         PIC X(8).
           03   FILLER                  PIC X(21) VALUE SPACES.
