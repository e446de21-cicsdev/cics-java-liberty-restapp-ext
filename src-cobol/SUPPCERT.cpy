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
      *    One certificate a supplier must hold - ISO 9001, public
      *    liability insurance, food-grade approval and the like -
      *    per supplier and certificate type, held in the SUPPCERT
      *    VSAM KSDS keyed on CE-KEY. SUPPMENU's K option keys a
      *    certificate and re-keys it when it is renewed; the
      *    nightly CERTCHK job warns the buyers through NOTIFY as
      *    the expiry approaches and puts the supplier on HOLD the
      *    day a mandatory one lapses, and PORDGEN and the PORDMENU
      *    release refuse a supplier with a lapsed mandatory
      *    certificate until the renewal is keyed. A certificate is
      *    good through its expiry date.
      *****************************************************************
       01  SUPPLIER-CERTIFICATE.
           03   CE-KEY.
                05  CE-SUPPLIER-ID      PIC 9(8) DISPLAY.
      *         ISO9=ISO 9001, INSR=insurance, FOOD=food-grade
      *         approval - or any other code the buyers agree.
                05  CE-CERT-TYPE        PIC X(4).
           03   CE-REFERENCE            PIC X(20).
           03   CE-ISSUE-DATE           PIC X(8).
           03   CE-EXPIRY-DATE          PIC X(8).
           03   CE-MANDATORY-FLAG       PIC X(1).
                88  CE-MANDATORY         VALUE 'Y'.
      *    The last expiry warning CERTCHK sent - 60, 30 or 7 days
      *    out, zero for none yet - so each goes out once.
           03   CE-WARNING-SENT         PIC 9(2) DISPLAY.
      *    Set once CERTCHK has acted on the lapse, so a supplier
      *    released by hand is not put straight back on HOLD.
           03   CE-LAPSE-FLAG           PIC X(1).
                88  CE-LAPSE-ACTIONED    VALUE 'Y'.
           03   CE-KEYED-BY             PIC X(8).
           03   CE-KEYED-DATE           PIC X(8).
           03   FILLER                  PIC X(12).
