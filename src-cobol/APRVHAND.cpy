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
      *    The commarea the APRVINBX approvals inbox passes when it
      *    hands the terminal over (XCTL) to the screen that owns
      *    the item selected - PRCAPPRV, ADJAPPRV, REORDAPV,
      *    SUPPMENU, REMITMNT or AUTHMNT. The owning screen shows
      *    the item's key and, when the operator leaves the key
      *    fields untouched, acts on the item carried here; a key
      *    typed over it wins. Started any other way the screens
      *    see no commarea and behave exactly as before.
      *    AH-KEY-1/AH-KEY-2 are the item's key as the owning
      *    screen keys it: the part (with the stage sequence in
      *    AH-KEY-2 for an adjustment), the supplier, or the
      *    subject and menu of an entitlement change.
      *****************************************************************
       01  APPROVAL-HANDOFF.
           03   AH-FROM-PROGRAM         PIC X(8).
                88  AH-FROM-INBOX        VALUE 'APRVINBX'.
           03   AH-KEY-1                PIC X(8).
           03   AH-KEY-2                PIC X(8).
           03   AH-REQUESTED-BY         PIC X(8).
           03   AH-STAGED-DATE          PIC X(8).
           03   FILLER                  PIC X(8) VALUE SPACES.
