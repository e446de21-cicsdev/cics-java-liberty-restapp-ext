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
      *    Working-storage half of the shared supplier-portal
      *    identity check and journal, COPYd alongside PORTUSER,
      *    PORTJRNL, SUPPMAST and PORTIDP.cpy into the portal
      *    container programs. The caller moves the request's
      *    portal identity to WS-PI-PORTAL-ID and PERFORMs
      *    RESOLVE-PORTAL-IDENTITY; when PORTAL-ID-ACCEPTED,
      *    WS-PI-SUPPLIER-ID is the one supplier the call may
      *    see. Before returning it sets WS-PI-ACTION, the PO line
      *    (if any) and WS-PI-DETAIL, and PERFORMs
      *    JOURNAL-PORTAL-CALL.
      *****************************************************************
       01  PORTAL-ID-WORK.
           03  WS-PI-USER-FILE         PIC X(8)  VALUE 'PORTUSER'.
           03  WS-PI-SUPP-FILE         PIC X(8)  VALUE 'SUPPMAST'.
           03  WS-PI-JOURNAL-FILE      PIC X(8)  VALUE 'PORTJRNL'.
           03  WS-PI-PORTAL-ID         PIC X(32) VALUE SPACES.
           03  WS-PI-SUPPLIER-ID       PIC 9(8)  VALUE ZERO.
           03  WS-PI-RESP              PIC 9(8)  COMP VALUE ZERO.
           03  WS-PI-ABSTIME           PIC S9(15) COMP-3 VALUE ZERO.
           03  WS-PI-OUTCOME           PIC X(1)  VALUE 'N'.
               88  PORTAL-ID-ACCEPTED  VALUE 'Y'.
           03  WS-PI-ACTION            PIC X(1)  VALUE SPACE.
           03  WS-PI-PO-NUMBER         PIC 9(8)  VALUE ZERO.
           03  WS-PI-PO-LINE           PIC 9(3)  VALUE ZERO.
           03  WS-PI-DETAIL            PIC X(50) VALUE SPACES.
