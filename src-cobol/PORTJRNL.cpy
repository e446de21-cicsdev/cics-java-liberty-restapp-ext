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
      *    One entry per supplier-portal call, appended to the
      *    PORTJRNL file (ESDS) by the portal programs - the list
      *    of open lines (PORTLSTC), a line confirmed or refused
      *    (PORTACKC) and a despatch advice (PORTASNC) - with the
      *    portal identity that made it, the supplier it resolved
      *    to and the outcome, refused calls included, so
      *    purchasing can show who told us what and when.
      *****************************************************************
       01  PORTAL-JOURNAL-RECORD.
           03   PJ-PORTAL-ID            PIC X(32).
      *    Zero when the identity resolved to no supplier.
           03   PJ-SUPPLIER-ID          PIC 9(8) DISPLAY.
      *    The CICS userid the portal's request ran under.
           03   PJ-CICS-USERID          PIC X(8).
           03   PJ-ACTION               PIC X(1).
                88  PJ-ACTION-LIST       VALUE 'L'.
                88  PJ-ACTION-ACKNOWLEDGE VALUE 'A'.
                88  PJ-ACTION-DESPATCH   VALUE 'D'.
      *    The PO line acted on - zero for a list.
           03   PJ-PO-NUMBER            PIC 9(8) DISPLAY.
           03   PJ-PO-LINE              PIC 9(3) DISPLAY.
      *    The RTNCODE value the call answered with.
           03   PJ-RETURN-CODE          PIC X(1).
      *    What the supplier said: the acknowledgment status and
      *    promised date, the despatch advice number, quantity and
      *    dates, or the lines a list returned.
           03   PJ-DETAIL               PIC X(50).
           03   PJ-JOURNAL-DATE         PIC X(8).
           03   PJ-JOURNAL-TIME         PIC 9(6) DISPLAY.
           03   PJ-JOURNAL-TASK         PIC 9(7) DISPLAY.
           03   FILLER                  PIC X(10).
