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
      *****************************************************************
      *    One report subscription per record, keyed on the stored
      *    report's eight-character name and the subscriber's
      *    requester reference, held in the RPTSUBS VSAM KSDS and
      *    maintained through RPTSUBMT. After the night's RPTSTORE
      *    captures, the RPTDIST distribution sends each subscriber
      *    whose day it is their report - or, for a link
      *    subscription, a note that it is waiting on RPTVIEW -
      *    through NOTIFY and the EMAILOUT gateway, and logs every
      *    send on RPTDLOG.
      *
      *    An optional filter narrows a sent report to the lines
      *    the subscriber cares about: the RS-FILTER-WIDTH
      *    characters at print column RS-FILTER-COLUMN must fall
      *    between RS-FILTER-FROM and RS-FILTER-TO (compared as
      *    printed, so a supplier range is keyed the way the report
      *    prints its supplier numbers). The report's first
      *    RS-HEADING-LINES lines, and any line blank in the filter
      *    columns, always go.
      *****************************************************************
       01  REPORT-SUBSCRIPTION-RECORD.
           03   RS-KEY.
                05  RS-REPORT-NAME      PIC X(8).
                05  RS-REQUESTER-REF    PIC X(12).
      *    D=every business date, W=weekly on RS-FREQ-DAY (1=Monday
      *    to 7=Sunday), M=monthly on day RS-FREQ-DAY (a day past
      *    the month's end sends on its last day).
           03   RS-FREQUENCY            PIC X(1).
                88  RS-FREQ-DAILY        VALUE 'D'.
                88  RS-FREQ-WEEKLY       VALUE 'W'.
                88  RS-FREQ-MONTHLY      VALUE 'M'.
           03   RS-FREQ-DAY             PIC 9(2) DISPLAY.
      *    R=the report itself, L=a note pointing at RPTVIEW.
           03   RS-DELIVERY             PIC X(1).
                88  RS-SEND-REPORT       VALUE 'R'.
                88  RS-SEND-LINK         VALUE 'L'.
      *    Space=no filter, S=a supplier range, C=a category range.
           03   RS-FILTER-TYPE          PIC X(1).
                88  RS-NO-FILTER         VALUE ' '.
                88  RS-FILTER-SUPPLIER   VALUE 'S'.
                88  RS-FILTER-CATEGORY   VALUE 'C'.
           03   RS-FILTER-COLUMN        PIC 9(3) DISPLAY.
           03   RS-FILTER-WIDTH         PIC 9(2) DISPLAY.
           03   RS-FILTER-FROM          PIC X(12).
           03   RS-FILTER-TO            PIC X(12).
           03   RS-HEADING-LINES        PIC 9(2) DISPLAY.
      *    The business date RPTDIST last sent this subscription,
      *    so a restarted run never sends the same date twice.
           03   RS-LAST-SENT-DATE       PIC X(8).
           03   RS-UPDATED-BY           PIC X(8).
           03   RS-UPDATED-DATE         PIC X(8).
           03   FILLER                  PIC X(20) VALUE SPACES.
