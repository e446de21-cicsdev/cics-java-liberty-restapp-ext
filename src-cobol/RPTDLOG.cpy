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
      *    One entry per subscription RPTDIST acted on, keyed on the
      *    subscriber, the report and its business date, held in the
      *    RPTDLOG VSAM KSDS - what went out, how big it was and
      *    when, so a "didn't get it" call can be answered from
      *    RPTSUBMT's H=history action instead of from memory. A
      *    rerun for the same date replaces the entry.
      *****************************************************************
       01  REPORT-DISTRIBUTION-LOG.
           03   DL-KEY.
                05  DL-REQUESTER-REF    PIC X(12).
                05  DL-REPORT-NAME      PIC X(8).
                05  DL-BUSINESS-DATE    PIC 9(8) DISPLAY.
      *    F=the full report sent, S=too large - summary and RPTVIEW
      *    pointer sent, L=link note sent, N=no report captured
      *    for the date - nothing sent.
           03   DL-SEND-TYPE            PIC X(1).
                88  DL-SENT-FULL         VALUE 'F'.
                88  DL-SENT-SUMMARY      VALUE 'S'.
                88  DL-SENT-LINK         VALUE 'L'.
                88  DL-NOT-CAPTURED      VALUE 'N'.
      *    Lines the captured report holds, lines that passed the
      *    subscription's filter, lines actually sent, and the
      *    NOTIFY entries they went out as.
           03   DL-REPORT-LINES         PIC 9(6) DISPLAY.
           03   DL-MATCHED-LINES        PIC 9(6) DISPLAY.
           03   DL-LINES-SENT           PIC 9(6) DISPLAY.
           03   DL-NOTIFY-ENTRIES       PIC 9(6) DISPLAY.
      *    The NOTIFY key of the first entry raised - where NOTIFYBR
      *    finds the send and whether NOTIFDSP got it out.
           03   DL-FIRST-NOTIFY-KEY     PIC X(17).
           03   DL-SENT-DATE            PIC X(8).
           03   DL-SENT-TIME            PIC 9(6) DISPLAY.
           03   FILLER                  PIC X(12) VALUE SPACES.
