      *    date's reports and pages through one - "what did the
      *    exception report say on the 12th" stops involving the
      *    operations team and an hour of dataset generations.
      *    RPTDIST sends the captured copies on to the subscribers
      *    RPTSUBMT records against each report.
      *
      *    Besides its print, a report may capture a comma-
      *    delimited copy of its detail lines under a name of its
      *    own (STOKVAL's as STOKVALC, and so on), its lines marked
      *    RR-DELIMITED; RPTVIEW flags it and the RPTEXTR batch
      *    unloads it to a flat file for download to a spreadsheet.
      *****************************************************************
       01  REPORT-LINE-RECORD.
           03   RR-KEY.
                05  RR-BUSINESS-DATE    PIC 9(8) DISPLAY.
                05  RR-LINE-NUMBER      PIC 9(6) DISPLAY.
           03   RR-LINE-TEXT            PIC X(132).
      *    Space=a print image, D=a comma-delimited row.
           03   RR-CONTENT-TYPE         PIC X(1).
                88  RR-PRINT-IMAGE       VALUE ' '.
                88  RR-DELIMITED         VALUE 'D'.
           03   FILLER                  PIC X(9) VALUE SPACES.
