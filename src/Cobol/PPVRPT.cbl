      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Write a comma-delimited copy of the
      *                    supplier/category lines to PPVRPTC - a
      *                    header row of column names, then one
      *                    row per line in unedited figures, no
      *                    page headings or totals - for RPTSTORE
      *                    to capture beside the print, so finance
      *                    stops re-keying it into spreadsheets.
      *                    The print is unchanged.
      *
      *****************************************************************

           SELECT VARIANCE-REPORT ASSIGN TO PPVRPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The same detail, comma-delimited for the spreadsheets.
           SELECT VARIANCE-DELIMITED ASSIGN TO PPVRPTC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DELIM-STATUS.
      *
       DATA DIVISION.
      *
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       FD  VARIANCE-DELIMITED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DELIMITED-LINE               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
                                         VALUE ZERO.
           03 WS-GROUP-FLAG             PIC X(1) VALUE 'N'.
              88  A-GROUP-IS-OPEN           VALUE 'Y'.
           03 WS-DELIM-STATUS           PIC X(2) VALUE '00'.
              88  DELIM-STATUS-OK           VALUE '00'.
      *
      *    Shared delimited-row work fields - see CSVROWW/CSVROWP.
           COPY CSVROWW.
      *
      *    Header row of the delimited copy.
       01  DELIMITED-HEADING.
           03   FILLER                  PIC X(132) VALUE
                'PERIOD,SUPPLIER,CATEGORY,VARIANCE'.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           OPEN INPUT PPV-FILE.
           OPEN INPUT PERIOD-CARD-FILE.
           OPEN OUTPUT VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-DELIMITED.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO PERIOD-CARD.
           MOVE WS-RPT-PERIOD TO RH-PERIOD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           WRITE DELIMITED-LINE FROM DELIMITED-HEADING.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
           MOVE WS-CURR-CATEGORY TO RD-CATEGORY.
           MOVE WS-CAT-VARIANCE TO RD-VARIANCE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           PERFORM START-DELIMITED-ROW.
           MOVE ZERO TO WS-CSV-DECIMALS.
           MOVE WS-RPT-PERIOD TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-CURR-SUPPLIER TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-CURR-CATEGORY TO WS-CSV-TEXT.
           PERFORM ADD-DELIMITED-TEXT.
           MOVE 2 TO WS-CSV-DECIMALS.
           MOVE WS-CAT-VARIANCE TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           WRITE DELIMITED-LINE FROM WS-CSV-ROW.
      *
           ADD WS-CAT-VARIANCE TO WS-SUPP-VARIANCE.
           ADD WS-CAT-VARIANCE TO WS-GRAND-VARIANCE.
           MOVE ZERO TO WS-CAT-VARIANCE.
           CLOSE PPV-FILE.
           CLOSE PERIOD-CARD-FILE.
           CLOSE VARIANCE-REPORT.
           CLOSE VARIANCE-DELIMITED.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared delimited-row paragraphs - see CSVROWP.cpy.
           COPY CSVROWP.
