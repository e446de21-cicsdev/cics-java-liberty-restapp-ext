      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Write a comma-delimited copy of the
      *                    supplier lines to SUPSPENC - a header
      *                    row of column names, then one row per
      *                    supplier in unedited figures, no page
      *                    headings - for RPTSTORE to capture
      *                    beside the print, so the renegotiation
      *                    spreadsheets stop being re-keyed. The
      *                    print is unchanged.
      *
      *****************************************************************

           SELECT SPEND-REPORT ASSIGN TO SUPSPENR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The same detail, comma-delimited for the spreadsheets.
           SELECT SPEND-DELIMITED ASSIGN TO SUPSPENC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-DELIM-STATUS.
      *
       DATA DIVISION.
      *
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       FD  SPEND-DELIMITED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DELIMITED-LINE               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
                                         VALUE ZERO.
           03 WS-AVG-DAYS               PIC S9(5)V9 PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-DELIM-STATUS           PIC X(2) VALUE '00'.
              88  DELIM-STATUS-OK           VALUE '00'.
      *
      *    Shared delimited-row work fields - see CSVROWW/CSVROWP.
           COPY CSVROWW.
      *
      *    Header row of the delimited copy.
       01  DELIMITED-HEADING.
           03   FILLER                  PIC X(43) VALUE
                'SUPPLIER,ORDERS,ORDER_VALUE,VALUE_RECEIVED,'.
           03   FILLER                  PIC X(89) VALUE
                'FILL_RATE_PCT,AVG_DAYS_TO_RECEIPT'.
      *
      *    One accumulator slot per supplier with activity.
       77  MAX-SPEND-SUPPLIERS          PIC 9(4) VALUE 200.
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT YEAR-CARD-FILE.
           OPEN OUTPUT SPEND-REPORT.
           OPEN OUTPUT SPEND-DELIMITED.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO YEAR-CARD.
           MOVE WS-REPORT-YEAR TO RH-YEAR.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
           WRITE DELIMITED-LINE FROM DELIMITED-HEADING.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
              END-IF
              MOVE WS-AVG-DAYS TO RD-AVG-DAYS
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
              PERFORM WRITE-DELIMITED-ROW
           END-PERFORM.
      *
       PRINT-SUPPLIER-LINES-EXIT.
           EXIT.
      *
      *    The supplier's line again, comma-delimited.
       WRITE-DELIMITED-ROW.
      *
           PERFORM START-DELIMITED-ROW.
           MOVE ZERO TO WS-CSV-DECIMALS.
           MOVE WS-SU-SUPPLIER(WS-SU-INDEX) TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-SU-ORDERS(WS-SU-INDEX) TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE 2 TO WS-CSV-DECIMALS.
           MOVE WS-SU-ORDER-VALUE(WS-SU-INDEX) TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-SU-RECVD-VALUE(WS-SU-INDEX) TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE 1 TO WS-CSV-DECIMALS.
           MOVE WS-FILL-RATE TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           MOVE WS-AVG-DAYS TO WS-CSV-NUMBER.
           PERFORM ADD-DELIMITED-NUMBER.
           WRITE DELIMITED-LINE FROM WS-CSV-ROW.
      *
       WRITE-DELIMITED-ROW-EXIT.
           EXIT.
      *
      *    Close everything and note the overflow, if any.
       FINALIZE-RUN.
      *
           CLOSE PURCHORD-FILE.
           CLOSE YEAR-CARD-FILE.
           CLOSE SPEND-REPORT.
           CLOSE SPEND-DELIMITED.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared delimited-row paragraphs - see CSVROWP.cpy.
           COPY CSVROWP.
