      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Print the reason a change carries -
      *                    'SCREENING' on a denied-party hold.
      *
      *****************************************************************

           03   SR-NEW-VALUE            PIC X(30).
           03   SR-CICS-USERID          PIC X(8).
           03   SR-TERMINAL-ID          PIC X(4).
           03   SR-CHANGE-REASON        PIC X(12).
      *
       FD  CHANGE-REPORT
           LABEL RECORDS ARE STANDARD
           03   FILLER                  PIC X(32) VALUE 'OLD VALUE'.
           03   FILLER                  PIC X(32) VALUE 'NEW VALUE'.
           03   FILLER                  PIC X(10) VALUE 'USERID'.
           03   FILLER                  PIC X(6)  VALUE 'TERM'.
           03   FILLER                  PIC X(14) VALUE 'REASON'.
      *
      *    One line per changed field.
       01  REPORT-DETAIL-LINE.
           03   RD-USERID               PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TERMINAL             PIC X(4).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-REASON               PIC X(12).
           03   FILLER                  PIC X(2) VALUE SPACES.
      *
      *    Total line, printed once at the end of the run.
       01  REPORT-TOTAL-LINE.
                 MOVE SH-NEW-VALUE TO SR-NEW-VALUE
                 MOVE SH-CICS-USERID TO SR-CICS-USERID
                 MOVE SH-TERMINAL-ID TO SR-TERMINAL-ID
                 MOVE SH-CHANGE-REASON TO SR-CHANGE-REASON
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM.
           MOVE SR-NEW-VALUE TO RD-NEW-VALUE.
           MOVE SR-CICS-USERID TO RD-USERID.
           MOVE SR-TERMINAL-ID TO RD-TERMINAL.
           MOVE SR-CHANGE-REASON TO RD-REASON.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-ONE-CHANGE-EXIT.
