      * screen reads. A report already captured for the date is
      * replaced, so a rerun never doubles it.
      *
      * A D in column 17 of the card captures a comma-delimited
      * file rather than a print - STOKVAL, REORDPT, SUPSPEND,
      * PPVRPT and SLOWSTCK each write one beside their print, and
      * it is captured under its own name (STOKVALC, REORDC,
      * SUPSPENC, PPVRPTC, SLOWSTKC - the DD it was written to) so
      * RPTVIEW can offer it for download next to the print.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Optional content type in column 17 of
      *                    the control card, stored on every line
      *                    captured - D marks a comma-delimited
      *                    copy of a report, blank a print.
      *
      *****************************************************************

      *
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS.
       01  CONTROL-CARD.
           03   CC-REPORT-NAME          PIC X(8).
           03   CC-BUSINESS-DATE        PIC 9(8).
           03   CC-CONTENT-TYPE         PIC X(1).
      *
       WORKING-STORAGE SECTION.
      *
       INITIALIZE-RUN.
      *
           OPEN INPUT CONTROL-CARD-FILE.
           MOVE SPACES TO CONTROL-CARD.
           READ CONTROL-CARD-FILE
                AT END
                   DISPLAY 'RPTSTORE: NO CONTROL CARD - STOPPING'
                   STOP RUN
           END-READ.
           IF CC-CONTENT-TYPE NOT EQUAL 'D'
              MOVE SPACE TO CC-CONTENT-TYPE
           END-IF.
      *
           OPEN INPUT PRINT-INPUT-FILE.
           OPEN I-O REPOSITORY-FILE.
           MOVE CC-BUSINESS-DATE TO RR-BUSINESS-DATE.
           MOVE WS-LINE-NUMBER TO RR-LINE-NUMBER.
           MOVE PRINT-LINE TO RR-LINE-TEXT.
           MOVE CC-CONTENT-TYPE TO RR-CONTENT-TYPE.
      *
           WRITE REPORT-LINE-RECORD
                 INVALID KEY
