       PROCESS NODYNAM,RENT,APOST,TRUNC(OPT)

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
      *
      * Report-repository unload, the reverse of RPTSTORE. Reads a
      * one-record RPTEXIN control card naming a captured report
      * (its eight-character name and business date) and copies
      * its lines from RPTREPOS, in order, to the RPTEXOUT flat
      * file - chiefly to hand a report's comma-delimited copy
      * (STOKVALC, REORDC, SUPSPENC, PPVRPTC, SLOWSTKC) to the
      * file transfer that downloads it into a spreadsheet, which
      * RPTVIEW points the user at. A print unloads the same way.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              RPTEXTR.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    Positioned at the report's first line, then read on.
           SELECT REPOSITORY-FILE ASSIGN TO RPTREPOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RR-KEY
                  FILE STATUS IS WS-REPO-STATUS.
      *
           SELECT UNLOAD-FILE ASSIGN TO RPTEXOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-UNLOAD-STATUS.
      *
           SELECT CONTROL-CARD-FILE ASSIGN TO RPTEXIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  REPOSITORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTREPOS.
      *
       FD  UNLOAD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  UNLOAD-LINE                  PIC X(132).
      *
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 16 CHARACTERS.
       01  CONTROL-CARD.
           03   CC-REPORT-NAME          PIC X(8).
           03   CC-BUSINESS-DATE        PIC 9(8).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-REPO-STATUS            PIC X(2) VALUE '00'.
              88  REPO-STATUS-OK            VALUE '00'.
           03 WS-UNLOAD-STATUS          PIC X(2) VALUE '00'.
              88  UNLOAD-STATUS-OK          VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPO-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-REPORT             VALUE 'Y'.
           03 WS-LINE-COUNT             PIC 9(6) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-REPORT
              READ REPOSITORY-FILE NEXT
                   AT END SET END-OF-REPORT TO TRUE
              END-READ
              IF NOT END-OF-REPORT
                 IF RR-REPORT-NAME EQUAL CC-REPORT-NAME
                    AND RR-BUSINESS-DATE EQUAL CC-BUSINESS-DATE
                    PERFORM UNLOAD-ONE-LINE
                 ELSE
                    SET END-OF-REPORT TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Read the card and position on the report's first line.
       INITIALIZE-RUN.
      *
           OPEN INPUT CONTROL-CARD-FILE.
           READ CONTROL-CARD-FILE
                AT END
                   DISPLAY 'RPTEXTR: NO CONTROL CARD - STOPPING'
                   STOP RUN
           END-READ.
      *
           OPEN INPUT REPOSITORY-FILE.
           OPEN OUTPUT UNLOAD-FILE.
      *
           MOVE CC-REPORT-NAME TO RR-REPORT-NAME.
           MOVE CC-BUSINESS-DATE TO RR-BUSINESS-DATE.
           MOVE ZERO TO RR-LINE-NUMBER.
           START REPOSITORY-FILE KEY IS NOT LESS THAN RR-KEY
                 INVALID KEY SET END-OF-REPORT TO TRUE
           END-START.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
       UNLOAD-ONE-LINE.
      *
           ADD 1 TO WS-LINE-COUNT.
           WRITE UNLOAD-LINE FROM RR-LINE-TEXT.
      *
       UNLOAD-ONE-LINE-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           IF WS-LINE-COUNT EQUAL ZERO
              DISPLAY 'RPTEXTR: ' CC-REPORT-NAME ' '
                      CC-BUSINESS-DATE ' NOT CAPTURED'
           ELSE
              DISPLAY 'RPTEXTR: ' CC-REPORT-NAME ' '
                      CC-BUSINESS-DATE ' LINES UNLOADED: '
                      WS-LINE-COUNT
           END-IF.
      *
           CLOSE REPOSITORY-FILE.
           CLOSE UNLOAD-FILE.
           CLOSE CONTROL-CARD-FILE.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
