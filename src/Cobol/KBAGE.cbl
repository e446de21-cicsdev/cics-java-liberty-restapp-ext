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
      * Kanban replenishment aging report. A kanban card scanned
      * on the RF gun (KBTRIG) sits in replenishment until the
      * receipt or transfer that refills its bin lands - and a
      * draft PO nobody released, or a transfer proposal nobody
      * walked, leaves the line-side bin empty with nothing to
      * show for it. This run scans the KANBAN card master for
      * every card still in replenishment, oldest scan first, and
      * shows its age in days, the draft PO or bulk location the
      * refill is coming from, and a STUCK flag on every card
      * older than the threshold (PARMFILE key KBSTUCK, compiled
      * default 2 days) - the chase list for purchasing and the
      * stores.
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
       PROGRAM-ID.              KBAGE.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT KANBAN-FILE ASSIGN TO KANBAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS KB-CARD-ID
                  FILE STATUS IS WS-KANBAN-STATUS.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT AGING-REPORT ASSIGN TO KBAGER
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  KANBAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY KANBAN.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
      *    Sort work record - oldest scan first.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-TRIGGER-DATE         PIC X(8).
           03   SR-TRIGGER-TIME         PIC 9(6).
           03   SR-CARD-ID              PIC X(8).
           03   SR-PART-ID              PIC 9(8).
           03   SR-LOCATION             PIC X(10).
           03   SR-SOURCE-TYPE          PIC X(1).
           03   SR-PO-NUMBER            PIC 9(8).
           03   SR-SOURCE-LOCATION      PIC X(10).
           03   SR-QUANTITY             PIC 9(8).
           03   SR-TRIGGERED-BY         PIC X(8).
      *
       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-KANBAN-STATUS          PIC X(2) VALUE '00'.
              88  KANBAN-STATUS-OK          VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-KANBAN-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-KANBAN-FILE        VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DATE-INT           PIC S9(9) COMP VALUE ZERO.
           03 WS-TRIGGER-DATE-NUM       PIC 9(8) VALUE ZERO.
           03 WS-DAYS-OLD               PIC S9(5) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-CARD-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-STUCK-COUNT            PIC 9(8) COMP VALUE ZERO.
      *
      *    Days a card may sit in replenishment before it is
      *    flagged stuck - PARMFILE key KBSTUCK overrides it at run
      *    start.
       01  STUCK-DAYS                   PIC 9(3) VALUE 2.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(38) VALUE
                'KANBAN CARDS IN REPLENISHMENT - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(52) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'CARD'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(12) VALUE 'LOCATION'.
           03   FILLER                  PIC X(2)  VALUE 'S'.
           03   FILLER                  PIC X(12) VALUE 'PO/FROM'.
           03   FILLER                  PIC X(10) VALUE 'BIN QTY'.
           03   FILLER                  PIC X(10) VALUE 'SCANNED'.
           03   FILLER                  PIC X(8)  VALUE 'DAYS'.
           03   FILLER                  PIC X(10) VALUE 'BY'.
           03   FILLER                  PIC X(16) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-CARD-ID              PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-LOCATION             PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SOURCE-TYPE          PIC X(1).
           03   FILLER                  PIC X(1) VALUE SPACES.
      *    The draft PO number on a supplier card, the bulk
      *    location on a transfer card.
           03   RD-REFILL-FROM          PIC X(10).
           03   RD-PO-NUMBER REDEFINES RD-REFILL-FROM
                                        PIC Z(7)9B(2).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QUANTITY             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-TRIGGER-DATE         PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DAYS-OLD             PIC ZZZZ9.
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RD-TRIGGERED-BY         PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-STUCK-FLAG           PIC X(5).
           03   FILLER                  PIC X(11) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   FILLER                  PIC X(24) VALUE
                'TOTAL IN REPLENISHMENT: '.
           03   RT-CARD-COUNT           PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(6) VALUE
                ' CARDS'.
           03   FILLER                  PIC X(12) VALUE
                '  STUCK PAST'.
           03   RT-STUCK-DAYS           PIC ZZ9.
           03   FILLER                  PIC X(7) VALUE
                ' DAYS: '.
           03   RT-STUCK-COUNT          PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(34) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-TRIGGER-DATE
                                 SR-TRIGGER-TIME
                                 SR-CARD-ID
                INPUT PROCEDURE IS GATHER-IN-REPLENISHMENT
                OUTPUT PROCEDURE IS PRINT-AGING.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           OPEN INPUT KANBAN-FILE.
           OPEN INPUT PARMFILE-FILE.
           OPEN OUTPUT AGING-REPORT.
      *
           PERFORM GET-RUNTIME-PARMS.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Take the stuck threshold operations may have put on
      *    PARMFILE - an absent, non-numeric or zero value keeps
      *    the compiled default.
       GET-RUNTIME-PARMS.
      *
           MOVE 'KBSTUCK' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      AND PM-PARM-VALUE(1:3) NOT EQUAL '000'
                      MOVE PM-PARM-VALUE(1:3) TO STUCK-DAYS
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    SORT input procedure - every card still in
      *    replenishment.
       GATHER-IN-REPLENISHMENT.
      *
           PERFORM UNTIL END-OF-KANBAN-FILE
              READ KANBAN-FILE
                   AT END SET END-OF-KANBAN-FILE TO TRUE
              END-READ
              IF NOT END-OF-KANBAN-FILE
                 IF KB-STATUS-IN-REPLEN
                    MOVE KB-TRIGGER-DATE TO SR-TRIGGER-DATE
                    MOVE KB-TRIGGER-TIME TO SR-TRIGGER-TIME
                    MOVE KB-CARD-ID TO SR-CARD-ID
                    MOVE KB-PART-ID TO SR-PART-ID
                    MOVE KB-LOCATION TO SR-LOCATION
                    MOVE KB-SOURCE-TYPE TO SR-SOURCE-TYPE
                    MOVE KB-PO-NUMBER TO SR-PO-NUMBER
                    MOVE KB-SOURCE-LOCATION TO SR-SOURCE-LOCATION
                    MOVE KB-BIN-QUANTITY TO SR-QUANTITY
                    MOVE KB-TRIGGERED-BY TO SR-TRIGGERED-BY
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.
      *
       GATHER-IN-REPLENISHMENT-EXIT.
           EXIT.
      *
      *    SORT output procedure - one line per card, then the
      *    totals.
       PRINT-AGING.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM PRINT-ONE-CARD
              END-IF
           END-PERFORM.
      *
           MOVE WS-CARD-COUNT TO RT-CARD-COUNT.
           MOVE STUCK-DAYS TO RT-STUCK-DAYS.
           MOVE WS-STUCK-COUNT TO RT-STUCK-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       PRINT-AGING-EXIT.
           EXIT.
      *
       PRINT-ONE-CARD.
      *
           MOVE ZERO TO WS-DAYS-OLD.
           IF SR-TRIGGER-DATE NUMERIC
              MOVE SR-TRIGGER-DATE TO WS-TRIGGER-DATE-NUM
              COMPUTE WS-DAYS-OLD =
                      WS-RUN-DATE-INT -
                      FUNCTION INTEGER-OF-DATE(WS-TRIGGER-DATE-NUM)
           END-IF.
      *
           MOVE SR-CARD-ID TO RD-CARD-ID.
           MOVE SR-PART-ID TO RD-PART-ID.
           MOVE SR-LOCATION TO RD-LOCATION.
           MOVE SR-SOURCE-TYPE TO RD-SOURCE-TYPE.
           IF SR-SOURCE-TYPE EQUAL 'S'
              MOVE SR-PO-NUMBER TO RD-PO-NUMBER
           ELSE
              MOVE SR-SOURCE-LOCATION TO RD-REFILL-FROM
           END-IF.
           MOVE SR-QUANTITY TO RD-QUANTITY.
           MOVE SR-TRIGGER-DATE TO RD-TRIGGER-DATE.
           MOVE WS-DAYS-OLD TO RD-DAYS-OLD.
           MOVE SR-TRIGGERED-BY TO RD-TRIGGERED-BY.
           IF WS-DAYS-OLD GREATER THAN STUCK-DAYS
              MOVE 'STUCK' TO RD-STUCK-FLAG
              ADD 1 TO WS-STUCK-COUNT
           ELSE
              MOVE SPACES TO RD-STUCK-FLAG
           END-IF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           ADD 1 TO WS-CARD-COUNT.
      *
       PRINT-ONE-CARD-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'KBAGE: CARDS IN REPLENISHMENT: ' WS-CARD-COUNT.
           DISPLAY 'KBAGE: CARDS STUCK:            ' WS-STUCK-COUNT.
      *
           CLOSE KANBAN-FILE.
           CLOSE PARMFILE-FILE.
           CLOSE AGING-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
