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
      * Nightly STKMVIX agreement check. The part-keyed STKMVIX
      * index is maintained alongside the STKMOVE ledger as each
      * movement is written (MOVINDX online, INDEX-MOVEMENT in
      * batch), and an index write that fails does not stop the
      * movement - so this run confirms, record for record, that
      * the two still hold the same entries. Both are sorted on the
      * whole ledger image and matched: a ledger entry with no
      * index entry is listed as missing from the index, an index
      * entry with no ledger entry as not on the ledger, and an
      * index entry whose key does not agree with the entry it
      * carries as mis-keyed. Any disagreement raises a warning
      * through the ALERTOUT feed, so the index is rebuilt with
      * MVIXBLD before the counter clerks read a wrong history.
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
       PROGRAM-ID.              MVIXCHK.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
           SELECT MOVE-INDEX-FILE ASSIGN TO STKMVIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MX-KEY
                  FILE STATUS IS WS-MVIX-STATUS.
      *
      *    The two sides, each sorted on the whole ledger image.
           SELECT LEDGER-WORK-FILE ASSIGN TO MVIXLWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LWORK-STATUS.
      *
           SELECT INDEX-WORK-FILE ASSIGN TO MVIXIWK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-IWORK-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT CHECK-REPORT ASSIGN TO MVIXCHKR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    Batch alerts append to the ALERTOUT dataset, which
      *    operations merges into the ALRTROUT router's feed.
           SELECT ALERT-OUT-FILE ASSIGN TO ALERTOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ALERT-STATUS.
      *
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      *    Ledger entries vary in length with the age of the entry
      *    - the length rides with each record.
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 80 TO 117 CHARACTERS
                  DEPENDING ON WS-RECORD-LENGTH.
       01  STKMOVE-IN-RECORD            PIC X(117).
      *
       FD  MOVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMVIX.
      *
       FD  LEDGER-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       01  LEDGER-WORK-RECORD           PIC X(117).
      *
       FD  INDEX-WORK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       01  INDEX-WORK-RECORD            PIC X(117).
      *
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-MOVEMENT             PIC X(117).
      *
       FD  CHECK-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  REPORT-LINE                  PIC X(100).
      *
       FD  ALERT-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS.
       01  ALERT-OUT-RECORD             PIC X(49).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
      *    STKMOVE copybook - the entry being listed or checked.
           COPY STKMOVE.
      *
      *    ALERTREC copybook - the alert raised on any disagreement.
           COPY ALERTREC.
      *
       01  WS-STORAGE.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-MVIX-STATUS            PIC X(2) VALUE '00'.
              88  MVIX-STATUS-OK            VALUE '00'.
           03 WS-LWORK-STATUS           PIC X(2) VALUE '00'.
              88  LWORK-STATUS-OK           VALUE '00'.
           03 WS-IWORK-STATUS           PIC X(2) VALUE '00'.
              88  IWORK-STATUS-OK           VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-ALERT-STATUS           PIC X(2) VALUE '00'.
              88  ALERT-STATUS-OK           VALUE '00'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-MVIX-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MVIX-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RECORD-LENGTH          PIC 9(4) COMP VALUE ZERO.
           03 WS-LEDGER-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-INDEX-COUNT            PIC 9(8) COMP VALUE ZERO.
           03 WS-MATCHED-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-MISSING-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-EXTRA-COUNT            PIC 9(8) COMP VALUE ZERO.
           03 WS-MISKEYED-COUNT         PIC 9(8) COMP VALUE ZERO.
      *
      *    The current entry from each side of the match; HIGH-
      *    VALUES once that side is exhausted.
       01  WS-LEDGER-IMAGE              PIC X(117) VALUE SPACES.
       01  WS-INDEX-IMAGE               PIC X(117) VALUE SPACES.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(38) VALUE
                'STKMVIX INDEX AGREEMENT CHECK - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(52) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(20) VALUE 'CONDITION'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(6)  VALUE 'TYPE'.
           03   FILLER                  PIC X(12) VALUE 'DATE'.
           03   FILLER                  PIC X(8)  VALUE 'TIME'.
           03   FILLER                  PIC X(9)  VALUE 'TASK'.
           03   FILLER                  PIC X(10) VALUE 'USERID'.
           03   FILLER                  PIC X(25) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-CONDITION            PIC X(18).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RD-MOVEMENT-TYPE        PIC X(1).
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RD-MOVEMENT-DATE        PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-MOVEMENT-TIME        PIC 9(6).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-MOVEMENT-TASK        PIC Z(6)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-CICS-USERID          PIC X(8).
           03   FILLER                  PIC X(27) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(30).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(60) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-MOVEMENT
                INPUT PROCEDURE IS GATHER-LEDGER
                GIVING LEDGER-WORK-FILE.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-MOVEMENT
                INPUT PROCEDURE IS GATHER-INDEX
                GIVING INDEX-WORK-FILE.
      *
           PERFORM MATCH-LEDGER-TO-INDEX.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'MVIXCHK' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN OUTPUT CHECK-REPORT.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - every ledger entry, padded to the
      *    full image the way the index carries it.
       GATHER-LEDGER.
      *
           OPEN INPUT STKMOVE-FILE.
      *
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE
                 ADD 1 TO WS-LEDGER-COUNT
                 MOVE SPACES TO SR-MOVEMENT
                 MOVE STKMOVE-IN-RECORD(1:WS-RECORD-LENGTH)
                      TO SR-MOVEMENT
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM.
      *
           CLOSE STKMOVE-FILE.
      *
       GATHER-LEDGER-EXIT.
           EXIT.
      *
      *    SORT input procedure - every index entry's ledger image,
      *    listing any whose key does not agree with the entry it
      *    carries.
       GATHER-INDEX.
      *
           OPEN INPUT MOVE-INDEX-FILE.
      *
           PERFORM UNTIL END-OF-MVIX-FILE
              READ MOVE-INDEX-FILE
                   AT END SET END-OF-MVIX-FILE TO TRUE
              END-READ
              IF NOT END-OF-MVIX-FILE
                 ADD 1 TO WS-INDEX-COUNT
                 MOVE MX-MOVEMENT TO STKMOVE
                 IF MV-PART-ID NOT EQUAL MX-PART-ID
                    OR MV-MOVEMENT-DATE NOT EQUAL MX-MOVEMENT-DATE
                    OR MV-MOVEMENT-TIME NOT EQUAL MX-MOVEMENT-TIME
                    ADD 1 TO WS-MISKEYED-COUNT
                    MOVE 'INDEX MIS-KEYED' TO RD-CONDITION
                    PERFORM LIST-ENTRY
                 END-IF
                 MOVE MX-MOVEMENT TO SR-MOVEMENT
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM.
      *
           CLOSE MOVE-INDEX-FILE.
      *
       GATHER-INDEX-EXIT.
           EXIT.
      *
      *    Match the two sorted sides entry for entry.
       MATCH-LEDGER-TO-INDEX.
      *
           OPEN INPUT LEDGER-WORK-FILE.
           OPEN INPUT INDEX-WORK-FILE.
           PERFORM READ-LEDGER-WORK.
           PERFORM READ-INDEX-WORK.
      *
           PERFORM UNTIL WS-LEDGER-IMAGE EQUAL HIGH-VALUES
                     AND WS-INDEX-IMAGE EQUAL HIGH-VALUES
              EVALUATE TRUE
                 WHEN WS-LEDGER-IMAGE EQUAL WS-INDEX-IMAGE
                    ADD 1 TO WS-MATCHED-COUNT
                    PERFORM READ-LEDGER-WORK
                    PERFORM READ-INDEX-WORK
                 WHEN WS-LEDGER-IMAGE LESS THAN WS-INDEX-IMAGE
                    ADD 1 TO WS-MISSING-COUNT
                    MOVE WS-LEDGER-IMAGE TO STKMOVE
                    MOVE 'MISSING FROM INDEX' TO RD-CONDITION
                    PERFORM LIST-ENTRY
                    PERFORM READ-LEDGER-WORK
                 WHEN OTHER
                    ADD 1 TO WS-EXTRA-COUNT
                    MOVE WS-INDEX-IMAGE TO STKMOVE
                    MOVE 'NOT ON LEDGER' TO RD-CONDITION
                    PERFORM LIST-ENTRY
                    PERFORM READ-INDEX-WORK
              END-EVALUATE
           END-PERFORM.
      *
           CLOSE LEDGER-WORK-FILE.
           CLOSE INDEX-WORK-FILE.
      *
       MATCH-LEDGER-TO-INDEX-EXIT.
           EXIT.
      *
       READ-LEDGER-WORK.
      *
           READ LEDGER-WORK-FILE INTO WS-LEDGER-IMAGE
                AT END MOVE HIGH-VALUES TO WS-LEDGER-IMAGE
           END-READ.
      *
       READ-LEDGER-WORK-EXIT.
           EXIT.
      *
       READ-INDEX-WORK.
      *
           READ INDEX-WORK-FILE INTO WS-INDEX-IMAGE
                AT END MOVE HIGH-VALUES TO WS-INDEX-IMAGE
           END-READ.
      *
       READ-INDEX-WORK-EXIT.
           EXIT.
      *
      *    One line for an entry the two sides disagree on, from
      *    the entry in STKMOVE and the condition in RD-CONDITION.
       LIST-ENTRY.
      *
           MOVE MV-PART-ID TO RD-PART-ID.
           MOVE MV-MOVEMENT-TYPE TO RD-MOVEMENT-TYPE.
           MOVE MV-MOVEMENT-DATE TO RD-MOVEMENT-DATE.
           MOVE MV-MOVEMENT-TIME TO RD-MOVEMENT-TIME.
           MOVE MV-MOVEMENT-TASK TO RD-MOVEMENT-TASK.
           MOVE MV-CICS-USERID TO RD-CICS-USERID.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       LIST-ENTRY-EXIT.
           EXIT.
      *
      *    Print the run totals, raise the alert on any
      *    disagreement, and close everything.
       FINALIZE-RUN.
      *
           MOVE 'LEDGER ENTRIES:' TO RT-LABEL.
           MOVE WS-LEDGER-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'INDEX ENTRIES:' TO RT-LABEL.
           MOVE WS-INDEX-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'MATCHED:' TO RT-LABEL.
           MOVE WS-MATCHED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'MISSING FROM INDEX:' TO RT-LABEL.
           MOVE WS-MISSING-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'NOT ON LEDGER:' TO RT-LABEL.
           MOVE WS-EXTRA-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'INDEX MIS-KEYED:' TO RT-LABEL.
           MOVE WS-MISKEYED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           DISPLAY 'MVIXCHK: LEDGER ENTRIES:     ' WS-LEDGER-COUNT.
           DISPLAY 'MVIXCHK: MISSING FROM INDEX: ' WS-MISSING-COUNT.
           DISPLAY 'MVIXCHK: NOT ON LEDGER:      ' WS-EXTRA-COUNT.
           DISPLAY 'MVIXCHK: INDEX MIS-KEYED:    ' WS-MISKEYED-COUNT.
      *
      *    Any disagreement means an inquiry can show a wrong
      *    history - raise it through the alert feed.
           IF WS-MISSING-COUNT GREATER THAN ZERO
              OR WS-EXTRA-COUNT GREATER THAN ZERO
              OR WS-MISKEYED-COUNT GREATER THAN ZERO
              OPEN EXTEND ALERT-OUT-FILE
              SET AM-SEV-WARNING TO TRUE
              MOVE 'MVIXCHK' TO AM-SOURCE
              MOVE 'STKMVIX INDEX DISAGREES WITH LEDGER'
                   TO AM-ALERT-TEXT
              WRITE ALERT-OUT-RECORD FROM ALERT-MESSAGE
              CLOSE ALERT-OUT-FILE
           END-IF.
      *
           CLOSE CHECK-REPORT.
      *
           MOVE WS-LEDGER-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
