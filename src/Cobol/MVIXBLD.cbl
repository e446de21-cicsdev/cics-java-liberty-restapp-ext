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
      * STKMVIX build utility. Reads the whole STKMOVE ledger and
      * loads the part-keyed STKMVIX index from it - once, to index
      * the history written before the online writers started
      * maintaining the index through MOVINDX, and again whenever
      * the nightly MVIXCHK comparison says the two have drifted
      * and the index is to be rebuilt from scratch.
      *
      * The ledger is sorted into key order (part, movement date,
      * movement time) with entries that share a second kept in
      * the order they were appended, and each is given the next
      * MX-SEQUENCE within its part and second - the same numbering
      * MOVINDX arrives at online - so the index loads in one
      * ascending pass. Ledger entries written before the record
      * grew to its present length are padded with spaces, exactly
      * as the batch readers of the ledger see them.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      * The index is opened OUTPUT, so the STKMVIX cluster is
      * (re)defined empty in the step before.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              MVIXBLD.
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
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
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
      *    Sort work record - the index entry to be, in key order.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-PART-ID              PIC 9(8).
           03   SR-MOVEMENT-DATE        PIC X(10).
           03   SR-MOVEMENT-TIME        PIC 9(6).
           03   SR-MOVEMENT             PIC X(117).
      *
       WORKING-STORAGE SECTION.
      *
      *    STKMOVE copybook - the ledger entry being indexed.
           COPY STKMOVE.
      *
       01  WS-STORAGE.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-MVIX-STATUS            PIC X(2) VALUE '00'.
              88  MVIX-STATUS-OK            VALUE '00'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RECORD-LENGTH          PIC 9(4) COMP VALUE ZERO.
           03 WS-LEDGER-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-INDEXED-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-FAILED-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-PREV-KEY.
              05 WS-PREV-PART-ID        PIC 9(8) VALUE ZERO.
              05 WS-PREV-DATE           PIC X(10) VALUE SPACES.
              05 WS-PREV-TIME           PIC 9(6) VALUE ZERO.
           03 WS-PREV-SEQUENCE          PIC 9(4) VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           OPEN INPUT STKMOVE-FILE.
           OPEN OUTPUT MOVE-INDEX-FILE.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-PART-ID
                                 SR-MOVEMENT-DATE
                                 SR-MOVEMENT-TIME
                WITH DUPLICATES IN ORDER
                INPUT PROCEDURE IS GATHER-LEDGER
                OUTPUT PROCEDURE IS LOAD-INDEX.
      *
           DISPLAY 'MVIXBLD: LEDGER ENTRIES READ:   ' WS-LEDGER-COUNT.
           DISPLAY 'MVIXBLD: INDEX ENTRIES WRITTEN: ' WS-INDEXED-COUNT.
           IF WS-FAILED-COUNT GREATER THAN ZERO
              DISPLAY 'MVIXBLD: INDEX WRITES FAILED:   '
                      WS-FAILED-COUNT
           END-IF.
      *
           CLOSE STKMOVE-FILE.
           CLOSE MOVE-INDEX-FILE.
      *
           STOP RUN.
      *
      *    SORT input procedure - every ledger entry, in the order
      *    it was appended.
       GATHER-LEDGER.
      *
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE
                 ADD 1 TO WS-LEDGER-COUNT
                 MOVE SPACES TO STKMOVE
                 MOVE STKMOVE-IN-RECORD(1:WS-RECORD-LENGTH)
                      TO STKMOVE
                 MOVE MV-PART-ID TO SR-PART-ID
                 MOVE MV-MOVEMENT-DATE TO SR-MOVEMENT-DATE
                 MOVE MV-MOVEMENT-TIME TO SR-MOVEMENT-TIME
                 MOVE STKMOVE TO SR-MOVEMENT
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM.
      *
       GATHER-LEDGER-EXIT.
           EXIT.
      *
      *    SORT output procedure - number each entry within its
      *    part and second, and load the index in key order.
       LOAD-INDEX.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 PERFORM WRITE-INDEX-ENTRY
              END-IF
           END-PERFORM.
      *
       LOAD-INDEX-EXIT.
           EXIT.
      *
       WRITE-INDEX-ENTRY.
      *
           IF SR-PART-ID EQUAL WS-PREV-PART-ID
              AND SR-MOVEMENT-DATE EQUAL WS-PREV-DATE
              AND SR-MOVEMENT-TIME EQUAL WS-PREV-TIME
              ADD 1 TO WS-PREV-SEQUENCE
           ELSE
              MOVE SR-PART-ID TO WS-PREV-PART-ID
              MOVE SR-MOVEMENT-DATE TO WS-PREV-DATE
              MOVE SR-MOVEMENT-TIME TO WS-PREV-TIME
              MOVE 1 TO WS-PREV-SEQUENCE
           END-IF.
      *
           MOVE SR-PART-ID TO MX-PART-ID.
           MOVE SR-MOVEMENT-DATE TO MX-MOVEMENT-DATE.
           MOVE SR-MOVEMENT-TIME TO MX-MOVEMENT-TIME.
           MOVE WS-PREV-SEQUENCE TO MX-SEQUENCE.
           MOVE SR-MOVEMENT TO MX-MOVEMENT.
           WRITE STKMOVE-INDEX.
      *
           IF MVIX-STATUS-OK
              ADD 1 TO WS-INDEXED-COUNT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'MVIXBLD: INDEX WRITE FAILED FOR PART '
                      SR-PART-ID ' STATUS ' WS-MVIX-STATUS
           END-IF.
      *
       WRITE-INDEX-ENTRY-EXIT.
           EXIT.
