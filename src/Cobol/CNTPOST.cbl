      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Write the whole ledger entry, and index
      *                    it by part on STKMVIX.
      *
      *****************************************************************

           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
      *    The ledger's part-keyed index - each entry appended
      *    above is indexed here too (see MVIXW/MVIXP).
           SELECT MOVE-INDEX-FILE ASSIGN TO STKMVIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MX-KEY
                  FILE STATUS IS WS-MVIX-STATUS.
      *
           SELECT POSTING-REPORT ASSIGN TO CNTPOSTR
                  ORGANIZATION IS LINE SEQUENTIAL
      *    through this plain record area.
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       01  STKMOVE-OUT-RECORD           PIC X(117).
      *
       FD  MOVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMVIX.
      *
       FD  POSTING-REPORT
           LABEL RECORDS ARE STANDARD
      *
      *    STKMOVE copybook - the ledger entry being appended.
           COPY STKMOVE.
      *
      *    Shared ledger-index work fields - see MVIXW/MVIXP.
           COPY MVIXW.
      *
       01  WS-STORAGE.
           03 WS-COUNT-STATUS           PIC X(2) VALUE '00'.
           OPEN I-O COUNT-FILE.
           OPEN I-O SMPLXMPL-FILE.
           OPEN EXTEND STKMOVE-FILE.
           OPEN I-O MOVE-INDEX-FILE.
           OPEN OUTPUT POSTING-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE CC-APPROVED-BY TO MV-CICS-USERID.
           MOVE SPACES TO MV-TERMINAL-ID.
           WRITE STKMOVE-OUT-RECORD FROM STKMOVE.
           PERFORM INDEX-MOVEMENT.
      *
           SET CC-STATUS-POSTED TO TRUE.
           REWRITE CYCLE-COUNT-RECORD.
           CLOSE COUNT-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE STKMOVE-FILE.
           CLOSE MOVE-INDEX-FILE.
           CLOSE POSTING-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared ledger-index paragraph - see MVIXP.cpy.
           COPY MVIXP.
