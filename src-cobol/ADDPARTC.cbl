      *                    closed month; the period is resolved
      *                    once per task and reused on every
      *                    ledger entry.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *
      *****************************************************************

      *
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
      *
      *    Commarea for the PERDCHK accounting-period resolver
      *    every ledger entry is stamped through.
              88 POSTING-PERIOD-OPEN   VALUE 'Y'.
              88 POSTING-PERIOD-CLOSED VALUE 'N'.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 WRITE-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 WRITE-RESP2       PIC 9(8)  COMP    VALUE ZERO.
           03 MODE-RESP         PIC 9(8)  COMP    VALUE ZERO.
                     LENGTH(94)
                     RESP(MOVPUB-RESP)
                     END-EXEC.
      *
      *    Index the entry by part on STKMVIX, so one part's
      *    history reads directly instead of by a ledger scan.
           EXEC CICS LINK PROGRAM(MOVINDX-PROGRAM)
                     COMMAREA(STKMOVE)
                     LENGTH(LENGTH OF STKMOVE)
                     RESP(MOVINDX-RESP)
                     END-EXEC.
      *
       WRITE-MOVEMENT-RECORD-EXIT.
           EXIT.
