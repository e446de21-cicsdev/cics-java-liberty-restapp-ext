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
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  STAGE-FILE-NAME      PIC X(8) VALUE 'ADJSTG'.
      *
       01  WS-STORAGE.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
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
