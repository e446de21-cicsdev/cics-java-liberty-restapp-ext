      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Opened from the APRVINBX approvals inbox
      *                    (XCTL, with the item on the APRVHAND
      *                    commarea) the screen comes up with the
      *                    item's key already filled in, ready for
      *                    the decision.
      *
      *****************************************************************

      *    ADJSTG copybook - the staged adjustment being reviewed.
           COPY ADJSTG.
      *
      *    APRVHAND copybook - the item handed over by the
      *    APRVINBX approvals inbox, when it started this screen.
           COPY APRVHAND.
      *
      *    ADJAP1 symbolic map - see ADJAPS.bms/ADJAP1.cpy.
           COPY ADJAP1.
      *
       77  ADJAP1-MAPNAME           PIC X(8) VALUE 'ADJAP1'.
       77  ADJAPS-MAPSET            PIC X(8) VALUE 'ADJAPS'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA               PIC X(48).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.

      *    Started from the approvals inbox, the item's key comes
      *    up filled in.
           IF EIBCALEN NOT LESS THAN LENGTH OF APPROVAL-HANDOFF
              MOVE DFHCOMMAREA TO APPROVAL-HANDOFF
           ELSE
              MOVE SPACES TO APPROVAL-HANDOFF
           END-IF.
           IF AH-FROM-INBOX
              MOVE AH-KEY-1 TO PARTIDO
              MOVE AH-KEY-2(1:3) TO STGSEQO
              MOVE 'FROM THE APPROVALS INBOX - A=APPROVE  R=REJECT'
                   TO MSGO
           END-IF.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(ADJAP1-MAPNAME) MAPSET(ADJAPS-MAPSET)
              GOBACK
           END-IF.

      *    A key the operator left untouched is not returned by the
      *    terminal - take it from the inbox's hand-over.
           IF AH-FROM-INBOX AND PARTIDL EQUAL ZERO
              MOVE AH-KEY-1 TO PARTIDI
           END-IF.
           IF AH-FROM-INBOX AND STGSEQL EQUAL ZERO
              MOVE AH-KEY-2(1:3) TO STGSEQI
           END-IF.

           MOVE SPACES TO RSLT1O.
           MOVE SPACES TO RSLT2O.
           MOVE SPACES TO MSGO.
