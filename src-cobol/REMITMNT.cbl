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

      *    details can be held for it.
           COPY SUPPMAST.
      *
      *    APRVHAND copybook - the item handed over by the
      *    APRVINBX approvals inbox, when it started this screen.
           COPY APRVHAND.
      *
      *    REMIT1 symbolic map - see REMITS.bms/REMIT1.cpy.
           COPY REMIT1.
      *
       77  REMIT1-MAPNAME           PIC X(8) VALUE 'REMIT1'.
       77  REMITS-MAPSET            PIC X(8) VALUE 'REMITS'.
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
              MOVE AH-KEY-1 TO SUPPIDO
              MOVE 'FROM THE APPROVALS INBOX - P=APPROVE'
                   TO MSGO
           END-IF.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(REMIT1-MAPNAME) MAPSET(REMITS-MAPSET)
              GOBACK
           END-IF.

      *    A key the operator left untouched is not returned by the
      *    terminal - take it from the inbox's hand-over.
           IF AH-FROM-INBOX AND SUPPIDL EQUAL ZERO
              MOVE AH-KEY-1 TO SUPPIDI
           END-IF.

           MOVE SPACES TO RSLT1O.
           MOVE SPACES TO RSLT2O.
           MOVE SPACES TO MSGO.
