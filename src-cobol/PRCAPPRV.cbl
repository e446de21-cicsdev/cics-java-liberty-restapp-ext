      *                    PRICEHST trail), so "new prices from 1
      *                    October" stops being a morning of
      *                    keying - or a morning of forgetting.
      *  15 Oct 2026  DEV  Opened from the APRVINBX approvals inbox
      *                    (XCTL, with the item on the APRVHAND
      *                    commarea) the screen comes up with the
      *                    item's key already filled in, ready for
      *                    the decision.
      *
      *****************************************************************

      *    writes, carrying the approver's userid.
           COPY PRICEHST.
      *
      *    APRVHAND copybook - the item handed over by the
      *    APRVINBX approvals inbox, when it started this screen.
           COPY APRVHAND.
      *
      *    PRCAPP1 symbolic map - see PRCAPPS.bms/PRCAPP1.cpy.
           COPY PRCAPP1.
      *
       77  PRCAPP1-MAPNAME          PIC X(8) VALUE 'PRCAPP1'.
       77  PRCAPPS-MAPSET           PIC X(8) VALUE 'PRCAPPS'.
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
              MOVE 'FROM THE APPROVALS INBOX - A=APPROVE  R=REJECT'
                   TO MSGO
           END-IF.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(PRCAPP1-MAPNAME) MAPSET(PRCAPPS-MAPSET)
              GOBACK
           END-IF.

      *    A key the operator left untouched is not returned by the
      *    terminal - take it from the inbox's hand-over.
           IF AH-FROM-INBOX AND PARTIDL EQUAL ZERO
              MOVE AH-KEY-1 TO PARTIDI
           END-IF.

           PERFORM CLEAR-RESULT-ROWS.
           MOVE SPACES TO MSGO.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
