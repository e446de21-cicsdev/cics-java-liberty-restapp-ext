      * consignment flag; a caller too short to carry the byte gets
      * the original inspection-flag behavior.
      *
      * The hazard option ('H') sets the part's PARTCTRL hazard
      * class and safety-data-sheet reference, which the receiving
      * putaway and the stock transfer hold against a location's
      * permitted classes. A class needs an SDS reference; a blank
      * class clears both.
      *
      * The space option ('S') sets the part's PARTCTRL space
      * factor - how much of a location's capacity one PACK-SIZE
      * takes, in the site's space unit; zero stops the part's
      * space being measured.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      *                    who rejected them and when - SERIALNQ
      *                    stops answering "in stock" for a unit
      *                    that went back on the truck.
      *  15 Oct 2026  DEV  A reject's credit memo is marked as
      *                    coming from inspection, so the QUALRATE
      *                    supplier rating counts the rejection
      *                    once and not again as a return.
      *  15 Oct 2026  DEV  Hazard option 'H' maintains the part's
      *                    hazard class and SDS reference on
      *                    PARTCTRL; a class without a reference
      *                    is refused.
      *  15 Oct 2026  DEV  Space option 'S' maintains the part's
      *                    PARTCTRL space factor for the putaway
      *                    room check.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *
      *****************************************************************

           COPY INSPHOLD.
      *
      *    PARTCTRL copybook - the per-part inspection flag the
      *    flag options maintain, and the hazard class and SDS
      *    reference the hazard option does.
           COPY PARTCTRL.
      *
      *    STKMOVE copybook - the receipt ledger entry an accepted
      *
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
      *
      *    Commarea length through the trailing flag-select byte.
       77  FLAG-MIN-CALEN       PIC 9(4) VALUE 26.
      *
      *    Commarea length through the trailing SDS reference.
       77  HAZARD-MIN-CALEN     PIC 9(4) VALUE 41.
      *
      *    Commarea length through the trailing space factor.
       77  SPACE-MIN-CALEN      PIC 9(4) VALUE 50.
      *
      *    Commarea for the PERDCHK accounting-period resolver
      *    every ledger entry is stamped through.
       01  WS-PERDCHK-AREA.
       01  WS-STORAGE.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
              88 CA-ACTION-REJECT       VALUE 'R'.
              88 CA-ACTION-FLAG         VALUE 'F'.
              88 CA-ACTION-UNFLAG       VALUE 'N'.
              88 CA-ACTION-HAZARD       VALUE 'H'.
              88 CA-ACTION-SPACE        VALUE 'S'.
      *
      *    Which hold to release - the sequence RECVGDS assigned,
      *    ignored by the flag options.
      *    a shorter caller gets the original inspection-flag
      *    behavior, as every commarea growth here has.
           03 CA-FLAG-SELECT         PIC X(1).
      *
      *    The hazard option's hazard class and safety-data-sheet
      *    reference - spaces in the class clears both. Present
      *    only for a caller whose EIBCALEN covers them
      *    (HAZARD-MIN-CALEN); a shorter caller asking for the
      *    hazard option is refused.
           03 CA-HAZARD-CLASS        PIC X(3).
           03 CA-SDS-REFERENCE       PIC X(12).
      *
      *    The space option's space factor. Present only for a
      *    caller whose EIBCALEN covers it (SPACE-MIN-CALEN); a
      *    shorter caller asking for the space option is refused.
           03 CA-SPACE-FACTOR        PIC 9(5)V9(4) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
                 PERFORM DO-SET-FLAG
              WHEN CA-ACTION-UNFLAG
                 PERFORM DO-SET-FLAG
              WHEN CA-ACTION-HAZARD
                 PERFORM DO-SET-HAZARD
              WHEN CA-ACTION-SPACE
                 PERFORM DO-SET-SPACE-FACTOR
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
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
           MOVE WS-TIME6 TO CM-RTV-TIME.
           MOVE WS-USERID TO CM-CICS-USERID.
           MOVE EIBTRMID TO CM-TERMINAL-ID.
           SET CM-FROM-INSPECTION TO TRUE.
      *
           EXEC CICS WRITE FILE(MEMO-FILE-NAME)
                     FROM(CREDIT-MEMO-RECORD)
       SET-SELECTED-FLAG-EXIT.
           EXIT.
      *
      *    Set or clear the part's hazard class and SDS reference,
      *    creating the control entry on first use the way the
      *    flag options do. A class must come with the reference
      *    to its safety data sheet.
       DO-SET-HAZARD.
      *
           IF EIBCALEN LESS THAN HAZARD-MIN-CALEN
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              IF CA-HAZARD-CLASS NOT EQUAL SPACES
                 AND CA-SDS-REFERENCE EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              MOVE CA-PART-ID TO PC-PART-ID
              EXEC CICS READ FILE(CTRL-FILE-NAME)
                        INTO(PART-CONTROL-RECORD)
                        RIDFLD(PC-PART-ID)
                        UPDATE
                        RESP(CTRL-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN CTRL-RESP EQUAL DFHRESP(NORMAL)
                    PERFORM SET-HAZARD-FIELDS
                    EXEC CICS REWRITE FILE(CTRL-FILE-NAME)
                              FROM(PART-CONTROL-RECORD)
                              RESP(CTRL-RESP)
                              END-EXEC
                 WHEN CTRL-RESP EQUAL DFHRESP(NOTFND)
                    MOVE SPACES TO PART-CONTROL-RECORD
                    MOVE CA-PART-ID TO PC-PART-ID
                    PERFORM SET-HAZARD-FIELDS
                    EXEC CICS WRITE FILE(CTRL-FILE-NAME)
                              FROM(PART-CONTROL-RECORD)
                              RIDFLD(PC-PART-ID)
                              RESP(CTRL-RESP)
                              END-EXEC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF CTRL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       DO-SET-HAZARD-EXIT.
           EXIT.
      *
      *    A blank class is not hazardous - the reference goes
      *    with it.
       SET-HAZARD-FIELDS.
      *
           MOVE CA-HAZARD-CLASS TO PC-HAZARD-CLASS.
           IF PC-NOT-HAZARDOUS
              MOVE SPACES TO PC-SDS-REFERENCE
           ELSE
              MOVE CA-SDS-REFERENCE TO PC-SDS-REFERENCE
           END-IF.
      *
       SET-HAZARD-FIELDS-EXIT.
           EXIT.
      *
      *    Set the part's space factor, creating the control
      *    entry on first use the way the flag options do.
       DO-SET-SPACE-FACTOR.
      *
           IF EIBCALEN LESS THAN SPACE-MIN-CALEN
              OR CA-SPACE-FACTOR NOT NUMERIC
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-PART-ID TO PC-PART-ID
              EXEC CICS READ FILE(CTRL-FILE-NAME)
                        INTO(PART-CONTROL-RECORD)
                        RIDFLD(PC-PART-ID)
                        UPDATE
                        RESP(CTRL-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN CTRL-RESP EQUAL DFHRESP(NORMAL)
                    MOVE CA-SPACE-FACTOR TO PC-SPACE-FACTOR
                    EXEC CICS REWRITE FILE(CTRL-FILE-NAME)
                              FROM(PART-CONTROL-RECORD)
                              RESP(CTRL-RESP)
                              END-EXEC
                 WHEN CTRL-RESP EQUAL DFHRESP(NOTFND)
                    MOVE SPACES TO PART-CONTROL-RECORD
                    MOVE CA-PART-ID TO PC-PART-ID
                    MOVE CA-SPACE-FACTOR TO PC-SPACE-FACTOR
                    EXEC CICS WRITE FILE(CTRL-FILE-NAME)
                              FROM(PART-CONTROL-RECORD)
                              RIDFLD(PC-PART-ID)
                              RESP(CTRL-RESP)
                              END-EXEC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF CTRL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       DO-SET-SPACE-FACTOR-EXIT.
           EXIT.
      *
      *    Stamp the accounting period CHECK-POSTING-PERIOD
      *    resolved up front - one PERDCHK answer covers every
      *    entry this task writes.
