      *                    closed month; the period is resolved
      *                    once per task and reused on every
      *                    ledger entry.
      *  15 Oct 2026  DEV  A caller with room for the new trailing
      *                    job number charges the issue to a
      *                    JOBMAST job: an unknown job is refused
      *                    'V', a closed one 'J', and every posted
      *                    part (each exploded component of a kit)
      *                    appends a JOBCOST ledger entry valued at
      *                    AVERAGE-COST and adds to the job's cost
      *                    to date.
      *  15 Oct 2026  DEV  A caller with room for the new trailing
      *                    substitute mode has a short issue
      *                    offered ('O') or given ('A') the first
      *                    INTRGRP interchangeable part INTRFIND
      *                    finds with stock, unless the department
      *                    refuses substitutes. An offer comes back
      *                    'Q' with nothing moved and no backorder;
      *                    a taken substitute is issued from its
      *                    own home location and its ledger entry
      *                    names the part asked for.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *  15 Oct 2026  DEV  A backorder records the department turned
      *                    away and the whole quantity it asked
      *                    for, for the SVCLEVEL service report.
      *  15 Oct 2026  DEV  A serial issued whose warranty counts from
      *                    issue has its expiry dated from today.
      *
      *****************************************************************

      *    SERIALNO copybook - the serials an issue closes out.
           COPY SERIALNO.
      *
      *    Shared warranty-expiry work fields - see
      *    WARRDATW/WARRDATP.
           COPY WARRDATW.
      *
      *    LOCMAST copybook - the location master a keyed pick
      *    location must be active on.
           COPY LOCMAST.
      *    the budget check reads and every issue feeds.
           COPY DEPTDRAW.
      *
      *    JOBMAST copybook - the job an issue can be charged to.
           COPY JOBMAST.
      *
      *    JOBCOST copybook - one job-cost ledger entry per part
      *    issued to a job.
           COPY JOBCOST.
      *
      *    Name of the CICS files to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  MOVE-FILE-NAME       PIC X(8) VALUE 'STKMOVE'.
      *    and before the budget answer after that is filled in.
       77  OVERRIDE-MIN-CALEN   PIC 9(4) VALUE 344.
       77  BUDGET-MIN-CALEN     PIC 9(4) VALUE 345.
      *
       77  JOB-FILE-NAME        PIC X(8) VALUE 'JOBMAST'.
       77  JOBCOST-FILE-NAME    PIC X(8) VALUE 'JOBCOST'.
      *
      *    Smallest EIBCALEN a caller must supply before the job
      *    number after the budget answer is honored.
       77  JOB-MIN-CALEN        PIC 9(4) VALUE 353.
      *
      *    Smallest EIBCALEN a caller must supply before the
      *    substitute mode after the job number is honored - the
      *    caller must have room for the substitute's PART-ID
      *    coming back as well.
       77  SUBSTITUTE-MIN-CALEN PIC 9(4) VALUE 362.
       77  INTRFIND-PROGRAM     PIC X(8) VALUE 'INTRFIND'.
      *
      *
      *    PARMFILE copybook - the posting-freeze switch checked
      *
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
      *
      *    Commarea for the PERDCHK accounting-period resolver
           03 PD-PERIOD              PIC 9(6) DISPLAY.
           03 PD-ROLLED-FLAG         PIC X(1).
           03 PD-RETURN-CODE         PIC X(1).
      *
      *    Commarea for the INTRFIND interchangeable-part finder
      *    asked when the part is short.
       01  WS-INTRFIND-AREA.
           03 IF-PART-ID             PIC 9(8) DISPLAY.
           03 IF-QUANTITY            PIC 9(8) DISPLAY.
           03 IF-DEPARTMENT          PIC X(6).
           03 IF-SUBSTITUTE-ID       PIC 9(8) DISPLAY.
           03 IF-SUBSTITUTE-AVAIL    PIC 9(8) DISPLAY.
           03 IF-RETURN-CODE         PIC X(1).
      *
       01  WS-STORAGE.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
           03 WS-LOC-OK-FLAG    PIC X(1)          VALUE 'Y'.
              88 MOVE-LOCATION-OK  VALUE 'Y'.
              88 MOVE-LOCATION-BAD VALUE 'N'.
      *
      *    Job-cost state: the job the issue is charged to, what
      *    each posted part costs it, and the running total the
      *    job master is moved by once everything has posted.
           03 JOB-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 JOBCOST-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 WS-MOVE-JOB       PIC X(8)          VALUE SPACES.
           03 WS-JOB-OK-FLAG    PIC X(1)          VALUE 'Y'.
              88 JOB-OK            VALUE 'Y'.
              88 JOB-UNKNOWN       VALUE 'N'.
              88 JOB-IS-CLOSED     VALUE 'C'.
           03 WS-JOB-LINE       PIC 9(3)          VALUE ZERO.
           03 WS-JOB-QUANTITY   PIC 9(8)          VALUE ZERO.
           03 WS-JOB-UNIT-COST  PIC 9(5)V99 PACKED-DECIMAL
                                              VALUE ZERO.
           03 WS-JOB-TOTAL      PIC S9(11)V99 PACKED-DECIMAL
                                              VALUE ZERO.
      *
      *    Substitution state: the part the caller asked for when
      *    an interchangeable one was taken in its place (zero
      *    otherwise), and the part any quoted reservation is on.
           03 INTRFIND-RESP     PIC 9(8)  COMP    VALUE ZERO.
           03 WS-SUBSTITUTED-FOR PIC 9(8) DISPLAY VALUE ZERO.
           03 WS-RESV-PART-ID   PIC 9(8)  DISPLAY VALUE ZERO.
           03 WS-SUBST-FLAG     PIC X(1)          VALUE 'N'.
              88 SUBSTITUTE-TAKEN   VALUE 'Y'.
              88 SUBSTITUTE-OFFERED VALUE 'O'.
      *
       LINKAGE SECTION.
      *
      *    past. Output only, for a caller whose EIBCALEN covers
      *    it (BUDGET-MIN-CALEN).
           03 CA-BUDGET-FLAG         PIC X(1).
      *
      *    The JOBMAST job this issue is charged to - must be on
      *    file and open. Only honored for a caller whose EIBCALEN
      *    covers it (JOB-MIN-CALEN); spaces means no job.
           03 CA-JOB-NUMBER          PIC X(8).
      *
      *    What to do when the part is short and an INTRGRP
      *    equivalent has the stock: 'O' offers it - the issue
      *    comes back 'Q' with the equivalent's PART-ID and
      *    nothing moved; 'A' takes it - the equivalent is issued
      *    in the part's place, and CA-PART-ID and the returned
      *    record are the equivalent's. Blank keeps the original
      *    short rejection. Only honored for a caller whose
      *    EIBCALEN covers the field after it
      *    (SUBSTITUTE-MIN-CALEN).
           03 CA-SUBSTITUTE-MODE     PIC X(1).
              88 CA-SUBSTITUTE-AUTO     VALUE 'A'.
              88 CA-SUBSTITUTE-OFFER    VALUE 'O'.
      *
      *    The equivalent offered or issued; zero when none.
      *    Output only.
           03 CA-SUBSTITUTE-PART-ID  PIC 9(8) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
              GOBACK
           END-IF.
      *
      *    A quoted job must be on file, and open to take issues.
           PERFORM RESOLVE-JOB.
           IF NOT JOB-OK
              IF JOB-IS-CLOSED
                 SET RC-JOB-CLOSED TO TRUE
              ELSE
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
              MOVE SPACES TO WS-STOCK-PART
              MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
              PERFORM COPY-RECORD-TO-COMMAREA
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.
      *
      *    A kit-mode issue takes its own path - everything else
      *    is the original single-part issue.
           IF EIBCALEN NOT LESS THAN KIT-MIN-CALEN
              GOBACK
           END-IF.
      *
      *    Issue the part - and, when it was short and an
      *    interchangeable part was taken in its place, issue that
      *    one instead.
           MOVE CA-PART-ID TO WS-RESV-PART-ID.
           IF EIBCALEN NOT LESS THAN SUBSTITUTE-MIN-CALEN
              MOVE ZERO TO CA-SUBSTITUTE-PART-ID
           END-IF.
           PERFORM ISSUE-REQUESTED-PART.
           IF SUBSTITUTE-TAKEN
              PERFORM ISSUE-REQUESTED-PART
           END-IF.
      *
      *    Copy the (possibly updated) record and the return code
      *    back to the commarea, in the caller's own shape - see
      *    COPY-RECORD-TO-COMMAREA.
           PERFORM COPY-RECORD-TO-COMMAREA.
           IF EIBCALEN NOT LESS THAN SUGGEST-MIN-CALEN
              MOVE WS-SUGGESTED-LOC TO CA-SUGGESTED-LOCATION
           END-IF.
           IF EIBCALEN NOT LESS THAN BUDGET-MIN-CALEN
              MOVE WS-BUDGET-FLAG TO CA-BUDGET-FLAG
           END-IF.
      *
      *    Back to CICS
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Lock the part and issue it - the original single-part
      *    issue. Performed a second time for an interchangeable
      *    part taken in the short part's place.
       ISSUE-REQUESTED-PART.
      *
      *    Each pass starts with no substitution pending.
           MOVE 'N' TO WS-SUBST-FLAG.
      *
      *    Lock the existing part. A not-found or file-control
      *    problem is reported back rather than abending.
           EXEC CICS READ FILE(FILE-NAME)
              WHEN CA-ISSUE-QUANTITY GREATER THAN
                   STOCK-QUANTITY OF WS-STOCK-PART
                 SET RC-VALIDATION-ERROR TO TRUE
      *          An interchangeable part with the stock is offered
      *          or taken before anything is backordered.
                 PERFORM TRY-INTERCHANGEABLE-PART
      *          The demand used to evaporate here - record the
      *          shortfall so the receipt path can fill it and
      *          chase lists stop living on paper.
                 IF NOT SUBSTITUTE-TAKEN
                    AND NOT SUBSTITUTE-OFFERED
                    PERFORM WRITE-BACKORDER
                 END-IF
              WHEN OTHER
                 PERFORM RESOLVE-MOVE-LOCATION
      *          The pick suggestion reads the lots and balances
                       PERFORM ISSUE-SERIAL-NUMBERS
                    END-IF
                    PERFORM FEED-DEPARTMENT-DRAW
                    IF WS-MOVE-JOB NOT EQUAL SPACES
                       MOVE CA-ISSUE-QUANTITY TO WS-JOB-QUANTITY
                       PERFORM COST-THE-ISSUED-PART
                       PERFORM WRITE-JOB-COST-ENTRY
                       PERFORM CHARGE-JOB-MASTER
                    END-IF
                    IF EIBCALEN NOT LESS THAN RESERVE-MIN-CALEN
                       AND CA-RESERVATION-SEQ NUMERIC
                       AND CA-RESERVATION-SEQ GREATER THAN ZERO
                 END-IF
           END-EVALUATE.
      *
       ISSUE-REQUESTED-PART-EXIT.
           EXIT.
      *
      *    The part is short: ask INTRFIND for an interchangeable
      *    part in its group with the stock to cover the issue -
      *    not for a department that refuses substitutes, and
      *    never twice. Offered, the caller gets 'Q' and its
      *    PART-ID; taken, it becomes the part this issue moves.
       TRY-INTERCHANGEABLE-PART.
      *
           IF EIBCALEN NOT LESS THAN SUBSTITUTE-MIN-CALEN
              AND (CA-SUBSTITUTE-AUTO OR CA-SUBSTITUTE-OFFER)
              AND WS-SUBSTITUTED-FOR EQUAL ZERO
              EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
              MOVE CA-PART-ID TO IF-PART-ID
              MOVE CA-ISSUE-QUANTITY TO IF-QUANTITY
              MOVE WS-MOVE-DEPT TO IF-DEPARTMENT
              MOVE ZERO TO IF-SUBSTITUTE-ID
              MOVE SPACE TO IF-RETURN-CODE
              EXEC CICS LINK PROGRAM(INTRFIND-PROGRAM)
                        COMMAREA(WS-INTRFIND-AREA)
                        LENGTH(39)
                        RESP(INTRFIND-RESP)
                        END-EXEC
              IF INTRFIND-RESP EQUAL DFHRESP(NORMAL)
                 AND IF-RETURN-CODE EQUAL '0'
                 MOVE IF-SUBSTITUTE-ID TO CA-SUBSTITUTE-PART-ID
                 IF CA-SUBSTITUTE-AUTO
                    MOVE CA-PART-ID TO WS-SUBSTITUTED-FOR
                    MOVE IF-SUBSTITUTE-ID TO CA-PART-ID
                    SET SUBSTITUTE-TAKEN TO TRUE
                 ELSE
                    SET SUBSTITUTE-OFFERED TO TRUE
                    SET RC-SUBSTITUTE-OFFERED TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       TRY-INTERCHANGEABLE-PART-EXIT.
           EXIT.
      *
      *    Append this movement to the STKMOVE ledger, stamped with
      *    the same identification fields PRICEHST and SUPPAUDT
       WRITE-MOVEMENT-RECORD.
      *
           MOVE CA-PART-ID TO MV-PART-ID.
           MOVE WS-SUBSTITUTED-FOR TO MV-SUBSTITUTED-FOR.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
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
       RESOLVE-DEPARTMENT-EXIT.
           EXIT.
      *
      *    Validate the caller's job number against JOBMAST. A
      *    blank job, or a caller too short to carry one, charges
      *    no job; a quoted job must exist and still be open.
       RESOLVE-JOB.
      *
           SET JOB-OK TO TRUE.
           MOVE SPACES TO WS-MOVE-JOB.
           MOVE ZERO TO WS-JOB-LINE.
           MOVE ZERO TO WS-JOB-TOTAL.
      *
           IF EIBCALEN NOT LESS THAN JOB-MIN-CALEN
              AND CA-JOB-NUMBER NOT EQUAL SPACES
              MOVE CA-JOB-NUMBER TO JB-JOB-NUMBER
              EXEC CICS READ FILE(JOB-FILE-NAME)
                        INTO(JOB-MASTER-RECORD)
                        RIDFLD(JB-JOB-NUMBER)
                        RESP(JOB-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN JOB-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET JOB-UNKNOWN TO TRUE
                 WHEN JB-JOB-CLOSED
                    SET JOB-IS-CLOSED TO TRUE
                 WHEN OTHER
                    MOVE CA-JOB-NUMBER TO WS-MOVE-JOB
              END-EVALUATE
           END-IF.
      *
       RESOLVE-JOB-EXIT.
           EXIT.
      *
      *    A direct issue costs the job at the part's moving
      *    average - what the stock on the shelf actually cost -
      *    falling back to UNIT-PRICE for a part with no average
      *    held yet.
       COST-THE-ISSUED-PART.
      *
           IF AVERAGE-COST OF WS-STOCK-PART NUMERIC
              AND AVERAGE-COST OF WS-STOCK-PART GREATER THAN ZERO
              MOVE AVERAGE-COST OF WS-STOCK-PART TO WS-JOB-UNIT-COST
           ELSE
              MOVE UNIT-PRICE OF WS-STOCK-PART TO WS-JOB-UNIT-COST
           END-IF.
      *
       COST-THE-ISSUED-PART-EXIT.
           EXIT.
      *
      *    The same costing for one exploded kit component.
       COST-THE-COMPONENT.
      *
           IF AVERAGE-COST OF WS-COMP-PART NUMERIC
              AND AVERAGE-COST OF WS-COMP-PART GREATER THAN ZERO
              MOVE AVERAGE-COST OF WS-COMP-PART TO WS-JOB-UNIT-COST
           ELSE
              MOVE UNIT-PRICE OF WS-COMP-PART TO WS-JOB-UNIT-COST
           END-IF.
      *
       COST-THE-COMPONENT-EXIT.
           EXIT.
      *
      *    Append one entry to the JOBCOST ledger for the part the
      *    movement record just written moved - its date, time,
      *    task, userid, location, department, requisition and
      *    period are already in the STKMOVE fields. The line
      *    number keeps a kit's components apart under one task.
       WRITE-JOB-COST-ENTRY.
      *
           ADD 1 TO WS-JOB-LINE.
           MOVE SPACES TO JOB-COST-RECORD.
           MOVE WS-MOVE-JOB TO JC-JOB-NUMBER.
           MOVE MV-MOVEMENT-DATE-YYYY TO JC-POST-DATE(1:4).
           MOVE MV-MOVEMENT-DATE-MM TO JC-POST-DATE(5:2).
           MOVE MV-MOVEMENT-DATE-DD TO JC-POST-DATE(7:2).
           MOVE MV-MOVEMENT-TIME TO JC-POST-TIME.
           MOVE MV-MOVEMENT-TASK TO JC-TASK-NUMBER.
           MOVE WS-JOB-LINE TO JC-LINE.
           MOVE MV-PART-ID TO JC-PART-ID.
           SET JC-TYPE-ISSUE TO TRUE.
           MOVE WS-JOB-QUANTITY TO JC-QUANTITY.
           MOVE WS-JOB-UNIT-COST TO JC-UNIT-COST.
           COMPUTE JC-VALUE ROUNDED =
                   WS-JOB-QUANTITY * WS-JOB-UNIT-COST.
           MOVE WS-POSTING-PERIOD TO JC-PERIOD.
           MOVE MV-DEPARTMENT TO JC-DEPARTMENT.
           MOVE MV-LOCATION TO JC-LOCATION.
           MOVE MV-CICS-USERID TO JC-CICS-USERID.
           MOVE MV-REQUISITION TO JC-REQUISITION.
      *
           EXEC CICS WRITE FILE(JOBCOST-FILE-NAME)
                     FROM(JOB-COST-RECORD)
                     RIDFLD(JC-KEY)
                     RESP(JOBCOST-RESP)
                     END-EXEC.
           IF JOBCOST-RESP EQUAL DFHRESP(NORMAL)
              ADD JC-VALUE TO WS-JOB-TOTAL
           END-IF.
      *
       WRITE-JOB-COST-ENTRY-EXIT.
           EXIT.
      *
      *    Add what this issue cost the job to its running total
      *    on the master, once every entry has posted.
       CHARGE-JOB-MASTER.
      *
           MOVE WS-MOVE-JOB TO JB-JOB-NUMBER.
           EXEC CICS READ FILE(JOB-FILE-NAME)
                     INTO(JOB-MASTER-RECORD)
                     RIDFLD(JB-JOB-NUMBER)
                     UPDATE
                     RESP(JOB-RESP)
                     END-EXEC.
           IF JOB-RESP EQUAL DFHRESP(NORMAL)
              IF JB-COST-TO-DATE NOT NUMERIC
                 MOVE ZERO TO JB-COST-TO-DATE
              END-IF
              ADD WS-JOB-TOTAL TO JB-COST-TO-DATE
              EXEC CICS REWRITE FILE(JOB-FILE-NAME)
                        FROM(JOB-MASTER-RECORD)
                        RESP(JOB-RESP)
                        END-EXEC
           END-IF.
      *
       CHARGE-JOB-MASTER-EXIT.
           EXIT.
      *
      *    The movement draws from the caller's location when one
      *    was supplied, otherwise from the part's home location.
      *    An interchangeable part taken in the short part's place
      *    always comes from its own home location - the caller's
      *    location was the other part's shelf.
       RESOLVE-MOVE-LOCATION.
      *
           MOVE WAREHOUSE-LOCATION OF WS-STOCK-PART
                TO WS-MOVE-LOCATION.
           IF EIBCALEN NOT LESS THAN LOCATION-MIN-CALEN
              AND CA-LOCATION NOT EQUAL SPACES
              AND WS-SUBSTITUTED-FOR EQUAL ZERO
              MOVE CA-LOCATION TO WS-MOVE-LOCATION
           END-IF.
      *
      *    leaves the rest reserved), it is marked consumed once
      *    empty, and the part's RESERVED-QUANTITY mirror comes
      *    down by the same amount so available-to-promise stays
      *    honest. The reservation is on the part asked for, even
      *    when an interchangeable part was issued in its place.
       CONSUME-RESERVATION.
      *
           MOVE WS-RESV-PART-ID TO RSV-PART-ID.
           MOVE CA-RESERVATION-SEQ TO RSV-SEQUENCE.
           EXEC CICS READ FILE(RESV-FILE-NAME)
                     INTO(RESERVATION-RECORD)
                           RESP(RESV-RESP)
                           END-EXEC
                 IF RESV-RESP EQUAL DFHRESP(NORMAL)
                    IF WS-SUBSTITUTED-FOR EQUAL ZERO
                       PERFORM REDUCE-RESERVED-MIRROR
                    ELSE
                       PERFORM REDUCE-ORIGINAL-MIRROR
                    END-IF
                 END-IF
              ELSE
                 EXEC CICS UNLOCK FILE(RESV-FILE-NAME) END-EXEC
       REDUCE-RESERVED-MIRROR-EXIT.
           EXIT.
      *
      *    The same for a reservation consumed by an
      *    interchangeable part's issue: the mirror to reduce is
      *    the part asked for, worked in the second record view so
      *    WS-STOCK-PART still carries the part that was issued.
       REDUCE-ORIGINAL-MIRROR.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-COMP-PART)
                     RIDFLD(WS-RESV-PART-ID)
                     UPDATE
                     RESP(READ-RESP)
                     END-EXEC.
           IF READ-RESP EQUAL DFHRESP(NORMAL)
              IF WS-CONSUMED-QTY GREATER THAN
                 RESERVED-QUANTITY OF WS-COMP-PART
                 MOVE ZERO TO RESERVED-QUANTITY OF WS-COMP-PART
              ELSE
                 SUBTRACT WS-CONSUMED-QTY FROM
                     RESERVED-QUANTITY OF WS-COMP-PART
              END-IF
              EXEC CICS REWRITE FILE(FILE-NAME)
                        FROM(WS-COMP-PART)
                        RESP(WRITE-RESP)
                        END-EXEC
           END-IF.
      *
       REDUCE-ORIGINAL-MIRROR-EXIT.
           EXIT.
      *
      *    Record the rejected issue's shortfall as a backorder on
      *    the next free sequence for the part, carrying whatever
      *    requester reference the caller supplied.
           IF EIBCALEN NOT LESS THAN REQUESTER-MIN-CALEN
              MOVE CA-REQUESTER-REF TO BO-REQUESTER-REF
           END-IF.
           MOVE WS-MOVE-DEPT TO BO-DEPARTMENT.
           MOVE CA-ISSUE-QUANTITY TO BO-REQUESTED-QUANTITY.
           SET BO-STATUS-OPEN TO TRUE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
      *
           IF EIBCALEN NOT LESS THAN LOCATION-MIN-CALEN
              AND CA-LOCATION NOT EQUAL SPACES
              AND WS-SUBSTITUTED-FOR EQUAL ZERO
              MOVE CA-LOCATION TO LM-LOCATION
              EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                        INTO(LOCATION-MASTER-RECORD)
              IF EIBCALEN NOT LESS THAN REQUESTER-MIN-CALEN
                 MOVE CA-REQUESTER-REF TO SN-REQUESTER-REF
              END-IF
      *       Warranty counted from issue starts now - once; a
      *       unit back from repair and issued again keeps it.
              IF SN-WARRANTY-FROM-ISSUE
                 AND SN-WARRANTY-EXPIRY EQUAL SPACES
                 MOVE WS-DATE8 TO WS-WD-START-DATE
                 MOVE SN-WARRANTY-MONTHS TO WS-WD-MONTHS
                 PERFORM COMPUTE-WARRANTY-EXPIRY
                 MOVE WS-WD-EXPIRY TO SN-WARRANTY-EXPIRY
              END-IF
              EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                        FROM(SERIAL-NUMBER-RECORD)
                        RESP(SERIAL-RESP)
                          END-PERFORM
                          IF NOT RC-FILE-ERROR
                             PERFORM FEED-DEPARTMENT-DRAW
                             IF WS-MOVE-JOB NOT EQUAL SPACES
                                PERFORM CHARGE-JOB-MASTER
                             END-IF
                          END-IF
                       END-IF
                    ELSE
                      TO WS-MOVE-LOCATION
                 PERFORM WRITE-COMPONENT-MOVEMENT
                 PERFORM DRAW-COMPONENT-LOCATION
                 IF WS-MOVE-JOB NOT EQUAL SPACES
                    MOVE WS-KIT-NEEDED(WS-KIT-INDEX)
                         TO WS-JOB-QUANTITY
                    PERFORM COST-THE-COMPONENT
                    PERFORM WRITE-JOB-COST-ENTRY
                 END-IF
              ELSE
      *          A component failed mid-explosion - back the whole
      *          kit out rather than leave it half-issued.
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
       WRITE-COMPONENT-MOVEMENT-EXIT.
           EXIT.
      *
       CHECK-POSTING-FREEZE-EXIT.
           EXIT.
      *
      *    Shared warranty-expiry paragraph - see WARRDATP.cpy.
           COPY WARRDATP.
