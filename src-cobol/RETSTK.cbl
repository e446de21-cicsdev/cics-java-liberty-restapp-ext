      *                    closed month; the period is resolved
      *                    once per task and reused on every
      *                    ledger entry.
      *  15 Oct 2026  DEV  A caller with room for the new trailing
      *                    job number credits the return to a
      *                    JOBMAST job: an unknown job is refused
      *                    'V' and a closed one 'J' - a closed
      *                    job's cost is final - and the return
      *                    appends a negative JOBCOST ledger entry
      *                    at AVERAGE-COST and nets the job's cost
      *                    to date back down.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *
      *****************************************************************

      *    nets back off.
           COPY DEPTDRAW.
      *
      *    JOBMAST copybook - the job a return can be credited to.
           COPY JOBMAST.
      *
      *    JOBCOST copybook - the negative job-cost entry a return
      *    to a job writes.
           COPY JOBCOST.
      *
      *    Name of the CICS files and programs to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  MOVE-FILE-NAME       PIC X(8) VALUE 'STKMOVE'.
       77  DRAW-FILE-NAME       PIC X(8) VALUE 'DEPTDRAW'.
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
       77  JOB-FILE-NAME        PIC X(8) VALUE 'JOBMAST'.
       77  JOBCOST-FILE-NAME    PIC X(8) VALUE 'JOBCOST'.
      *
      *    Smallest EIBCALEN a caller must supply before the job
      *    number after the return code is honored.
       77  JOB-MIN-CALEN        PIC 9(4) VALUE 173.
      *
      *    Expiry given to a returned lot - open-ended, so dated
      *    stock still issues first.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 DRAW-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-RETURN-VALUE   PIC S9(11)V99 PACKED-DECIMAL
                                              VALUE ZERO.
      *
      *    Job-cost state: the job the return is credited to and
      *    what the returned units are worth to it.
           03 JOB-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 JOBCOST-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 WS-MOVE-JOB       PIC X(8)          VALUE SPACES.
           03 WS-JOB-OK-FLAG    PIC X(1)          VALUE 'Y'.
              88 JOB-OK            VALUE 'Y'.
              88 JOB-UNKNOWN       VALUE 'N'.
              88 JOB-IS-CLOSED     VALUE 'C'.
      *
       LINKAGE SECTION.
      *
           03 CA-REQUISITION         PIC X(8).
           03 CA-STOCK-PART          PIC X(124).
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    The JOBMAST job the material was issued to - must be on
      *    file and open. Only honored for a caller whose EIBCALEN
      *    covers it (JOB-MIN-CALEN); spaces means no job.
           03 CA-JOB-NUMBER          PIC X(8).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
           END-IF.
      *
           PERFORM VALIDATE-DEPARTMENT.
           PERFORM RESOLVE-JOB.
           EVALUATE TRUE
              WHEN NOT DEPARTMENT-OK
              WHEN JOB-UNKNOWN
                 SET RC-VALIDATION-ERROR TO TRUE
                 MOVE SPACES TO WS-STOCK-PART
                 MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
              WHEN JOB-IS-CLOSED
                 SET RC-JOB-CLOSED TO TRUE
                 MOVE SPACES TO WS-STOCK-PART
                 MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
              WHEN OTHER
                 PERFORM APPLY-RETURN
           END-EVALUATE.
      *
           MOVE WS-STOCK-PART TO CA-STOCK-PART.
           MOVE RETURN-CODE TO CA-RETURN-CODE.
       VALIDATE-DEPARTMENT-EXIT.
           EXIT.
      *
      *    A quoted job must be on JOBMAST and still open - the
      *    same rule the issue applies. A blank job, or a caller
      *    too short to carry one, credits no job.
       RESOLVE-JOB.
      *
           SET JOB-OK TO TRUE.
           MOVE SPACES TO WS-MOVE-JOB.
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
      *    Lock the part, restore the quantity, and leave the
      *    trail a receipt would - at the cost the units already
      *    carried, so the average is untouched.
                       PERFORM ADD-TO-LOCATION-BALANCE
                       PERFORM RECORD-RETURNED-LOT
                       PERFORM NET-DEPARTMENT-DRAW
                       IF WS-MOVE-JOB NOT EQUAL SPACES
                          PERFORM CREDIT-JOB-COST
                       END-IF
                    ELSE
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
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
      *
       NET-DEPARTMENT-DRAW-EXIT.
           EXIT.
      *
      *    Credit the job with the returned units: a negative
      *    JOBCOST entry at the part's AVERAGE-COST (UNIT-PRICE
      *    where no average is held), keyed off the 'U' movement
      *    just written, and the same amount off the job's cost to
      *    date.
       CREDIT-JOB-COST.
      *
           MOVE SPACES TO JOB-COST-RECORD.
           MOVE WS-MOVE-JOB TO JC-JOB-NUMBER.
           MOVE WS-DATE8 TO JC-POST-DATE.
           MOVE WS-TIME6 TO JC-POST-TIME.
           MOVE WS-TASK-NUMBER TO JC-TASK-NUMBER.
           MOVE 1 TO JC-LINE.
           MOVE CA-PART-ID TO JC-PART-ID.
           SET JC-TYPE-RETURN TO TRUE.
           MOVE CA-RETURN-QUANTITY TO JC-QUANTITY.
           IF AVERAGE-COST OF WS-STOCK-PART NUMERIC
              AND AVERAGE-COST OF WS-STOCK-PART GREATER THAN ZERO
              MOVE AVERAGE-COST OF WS-STOCK-PART TO JC-UNIT-COST
           ELSE
              MOVE UNIT-PRICE OF WS-STOCK-PART TO JC-UNIT-COST
           END-IF.
           COMPUTE JC-VALUE ROUNDED =
                   ZERO - CA-RETURN-QUANTITY * JC-UNIT-COST.
           MOVE WS-POSTING-PERIOD TO JC-PERIOD.
           MOVE CA-DEPARTMENT TO JC-DEPARTMENT.
           MOVE WS-MOVE-LOCATION TO JC-LOCATION.
           MOVE MV-CICS-USERID TO JC-CICS-USERID.
           MOVE CA-REQUISITION TO JC-REQUISITION.
      *
           EXEC CICS WRITE FILE(JOBCOST-FILE-NAME)
                     FROM(JOB-COST-RECORD)
                     RIDFLD(JC-KEY)
                     RESP(JOBCOST-RESP)
                     END-EXEC.
      *
           IF JOBCOST-RESP EQUAL DFHRESP(NORMAL)
              MOVE WS-MOVE-JOB TO JB-JOB-NUMBER
              EXEC CICS READ FILE(JOB-FILE-NAME)
                        INTO(JOB-MASTER-RECORD)
                        RIDFLD(JB-JOB-NUMBER)
                        UPDATE
                        RESP(JOB-RESP)
                        END-EXEC
              IF JOB-RESP EQUAL DFHRESP(NORMAL)
                 IF JB-COST-TO-DATE NOT NUMERIC
                    MOVE ZERO TO JB-COST-TO-DATE
                 END-IF
                 ADD JC-VALUE TO JB-COST-TO-DATE
                 EXEC CICS REWRITE FILE(JOB-FILE-NAME)
                           FROM(JOB-MASTER-RECORD)
                           RESP(JOB-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       CREDIT-JOB-COST-EXIT.
           EXIT.
