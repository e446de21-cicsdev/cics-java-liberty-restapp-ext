       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

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
      * Job / work-order master maintenance. An issue or return can
      * now be charged to a job number, and this is where a job
      * becomes real: A=add a job (number, description, owning
      * DEPTMAST department, budget), U=update its description,
      * department or budget, C=close it (ISSUGDS then refuses any
      * further issue to it), R=reopen it, and I=inquire one,
      * cost to date included. A job is never deleted - its
      * JOBCOST ledger entries still point at it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              JOBMAINT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    JOBMAST copybook - the job master being maintained.
           COPY JOBMAST.
      *
      *    DEPTMAST copybook - a job's owning department must be
      *    active.
           COPY DEPTMAST.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  JOB-FILE-NAME        PIC X(8) VALUE 'JOBMAST'.
       77  DEPT-FILE-NAME       PIC X(8) VALUE 'DEPTMAST'.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 DEPT-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-DEPT-OK-FLAG   PIC X(1)          VALUE 'N'.
              88 DEPARTMENT-OK     VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-UPDATE       VALUE 'U'.
              88 CA-ACTION-CLOSE        VALUE 'C'.
              88 CA-ACTION-REOPEN       VALUE 'R'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-JOB-NUMBER          PIC X(8).
           03 CA-DESCRIPTION         PIC X(40).
           03 CA-DEPT-CODE           PIC X(6).
           03 CA-BUDGET              PIC 9(9)V99 DISPLAY.
      *
      *    Returned on every successful action - the job as it
      *    now stands on file.
           03 CA-STATUS              PIC X(1).
           03 CA-COST-TO-DATE        PIC S9(11)V99 DISPLAY.
           03 CA-OPENED-DATE         PIC 9(8) DISPLAY.
           03 CA-CLOSED-DATE         PIC 9(8) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EVALUATE TRUE
              WHEN CA-JOB-NUMBER EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-JOB
              WHEN CA-ACTION-UPDATE
                 PERFORM DO-UPDATE-JOB
              WHEN CA-ACTION-CLOSE
                 PERFORM DO-CHANGE-STATUS
              WHEN CA-ACTION-REOPEN
                 PERFORM DO-CHANGE-STATUS
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Add a job - the number must be new, the description
      *    non-blank and the department active. A new job opens
      *    with nothing spent.
       DO-ADD-JOB.
      *
           PERFORM VALIDATE-DEPARTMENT.
           IF CA-DESCRIPTION EQUAL SPACES
              OR CA-BUDGET NOT NUMERIC
              OR NOT DEPARTMENT-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              PERFORM STAMP-DATE-AND-USER
              MOVE SPACES TO JOB-MASTER-RECORD
              MOVE CA-JOB-NUMBER TO JB-JOB-NUMBER
              MOVE CA-DESCRIPTION TO JB-DESCRIPTION
              MOVE CA-DEPT-CODE TO JB-DEPT-CODE
              SET JB-JOB-OPEN TO TRUE
              MOVE CA-BUDGET TO JB-BUDGET
              MOVE ZERO TO JB-COST-TO-DATE
              MOVE WS-DATE8 TO JB-OPENED-DATE
              MOVE ZERO TO JB-CLOSED-DATE
              MOVE WS-USERID TO JB-UPDATED-BY
              EXEC CICS WRITE FILE(JOB-FILE-NAME)
                        FROM(JOB-MASTER-RECORD)
                        RIDFLD(JB-JOB-NUMBER)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM COPY-JOB-TO-COMMAREA
              END-EVALUATE
           END-IF.
      *
       DO-ADD-JOB-EXIT.
           EXIT.
      *
      *    Change a job's description, department or budget. A
      *    blank description or department keeps what is on file;
      *    the budget is always replaced. Cost to date is the
      *    ledger's business and is never keyed.
       DO-UPDATE-JOB.
      *
           IF CA-DEPT-CODE EQUAL SPACES
              SET DEPARTMENT-OK TO TRUE
           ELSE
              PERFORM VALIDATE-DEPARTMENT
           END-IF.
           IF CA-BUDGET NOT NUMERIC
              OR NOT DEPARTMENT-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-JOB-NUMBER TO JB-JOB-NUMBER
              EXEC CICS READ FILE(JOB-FILE-NAME)
                        INTO(JOB-MASTER-RECORD)
                        RIDFLD(JB-JOB-NUMBER)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    IF CA-DESCRIPTION NOT EQUAL SPACES
                       MOVE CA-DESCRIPTION TO JB-DESCRIPTION
                    END-IF
                    IF CA-DEPT-CODE NOT EQUAL SPACES
                       MOVE CA-DEPT-CODE TO JB-DEPT-CODE
                    END-IF
                    MOVE CA-BUDGET TO JB-BUDGET
                    PERFORM REWRITE-JOB
              END-EVALUATE
           END-IF.
      *
       DO-UPDATE-JOB-EXIT.
           EXIT.
      *
      *    Close or reopen a job. Closing stamps the date and
      *    stops further issues; reopening clears the date. A job
      *    already in the asked-for state is refused so a second
      *    close cannot move the closing date.
       DO-CHANGE-STATUS.
      *
           MOVE CA-JOB-NUMBER TO JB-JOB-NUMBER.
           EXEC CICS READ FILE(JOB-FILE-NAME)
                     INTO(JOB-MASTER-RECORD)
                     RIDFLD(JB-JOB-NUMBER)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN CA-ACTION-CLOSE AND JB-JOB-CLOSED
              WHEN CA-ACTION-REOPEN AND JB-JOB-OPEN
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(JOB-FILE-NAME) END-EXEC
              WHEN OTHER
                 PERFORM STAMP-DATE-AND-USER
                 IF CA-ACTION-CLOSE
                    SET JB-JOB-CLOSED TO TRUE
                    MOVE WS-DATE8 TO JB-CLOSED-DATE
                 ELSE
                    SET JB-JOB-OPEN TO TRUE
                    MOVE ZERO TO JB-CLOSED-DATE
                 END-IF
                 PERFORM REWRITE-JOB
           END-EVALUATE.
      *
       DO-CHANGE-STATUS-EXIT.
           EXIT.
      *
      *    Return one job's master fields.
       DO-INQUIRE.
      *
           MOVE CA-JOB-NUMBER TO JB-JOB-NUMBER.
           EXEC CICS READ FILE(JOB-FILE-NAME)
                     INTO(JOB-MASTER-RECORD)
                     RIDFLD(JB-JOB-NUMBER)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM COPY-JOB-TO-COMMAREA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Put the locked job back, stamped with who changed it.
       REWRITE-JOB.
      *
           PERFORM STAMP-DATE-AND-USER.
           MOVE WS-USERID TO JB-UPDATED-BY.
           EXEC CICS REWRITE FILE(JOB-FILE-NAME)
                     FROM(JOB-MASTER-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM COPY-JOB-TO-COMMAREA
           END-IF.
      *
       REWRITE-JOB-EXIT.
           EXIT.
      *
      *    A job's owning department must be active on DEPTMAST.
       VALIDATE-DEPARTMENT.
      *
           MOVE 'N' TO WS-DEPT-OK-FLAG.
           IF CA-DEPT-CODE NOT EQUAL SPACES
              MOVE CA-DEPT-CODE TO DP-DEPT-CODE
              EXEC CICS READ FILE(DEPT-FILE-NAME)
                        INTO(DEPARTMENT-RECORD)
                        RIDFLD(DP-DEPT-CODE)
                        RESP(DEPT-RESP)
                        END-EXEC
              IF DEPT-RESP EQUAL DFHRESP(NORMAL)
                 AND DP-DEPT-ACTIVE
                 SET DEPARTMENT-OK TO TRUE
              END-IF
           END-IF.
      *
       VALIDATE-DEPARTMENT-EXIT.
           EXIT.
      *
      *    Today's date and the signed-on user, for the audit
      *    stamps.
       STAMP-DATE-AND-USER.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
      *
       STAMP-DATE-AND-USER-EXIT.
           EXIT.
      *
      *    Hand the job as it stands on file back to the caller.
       COPY-JOB-TO-COMMAREA.
      *
           MOVE JB-DESCRIPTION TO CA-DESCRIPTION.
           MOVE JB-DEPT-CODE TO CA-DEPT-CODE.
           MOVE JB-BUDGET TO CA-BUDGET.
           MOVE JB-STATUS TO CA-STATUS.
           IF JB-COST-TO-DATE NUMERIC
              MOVE JB-COST-TO-DATE TO CA-COST-TO-DATE
           ELSE
              MOVE ZERO TO CA-COST-TO-DATE
           END-IF.
           MOVE JB-OPENED-DATE TO CA-OPENED-DATE.
           MOVE JB-CLOSED-DATE TO CA-CLOSED-DATE.
      *
       COPY-JOB-TO-COMMAREA-EXIT.
           EXIT.
