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
      * Job-cost inquiry. Returns one JOBMAST job with where its
      * money has gone: budget, cost to date and what is left,
      * the issued and returned totals off its JOBCOST ledger, and
      * the most recent ledger entries in a repeating commarea
      * array, newest first - kept in a ring as the entries are
      * read and unwound newest first - so a job's spend can be
      * questioned online while it is still running, not after the
      * period report.
      *
      * The JOBCOST key leads with the job number, so the browse
      * starts at the job's first entry and stops at the first
      * entry of the next job.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              JOBINQ.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    JOBMAST copybook - the job being inquired on.
           COPY JOBMAST.
      *
      *    JOBCOST copybook - the ledger entry being browsed.
           COPY JOBCOST.
      *
      *    Common return-code field
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  JOB-FILE-NAME        PIC X(8) VALUE 'JOBMAST'.
       77  JOBCOST-FILE-NAME    PIC X(8) VALUE 'JOBCOST'.
      *
      *    Most entries one reply can carry - matches the OCCURS in
      *    the commarea below.
       77  MAX-RETURN-ENTRIES   PIC 9(4) VALUE 20.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 BROWSE-RESP       PIC 9(8) COMP VALUE ZERO.
           03 WS-BROWSE-KEY     PIC X(32)     VALUE SPACES.
           03 WS-INDEX          PIC 9(4) COMP VALUE ZERO.
           03 WS-OUT-INDEX      PIC 9(4) COMP VALUE ZERO.
           03 WS-WANTED         PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE  PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE VALUE 'Y'.
           03 WS-ISSUED-VALUE   PIC S9(11)V99 PACKED-DECIMAL
                                              VALUE ZERO.
           03 WS-RETURNED-VALUE PIC S9(11)V99 PACKED-DECIMAL
                                              VALUE ZERO.
      *
      *    Ring of the most recent entries seen so far -
      *    WS-RING-NEXT is the slot the next entry lands in, and
      *    WS-RING-COUNT how many slots are filled.
           03 WS-RING-NEXT      PIC 9(4) COMP VALUE 1.
           03 WS-RING-COUNT     PIC 9(4) COMP VALUE ZERO.
           03 WS-RING-ENTRY     OCCURS 20 TIMES PIC X(108).
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-JOB-NUMBER          PIC X(8).
           03 CA-REQUEST-COUNT       PIC 9(4) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    The job's master fields and where its budget stands.
           03 CA-DESCRIPTION         PIC X(40).
           03 CA-DEPT-CODE           PIC X(6).
           03 CA-STATUS              PIC X(1).
           03 CA-BUDGET              PIC 9(9)V99 DISPLAY.
           03 CA-COST-TO-DATE        PIC S9(11)V99 DISPLAY.
      *    Budget less cost to date - negative once overspent;
      *    zero when the job carries no budget.
           03 CA-BUDGET-REMAINING    PIC S9(11)V99 DISPLAY.
      *    The job's whole ledger split by direction - returns
      *    are carried as the negative amounts the ledger holds.
           03 CA-ISSUED-VALUE        PIC S9(11)V99 DISPLAY.
           03 CA-RETURNED-VALUE      PIC S9(11)V99 DISPLAY.
      *
      *    The latest JOBCOST entries, newest first, each in the
      *    ledger's own layout.
           03 CA-RETURN-COUNT        PIC 9(4) DISPLAY.
           03 CA-COST-TABLE OCCURS 1 TO 20 TIMES
                            DEPENDING ON CA-RETURN-COUNT.
              05 CA-COST-ENTRY       PIC X(108).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           MOVE ZERO TO CA-RETURN-COUNT.
           SET RC-SUCCESS TO TRUE.
      *
           IF CA-REQUEST-COUNT NOT NUMERIC
              OR CA-REQUEST-COUNT EQUAL ZERO
              OR CA-REQUEST-COUNT GREATER THAN MAX-RETURN-ENTRIES
              MOVE MAX-RETURN-ENTRIES TO WS-WANTED
           ELSE
              MOVE CA-REQUEST-COUNT TO WS-WANTED
           END-IF.
      *
           MOVE CA-JOB-NUMBER TO JB-JOB-NUMBER.
           EXEC CICS READ FILE(JOB-FILE-NAME)
                     INTO(JOB-MASTER-RECORD)
                     RIDFLD(JB-JOB-NUMBER)
                     RESP(FILE-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM RETURN-JOB-SUMMARY
                 PERFORM BROWSE-JOB-LEDGER
           END-EVALUATE.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    The job's master fields, and its budget against what
      *    has been spent.
       RETURN-JOB-SUMMARY.
      *
           MOVE JB-DESCRIPTION TO CA-DESCRIPTION.
           MOVE JB-DEPT-CODE TO CA-DEPT-CODE.
           MOVE JB-STATUS TO CA-STATUS.
           MOVE JB-BUDGET TO CA-BUDGET.
           IF JB-COST-TO-DATE NOT NUMERIC
              MOVE ZERO TO JB-COST-TO-DATE
           END-IF.
           MOVE JB-COST-TO-DATE TO CA-COST-TO-DATE.
           IF JB-BUDGET GREATER THAN ZERO
              COMPUTE CA-BUDGET-REMAINING =
                      JB-BUDGET - JB-COST-TO-DATE
           ELSE
              MOVE ZERO TO CA-BUDGET-REMAINING
           END-IF.
      *
       RETURN-JOB-SUMMARY-EXIT.
           EXIT.
      *
      *    Browse the job's ledger entries in posting order,
      *    totalling each direction and keeping the last
      *    WS-WANTED entries in the ring.
       BROWSE-JOB-LEDGER.
      *
           MOVE ZERO TO WS-ISSUED-VALUE.
           MOVE ZERO TO WS-RETURNED-VALUE.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE CA-JOB-NUMBER TO WS-BROWSE-KEY(1:8).
           EXEC CICS STARTBR FILE(JOBCOST-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(BROWSE-RESP)
                     END-EXEC.
      *
           IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(JOBCOST-FILE-NAME)
                           INTO(JOB-COST-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(BROWSE-RESP)
                           END-EXEC
                 IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
                    AND JC-JOB-NUMBER EQUAL CA-JOB-NUMBER
                    PERFORM TOTAL-THE-ENTRY
                    PERFORM KEEP-IN-RING
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(JOBCOST-FILE-NAME) END-EXEC
              PERFORM RETURN-NEWEST-FIRST
           END-IF.
      *
           MOVE WS-ISSUED-VALUE TO CA-ISSUED-VALUE.
           MOVE WS-RETURNED-VALUE TO CA-RETURNED-VALUE.
      *
       BROWSE-JOB-LEDGER-EXIT.
           EXIT.
      *
      *    Fold one entry into the issued or returned total.
       TOTAL-THE-ENTRY.
      *
           IF JC-TYPE-RETURN
              ADD JC-VALUE TO WS-RETURNED-VALUE
           ELSE
              ADD JC-VALUE TO WS-ISSUED-VALUE
           END-IF.
      *
       TOTAL-THE-ENTRY-EXIT.
           EXIT.
      *
      *    Drop this entry into the next ring slot, wrapping back
      *    to slot one once WS-WANTED slots are in use so only the
      *    most recent WS-WANTED entries survive the browse.
       KEEP-IN-RING.
      *
           MOVE JOB-COST-RECORD TO WS-RING-ENTRY(WS-RING-NEXT).
           IF WS-RING-COUNT LESS THAN WS-WANTED
              ADD 1 TO WS-RING-COUNT
           END-IF.
           ADD 1 TO WS-RING-NEXT.
           IF WS-RING-NEXT GREATER THAN WS-WANTED
              MOVE 1 TO WS-RING-NEXT
           END-IF.
      *
       KEEP-IN-RING-EXIT.
           EXIT.
      *
      *    Unwind the ring into the commarea newest first: the slot
      *    before WS-RING-NEXT holds the newest entry, and each
      *    step backwards (wrapping) is one entry older.
       RETURN-NEWEST-FIRST.
      *
           MOVE WS-RING-NEXT TO WS-INDEX.
           PERFORM VARYING WS-OUT-INDEX FROM 1 BY 1
                     UNTIL WS-OUT-INDEX GREATER THAN WS-RING-COUNT
              IF WS-INDEX EQUAL 1
                 MOVE WS-WANTED TO WS-INDEX
              ELSE
                 SUBTRACT 1 FROM WS-INDEX
              END-IF
              MOVE WS-OUT-INDEX TO CA-RETURN-COUNT
              MOVE WS-RING-ENTRY(WS-INDEX) TO
                   CA-COST-ENTRY(WS-OUT-INDEX)
           END-PERFORM.
      *
       RETURN-NEWEST-FIRST-EXIT.
           EXIT.
