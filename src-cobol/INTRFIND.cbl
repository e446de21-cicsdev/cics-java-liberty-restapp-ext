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
      * Interchangeable-part finder, LINKed by the issue (ISSUGDS)
      * and reservation (RESVSTK) paths when the part asked for is
      * short. Takes the part, the quantity wanted and the
      * requesting department, and answers with the first member
      * of the part's INTRGRP group - in preference order - that
      * can cover the whole quantity from available stock
      * (STOCK-QUANTITY less RESERVED-QUANTITY):
      *
      *   - RC-SUCCESS with the equivalent's PART-ID and what it
      *     has available;
      *   - RC-VALIDATION-ERROR when the department has its "no
      *     substitutes" flag set on DEPTMAST - nothing is offered;
      *   - RC-NOTFND when the part is in no group, or no member
      *     can cover the quantity.
      *
      * A discontinued member is never offered, and neither is a
      * serial-controlled one - its issue would have to name the
      * serials, which the caller asked for the other part cannot
      * have done. The caller decides whether to offer the
      * equivalent or take it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              INTRFIND.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    INTRPART copybook - which group the short part is in.
           COPY INTRPART.
      *
      *    INTRGRP copybook - the group's members, by preference.
           COPY INTRGRP.
      *
      *    STOCK-PART copybook - each candidate's stock.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    DEPTMAST copybook - the department's "no substitutes"
      *    flag.
           COPY DEPTMAST.
      *
      *    PARTCTRL copybook - whether a candidate is serial-
      *    controlled.
           COPY PARTCTRL.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  GROUP-FILE-NAME      PIC X(8) VALUE 'INTRGRP'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'INTRPART'.
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  DEPT-FILE-NAME       PIC X(8) VALUE 'DEPTMAST'.
       77  CTRL-FILE-NAME       PIC X(8) VALUE 'PARTCTRL'.
      *
       01  WS-STORAGE.
           03 GROUP-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 PART-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 READ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 DEPT-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 CTRL-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-BROWSE-KEY     PIC X(8)          VALUE SPACES.
           03 WS-BROWSE-ACTIVE  PIC X(1)          VALUE 'N'.
              88 BROWSE-IS-ACTIVE VALUE 'Y'.
           03 WS-AVAILABLE      PIC S9(9) PACKED-DECIMAL VALUE ZERO.
           03 WS-FOUND-FLAG     PIC X(1)          VALUE 'N'.
              88 EQUIVALENT-FOUND VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-QUANTITY            PIC 9(8) DISPLAY.
      *    Spaces when the caller has no department to quote - no
      *    "no substitutes" flag applies then.
           03 CA-DEPARTMENT          PIC X(6).
      *
      *    Output: the equivalent to offer and what it has free.
           03 CA-SUBSTITUTE-ID       PIC 9(8) DISPLAY.
           03 CA-SUBSTITUTE-AVAIL    PIC 9(8) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-NOTFND TO TRUE.
           MOVE ZERO TO CA-SUBSTITUTE-ID.
           MOVE ZERO TO CA-SUBSTITUTE-AVAIL.
      *
           PERFORM CHECK-DEPARTMENT-FLAG.
           IF NOT RC-VALIDATION-ERROR
              MOVE CA-PART-ID TO IP-PART-ID
              EXEC CICS READ FILE(PART-FILE-NAME)
                        INTO(INTERCHANGE-PART-RECORD)
                        RIDFLD(IP-PART-ID)
                        RESP(PART-RESP)
                        END-EXEC
              IF PART-RESP EQUAL DFHRESP(NORMAL)
                 PERFORM SEARCH-GROUP-MEMBERS
              END-IF
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    A department that has said no to substitutes is never
      *    offered one. An unknown department is the caller's
      *    business - it has already been validated there.
       CHECK-DEPARTMENT-FLAG.
      *
           IF CA-DEPARTMENT NOT EQUAL SPACES
              MOVE CA-DEPARTMENT TO DP-DEPT-CODE
              EXEC CICS READ FILE(DEPT-FILE-NAME)
                        INTO(DEPARTMENT-RECORD)
                        RIDFLD(DP-DEPT-CODE)
                        RESP(DEPT-RESP)
                        END-EXEC
              IF DEPT-RESP EQUAL DFHRESP(NORMAL)
                 AND DP-NO-SUBSTITUTES
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
       CHECK-DEPARTMENT-FLAG-EXIT.
           EXIT.
      *
      *    Walk the group in preference order and stop at the
      *    first other member that can cover the whole quantity.
       SEARCH-GROUP-MEMBERS.
      *
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE IP-GROUP-ID TO IG-GROUP-ID.
           MOVE ZERO TO IG-PREFERENCE.
           MOVE IG-KEY TO WS-BROWSE-KEY.
           EXEC CICS STARTBR FILE(GROUP-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(GROUP-RESP)
                     END-EXEC.
           IF GROUP-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(GROUP-FILE-NAME)
                           INTO(INTERCHANGE-GROUP-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(GROUP-RESP)
                           END-EXEC
                 IF GROUP-RESP EQUAL DFHRESP(NORMAL)
                    AND IG-GROUP-ID EQUAL IP-GROUP-ID
                    IF IG-PART-ID NOT EQUAL CA-PART-ID
                       PERFORM TEST-ONE-MEMBER
                       IF EQUIVALENT-FOUND
                          MOVE 'N' TO WS-BROWSE-ACTIVE
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(GROUP-FILE-NAME) END-EXEC
           END-IF.
      *
       SEARCH-GROUP-MEMBERS-EXIT.
           EXIT.
      *
      *    One candidate: on the master, live, not serial-
      *    controlled, and with enough unpromised stock.
       TEST-ONE-MEMBER.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(IG-PART-ID)
                     RESP(READ-RESP)
                     END-EXEC.
           IF READ-RESP EQUAL DFHRESP(NORMAL)
              AND NOT PART-IS-DISCONTINUED OF WS-STOCK-PART
              COMPUTE WS-AVAILABLE =
                      STOCK-QUANTITY OF WS-STOCK-PART -
                      RESERVED-QUANTITY OF WS-STOCK-PART
              IF WS-AVAILABLE NOT LESS THAN CA-QUANTITY
                 MOVE IG-PART-ID TO PC-PART-ID
                 EXEC CICS READ FILE(CTRL-FILE-NAME)
                           INTO(PART-CONTROL-RECORD)
                           RIDFLD(PC-PART-ID)
                           RESP(CTRL-RESP)
                           END-EXEC
                 IF CTRL-RESP NOT EQUAL DFHRESP(NORMAL)
                    OR NOT PC-SERIAL-CONTROLLED
                    SET EQUIVALENT-FOUND TO TRUE
                    SET RC-SUCCESS TO TRUE
                    MOVE IG-PART-ID TO CA-SUBSTITUTE-ID
                    MOVE WS-AVAILABLE TO CA-SUBSTITUTE-AVAIL
                 END-IF
              END-IF
           END-IF.
      *
       TEST-ONE-MEMBER-EXIT.
           EXIT.
