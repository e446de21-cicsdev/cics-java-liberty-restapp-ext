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
      * Segregation-of-duties rule maintenance. A rule names two
      * menu options - a menu and an option letter on each side -
      * that no one userid should hold together, such as creating
      * a supplier and approving its remittance details. A=add a
      * rule, U=update one, D=deactivate it, R=reactivate it, and
      * I=inquire one. A rule is never deleted - conflict reports
      * already produced still name it.
      *
      * The rules are read by the SODRPT batch, which reports every
      * subject holding both sides of an active rule, and by AUTHMNT,
      * which warns when a grant it stages or confirms would do so.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              SODMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    SODRULE copybook - the conflict rule being maintained.
           COPY SODRULE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  SOD-RULE-FILE-NAME   PIC X(8) VALUE 'SODRULE'.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)      VALUE SPACES.
           03 WS-USERID         PIC X(8)      VALUE SPACES.
           03 WS-FIELDS-OK-FLAG PIC X(1)      VALUE 'N'.
              88 FIELDS-OK         VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-UPDATE       VALUE 'U'.
              88 CA-ACTION-DEACTIVATE   VALUE 'D'.
              88 CA-ACTION-REACTIVATE   VALUE 'R'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-RULE-ID             PIC X(4).
           03 CA-DESCRIPTION         PIC X(40).
           03 CA-MENU-1              PIC X(8).
           03 CA-OPTION-1            PIC X(1).
           03 CA-MENU-2              PIC X(8).
           03 CA-OPTION-2            PIC X(1).
      *
      *    Returned on every successful action - the rule as it
      *    now stands on file.
           03 CA-ACTIVE-FLAG         PIC X(1).
           03 CA-CREATED-BY          PIC X(8).
           03 CA-CREATED-DATE        PIC X(8).
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EVALUATE TRUE
              WHEN CA-RULE-ID EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-RULE
              WHEN CA-ACTION-UPDATE
                 PERFORM DO-UPDATE-RULE
              WHEN CA-ACTION-DEACTIVATE
                 PERFORM DO-CHANGE-STATUS
              WHEN CA-ACTION-REACTIVATE
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
      *    Add a rule - the rule id must be new, both sides named
      *    and the description given. A new rule is active at once.
       DO-ADD-RULE.
      *
           PERFORM VALIDATE-RULE-FIELDS.
           IF CA-DESCRIPTION EQUAL SPACES
              OR NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-DATE8)
                        END-EXEC
              EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
              MOVE SPACES TO SOD-RULE-RECORD
              MOVE CA-RULE-ID TO SD-RULE-ID
              MOVE CA-DESCRIPTION TO SD-DESCRIPTION
              MOVE CA-MENU-1 TO SD-MENU-1
              MOVE CA-OPTION-1 TO SD-OPTION-1
              MOVE CA-MENU-2 TO SD-MENU-2
              MOVE CA-OPTION-2 TO SD-OPTION-2
              MOVE WS-USERID TO SD-CREATED-BY
              MOVE WS-DATE8 TO SD-CREATED-DATE
              SET SD-RULE-ACTIVE TO TRUE
              EXEC CICS WRITE FILE(SOD-RULE-FILE-NAME)
                        FROM(SOD-RULE-RECORD)
                        RIDFLD(SD-RULE-ID)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM COPY-RULE-TO-COMMAREA
              END-EVALUATE
           END-IF.
      *
       DO-ADD-RULE-EXIT.
           EXIT.
      *
      *    Change the options a rule pairs. A blank description
      *    keeps what is on file; both sides are always replaced.
       DO-UPDATE-RULE.
      *
           PERFORM VALIDATE-RULE-FIELDS.
           IF NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-RULE-ID TO SD-RULE-ID
              EXEC CICS READ FILE(SOD-RULE-FILE-NAME)
                        INTO(SOD-RULE-RECORD)
                        RIDFLD(SD-RULE-ID)
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
                       MOVE CA-DESCRIPTION TO SD-DESCRIPTION
                    END-IF
                    MOVE CA-MENU-1 TO SD-MENU-1
                    MOVE CA-OPTION-1 TO SD-OPTION-1
                    MOVE CA-MENU-2 TO SD-MENU-2
                    MOVE CA-OPTION-2 TO SD-OPTION-2
                    PERFORM REWRITE-RULE
              END-EVALUATE
           END-IF.
      *
       DO-UPDATE-RULE-EXIT.
           EXIT.
      *
      *    Deactivate or reactivate a rule - it stays on file
      *    either way.
       DO-CHANGE-STATUS.
      *
           MOVE CA-RULE-ID TO SD-RULE-ID.
           EXEC CICS READ FILE(SOD-RULE-FILE-NAME)
                     INTO(SOD-RULE-RECORD)
                     RIDFLD(SD-RULE-ID)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 IF CA-ACTION-DEACTIVATE
                    SET SD-RULE-INACTIVE TO TRUE
                 ELSE
                    SET SD-RULE-ACTIVE TO TRUE
                 END-IF
                 PERFORM REWRITE-RULE
           END-EVALUATE.
      *
       DO-CHANGE-STATUS-EXIT.
           EXIT.
      *
      *    Return one rule.
       DO-INQUIRE.
      *
           MOVE CA-RULE-ID TO SD-RULE-ID.
           EXEC CICS READ FILE(SOD-RULE-FILE-NAME)
                     INTO(SOD-RULE-RECORD)
                     RIDFLD(SD-RULE-ID)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM COPY-RULE-TO-COMMAREA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Put the locked rule back.
       REWRITE-RULE.
      *
           EXEC CICS REWRITE FILE(SOD-RULE-FILE-NAME)
                     FROM(SOD-RULE-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM COPY-RULE-TO-COMMAREA
           END-IF.
      *
       REWRITE-RULE-EXIT.
           EXIT.
      *
      *    Both sides must name a menu and an option letter, and
      *    the two sides must differ - a rule pairing an option
      *    with itself would flag everyone who holds it.
       VALIDATE-RULE-FIELDS.
      *
           MOVE 'N' TO WS-FIELDS-OK-FLAG.
           IF CA-MENU-1 NOT EQUAL SPACES
              AND CA-OPTION-1 NOT EQUAL SPACE
              AND CA-MENU-2 NOT EQUAL SPACES
              AND CA-OPTION-2 NOT EQUAL SPACE
              AND (CA-MENU-1 NOT EQUAL CA-MENU-2
                OR CA-OPTION-1 NOT EQUAL CA-OPTION-2)
              SET FIELDS-OK TO TRUE
           END-IF.
      *
       VALIDATE-RULE-FIELDS-EXIT.
           EXIT.
      *
      *    Hand the rule as it stands on file back to the caller.
       COPY-RULE-TO-COMMAREA.
      *
           MOVE SD-DESCRIPTION TO CA-DESCRIPTION.
           MOVE SD-MENU-1 TO CA-MENU-1.
           MOVE SD-OPTION-1 TO CA-OPTION-1.
           MOVE SD-MENU-2 TO CA-MENU-2.
           MOVE SD-OPTION-2 TO CA-OPTION-2.
           MOVE SD-ACTIVE-FLAG TO CA-ACTIVE-FLAG.
           MOVE SD-CREATED-BY TO CA-CREATED-BY.
           MOVE SD-CREATED-DATE TO CA-CREATED-DATE.
      *
       COPY-RULE-TO-COMMAREA-EXIT.
           EXIT.
