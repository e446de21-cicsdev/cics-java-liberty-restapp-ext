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
      * Emergency-entitlement catalogue maintenance. Security keeps
      * here the short list of menu options that may be claimed for
      * a few hours on EMRGREQ when nobody entitled is reachable -
      * each a name, a description, the menu and option letter it
      * opens and the most hours a claim may run for. A=add an
      * entitlement, U=update one, D=deactivate it (no new claims),
      * R=reactivate it, and I=inquire one. An entitlement is never
      * deleted - past sessions still name it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              EMRGCAT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    EMRGENT copybook - the entitlement being maintained.
           COPY EMRGENT.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  ENT-FILE-NAME        PIC X(8) VALUE 'EMRGENT'.
      *
      *    No claim runs past a day - a need longer than that is a
      *    permanent grant, staged through AUTHMNT.
       77  MAX-CLAIM-HOURS      PIC 9(2) VALUE 24.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
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
           03 CA-ENTITLEMENT-NAME    PIC X(8).
           03 CA-DESCRIPTION         PIC X(30).
           03 CA-MENU-NAME           PIC X(8).
           03 CA-OPTION              PIC X(1).
           03 CA-MAX-HOURS           PIC 9(2) DISPLAY.
      *
      *    Returned on every successful action - the entitlement
      *    as it now stands on file.
           03 CA-ACTIVE-FLAG         PIC X(1).
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EVALUATE TRUE
              WHEN CA-ENTITLEMENT-NAME EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-ENTITLEMENT
              WHEN CA-ACTION-UPDATE
                 PERFORM DO-UPDATE-ENTITLEMENT
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
      *    Add an entitlement - the name must be new and every
      *    field valid. A new entitlement is claimable at once.
       DO-ADD-ENTITLEMENT.
      *
           PERFORM VALIDATE-ENTITLEMENT-FIELDS.
           IF CA-DESCRIPTION EQUAL SPACES
              OR NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE SPACES TO EMERGENCY-ENTITLEMENT-RECORD
              MOVE CA-ENTITLEMENT-NAME TO EE-ENTITLEMENT-NAME
              MOVE CA-DESCRIPTION TO EE-DESCRIPTION
              MOVE CA-MENU-NAME TO EE-MENU-NAME
              MOVE CA-OPTION TO EE-OPTION
              MOVE CA-MAX-HOURS TO EE-MAX-HOURS
              SET EE-ENTITLEMENT-ACTIVE TO TRUE
              EXEC CICS WRITE FILE(ENT-FILE-NAME)
                        FROM(EMERGENCY-ENTITLEMENT-RECORD)
                        RIDFLD(EE-ENTITLEMENT-NAME)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM COPY-ENTITLEMENT-TO-COMMAREA
              END-EVALUATE
           END-IF.
      *
       DO-ADD-ENTITLEMENT-EXIT.
           EXIT.
      *
      *    Change what an entitlement opens or how long it may be
      *    held. A blank description keeps what is on file; the
      *    other fields are always replaced. Sessions already
      *    claimed keep the window they were given.
       DO-UPDATE-ENTITLEMENT.
      *
           PERFORM VALIDATE-ENTITLEMENT-FIELDS.
           IF NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-ENTITLEMENT-NAME TO EE-ENTITLEMENT-NAME
              EXEC CICS READ FILE(ENT-FILE-NAME)
                        INTO(EMERGENCY-ENTITLEMENT-RECORD)
                        RIDFLD(EE-ENTITLEMENT-NAME)
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
                       MOVE CA-DESCRIPTION TO EE-DESCRIPTION
                    END-IF
                    MOVE CA-MENU-NAME TO EE-MENU-NAME
                    MOVE CA-OPTION TO EE-OPTION
                    MOVE CA-MAX-HOURS TO EE-MAX-HOURS
                    PERFORM REWRITE-ENTITLEMENT
              END-EVALUATE
           END-IF.
      *
       DO-UPDATE-ENTITLEMENT-EXIT.
           EXIT.
      *
      *    Deactivate or reactivate an entitlement - it stays on
      *    file either way.
       DO-CHANGE-STATUS.
      *
           MOVE CA-ENTITLEMENT-NAME TO EE-ENTITLEMENT-NAME.
           EXEC CICS READ FILE(ENT-FILE-NAME)
                     INTO(EMERGENCY-ENTITLEMENT-RECORD)
                     RIDFLD(EE-ENTITLEMENT-NAME)
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
                    SET EE-ENTITLEMENT-INACTIVE TO TRUE
                 ELSE
                    SET EE-ENTITLEMENT-ACTIVE TO TRUE
                 END-IF
                 PERFORM REWRITE-ENTITLEMENT
           END-EVALUATE.
      *
       DO-CHANGE-STATUS-EXIT.
           EXIT.
      *
      *    Return one entitlement.
       DO-INQUIRE.
      *
           MOVE CA-ENTITLEMENT-NAME TO EE-ENTITLEMENT-NAME.
           EXEC CICS READ FILE(ENT-FILE-NAME)
                     INTO(EMERGENCY-ENTITLEMENT-RECORD)
                     RIDFLD(EE-ENTITLEMENT-NAME)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM COPY-ENTITLEMENT-TO-COMMAREA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Put the locked entitlement back.
       REWRITE-ENTITLEMENT.
      *
           EXEC CICS REWRITE FILE(ENT-FILE-NAME)
                     FROM(EMERGENCY-ENTITLEMENT-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM COPY-ENTITLEMENT-TO-COMMAREA
           END-IF.
      *
       REWRITE-ENTITLEMENT-EXIT.
           EXIT.
      *
      *    The entitlement must name a menu and an option letter,
      *    and allow between one hour and a day.
       VALIDATE-ENTITLEMENT-FIELDS.
      *
           MOVE 'N' TO WS-FIELDS-OK-FLAG.
           IF CA-MENU-NAME NOT EQUAL SPACES
              AND CA-OPTION NOT EQUAL SPACE
              AND CA-MAX-HOURS NUMERIC
              AND CA-MAX-HOURS GREATER THAN ZERO
              AND CA-MAX-HOURS NOT GREATER THAN MAX-CLAIM-HOURS
              SET FIELDS-OK TO TRUE
           END-IF.
      *
       VALIDATE-ENTITLEMENT-FIELDS-EXIT.
           EXIT.
      *
      *    Hand the entitlement as it stands on file back to the
      *    caller.
       COPY-ENTITLEMENT-TO-COMMAREA.
      *
           MOVE EE-DESCRIPTION TO CA-DESCRIPTION.
           MOVE EE-MENU-NAME TO CA-MENU-NAME.
           MOVE EE-OPTION TO CA-OPTION.
           MOVE EE-MAX-HOURS TO CA-MAX-HOURS.
           MOVE EE-ACTIVE-FLAG TO CA-ACTIVE-FLAG.
      *
       COPY-ENTITLEMENT-TO-COMMAREA-EXIT.
           EXIT.
