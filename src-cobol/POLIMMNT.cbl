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
      * Purchase authority limit maintenance. Any userid holding
      * the PORDMENU release option could release a PO of any
      * value; this transaction keeps the limits on POLIMIT that
      * POLIMCHK now holds every release to: A=add a limit,
      * C=change it, D=delete it, I=inquire.
      *
      * A limit is keyed on the subject - a userid or a role - and
      * a part category, spaces for the subject's limit across
      * any category. A category named must be on the CATEGORY
      * master. The limit is a PO header total in home currency;
      * zero is allowed, and means the subject may raise POs but
      * every one waits pending release.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              POLIMMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    POLIMIT copybook - the limit being maintained.
           COPY POLIMIT.
      *
      *    CATEGORY copybook - a named category must be on file.
           COPY CATEGORY.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  LIMIT-FILE-NAME      PIC X(8) VALUE 'POLIMIT'.
       77  CAT-FILE-NAME        PIC X(8) VALUE 'CATEGORY'.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 CAT-RESP          PIC 9(8) COMP VALUE ZERO.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-CHANGE       VALUE 'C'.
              88 CA-ACTION-DELETE       VALUE 'D'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-SUBJECT             PIC X(8).
           03 CA-CATEGORY            PIC X(4).
           03 CA-RELEASE-LIMIT       PIC 9(11)V99 DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Inquire reply - who last keyed the limit, and when.
           03 CA-UPDATED-BY          PIC X(8).
           03 CA-UPDATED-DATE        PIC X(8).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN CA-SUBJECT EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-LIMIT
              WHEN CA-ACTION-CHANGE
                 PERFORM DO-CHANGE-LIMIT
              WHEN CA-ACTION-DELETE
                 PERFORM DO-DELETE-LIMIT
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
      *    Add a limit for a subject and category not yet on file.
       DO-ADD-LIMIT.
      *
           PERFORM VALIDATE-LIMIT-FIELDS.
           IF RC-SUCCESS
              MOVE SPACES TO PO-LIMIT-RECORD
              MOVE CA-SUBJECT TO LA-SUBJECT
              MOVE CA-CATEGORY TO LA-CATEGORY
              PERFORM MOVE-LIMIT-FIELDS
              EXEC CICS WRITE FILE(LIMIT-FILE-NAME)
                        FROM(PO-LIMIT-RECORD)
                        RIDFLD(LA-KEY)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       DO-ADD-LIMIT-EXIT.
           EXIT.
      *
      *    Change an existing limit. A PO already pending keeps
      *    waiting - the new limit counts from the next release.
       DO-CHANGE-LIMIT.
      *
           PERFORM VALIDATE-LIMIT-FIELDS.
           IF RC-SUCCESS
              MOVE CA-SUBJECT TO LA-SUBJECT
              MOVE CA-CATEGORY TO LA-CATEGORY
              EXEC CICS READ FILE(LIMIT-FILE-NAME)
                        INTO(PO-LIMIT-RECORD)
                        RIDFLD(LA-KEY)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM MOVE-LIMIT-FIELDS
                    EXEC CICS REWRITE FILE(LIMIT-FILE-NAME)
                              FROM(PO-LIMIT-RECORD)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-CHANGE-LIMIT-EXIT.
           EXIT.
      *
      *    Delete a limit. Whatever authority the subject held
      *    through it goes with it - fail closed.
       DO-DELETE-LIMIT.
      *
           MOVE CA-SUBJECT TO LA-SUBJECT.
           MOVE CA-CATEGORY TO LA-CATEGORY.
           EXEC CICS DELETE FILE(LIMIT-FILE-NAME)
                     RIDFLD(LA-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       DO-DELETE-LIMIT-EXIT.
           EXIT.
      *
      *    Return one limit and who last keyed it.
       DO-INQUIRE.
      *
           MOVE CA-SUBJECT TO LA-SUBJECT.
           MOVE CA-CATEGORY TO LA-CATEGORY.
           EXEC CICS READ FILE(LIMIT-FILE-NAME)
                     INTO(PO-LIMIT-RECORD)
                     RIDFLD(LA-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE LA-RELEASE-LIMIT TO CA-RELEASE-LIMIT
                 MOVE LA-UPDATED-BY TO CA-UPDATED-BY
                 MOVE LA-UPDATED-DATE TO CA-UPDATED-DATE
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    The limit must be numeric, and a category named must be
      *    one on the CATEGORY master.
       VALIDATE-LIMIT-FIELDS.
      *
           IF CA-RELEASE-LIMIT NOT NUMERIC
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              IF CA-CATEGORY NOT EQUAL SPACES
                 MOVE CA-CATEGORY TO CT-CATEGORY-CODE
                 EXEC CICS READ FILE(CAT-FILE-NAME)
                           INTO(CATEGORY-RECORD)
                           RIDFLD(CT-CATEGORY-CODE)
                           RESP(CAT-RESP)
                           END-EXEC
                 IF CAT-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-NOTFND TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       VALIDATE-LIMIT-FIELDS-EXIT.
           EXIT.
      *
      *    The limit from the commarea onto the record, stamped with
      *    who keyed it.
       MOVE-LIMIT-FIELDS.
      *
           MOVE CA-RELEASE-LIMIT TO LA-RELEASE-LIMIT.
           MOVE WS-USERID TO LA-UPDATED-BY.
           MOVE WS-DATE8 TO LA-UPDATED-DATE.
      *
       MOVE-LIMIT-FIELDS-EXIT.
           EXIT.
