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
      * Supplier-portal user maintenance. The supplier portal
      * (PORTLSTC, PORTACKC, PORTASNC) never takes a supplier
      * number from the caller - it looks the portal identity the
      * portal authenticated up on PORTUSER, and this transaction
      * keeps that register: A=add an identity, C=change it,
      * D=delete it, I=inquire.
      *
      * An identity names exactly one supplier, which must be on
      * the SUPPMAST master, and is A=active or D=disabled.
      * Disabling rather than deleting keeps the PORTJRNL history
      * readable against a name still on file; either way the
      * identity sees nothing from its next call.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PORTUMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    PORTUSER copybook - the portal identity being maintained.
           COPY PORTUSER.
      *
      *    SUPPMAST copybook - the supplier named must be on file.
           COPY SUPPMAST.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  USER-FILE-NAME       PIC X(8) VALUE 'PORTUSER'.
       77  SUPP-FILE-NAME       PIC X(8) VALUE 'SUPPMAST'.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 SUPP-RESP         PIC 9(8) COMP VALUE ZERO.
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
           03 CA-PORTAL-ID           PIC X(32).
           03 CA-SUPPLIER-ID         PIC 9(8) DISPLAY.
           03 CA-STATUS              PIC X(1).
           03 CA-CONTACT-NAME        PIC X(30).
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Inquire reply - who last keyed the identity, and when.
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
              WHEN CA-PORTAL-ID EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-USER
              WHEN CA-ACTION-CHANGE
                 PERFORM DO-CHANGE-USER
              WHEN CA-ACTION-DELETE
                 PERFORM DO-DELETE-USER
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
      *    Add an identity not yet on file.
       DO-ADD-USER.
      *
           PERFORM VALIDATE-USER-FIELDS.
           IF RC-SUCCESS
              MOVE SPACES TO PORTAL-USER-RECORD
              MOVE CA-PORTAL-ID TO PU-PORTAL-ID
              PERFORM MOVE-USER-FIELDS
              EXEC CICS WRITE FILE(USER-FILE-NAME)
                        FROM(PORTAL-USER-RECORD)
                        RIDFLD(PU-PORTAL-ID)
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
       DO-ADD-USER-EXIT.
           EXIT.
      *
      *    Change an existing identity - its supplier, status or
      *    contact. The change holds from the identity's next call.
       DO-CHANGE-USER.
      *
           PERFORM VALIDATE-USER-FIELDS.
           IF RC-SUCCESS
              MOVE CA-PORTAL-ID TO PU-PORTAL-ID
              EXEC CICS READ FILE(USER-FILE-NAME)
                        INTO(PORTAL-USER-RECORD)
                        RIDFLD(PU-PORTAL-ID)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM MOVE-USER-FIELDS
                    EXEC CICS REWRITE FILE(USER-FILE-NAME)
                              FROM(PORTAL-USER-RECORD)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-CHANGE-USER-EXIT.
           EXIT.
      *
      *    Delete an identity. The portal refuses it from then on.
       DO-DELETE-USER.
      *
           MOVE CA-PORTAL-ID TO PU-PORTAL-ID.
           EXEC CICS DELETE FILE(USER-FILE-NAME)
                     RIDFLD(PU-PORTAL-ID)
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
       DO-DELETE-USER-EXIT.
           EXIT.
      *
      *    Return one identity and who last keyed it.
       DO-INQUIRE.
      *
           MOVE CA-PORTAL-ID TO PU-PORTAL-ID.
           EXEC CICS READ FILE(USER-FILE-NAME)
                     INTO(PORTAL-USER-RECORD)
                     RIDFLD(PU-PORTAL-ID)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE PU-SUPPLIER-ID TO CA-SUPPLIER-ID
                 MOVE PU-STATUS TO CA-STATUS
                 MOVE PU-CONTACT-NAME TO CA-CONTACT-NAME
                 MOVE PU-UPDATED-BY TO CA-UPDATED-BY
                 MOVE PU-UPDATED-DATE TO CA-UPDATED-DATE
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    The status must be A or D, and the supplier one on the
      *    SUPPMAST master.
       VALIDATE-USER-FIELDS.
      *
           IF CA-SUPPLIER-ID NOT NUMERIC
              OR (CA-STATUS NOT EQUAL 'A' AND CA-STATUS NOT EQUAL 'D')
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-SUPPLIER-ID TO SM-SUPPLIER-ID
              EXEC CICS READ FILE(SUPP-FILE-NAME)
                        INTO(SUPPMAST)
                        RIDFLD(SM-SUPPLIER-ID)
                        RESP(SUPP-RESP)
                        END-EXEC
              IF SUPP-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-NOTFND TO TRUE
              END-IF
           END-IF.
      *
       VALIDATE-USER-FIELDS-EXIT.
           EXIT.
      *
      *    The identity from the commarea onto the record, stamped
      *    with who keyed it.
       MOVE-USER-FIELDS.
      *
           MOVE CA-SUPPLIER-ID TO PU-SUPPLIER-ID.
           MOVE CA-STATUS TO PU-STATUS.
           MOVE CA-CONTACT-NAME TO PU-CONTACT-NAME.
           MOVE WS-USERID TO PU-UPDATED-BY.
           MOVE WS-DATE8 TO PU-UPDATED-DATE.
      *
       MOVE-USER-FIELDS-EXIT.
           EXIT.
