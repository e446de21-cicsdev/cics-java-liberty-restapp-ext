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
      * Tax-code master maintenance. Supplier-invoice lines now
      * carry a VAT / sales-tax code, and this is where a code
      * becomes real: A=add a code (description, rate, recoverable
      * or not, GL account), U=update one, D=deactivate it (INVENTRY
      * then refuses it on new lines), R=reactivate it, and I=
      * inquire one. A code is never deleted - matched invoices and
      * the input-tax report still point at it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              TAXMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    TAXCODE copybook - the tax code being maintained.
           COPY TAXCODE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  TAX-FILE-NAME        PIC X(8) VALUE 'TAXCODE'.
      *
      *    No tax rate can exceed the goods value it is charged on.
       77  MAX-TAX-RATE         PIC 9(3)V999 VALUE 100.
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
           03 CA-TAX-CODE            PIC X(4).
           03 CA-DESCRIPTION         PIC X(30).
           03 CA-RATE                PIC 9(3)V999 DISPLAY.
           03 CA-RECOVERABLE-FLAG    PIC X(1).
           03 CA-GL-ACCOUNT          PIC X(8).
      *
      *    Returned on every successful action - the code as it
      *    now stands on file.
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
              WHEN CA-TAX-CODE EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-TAX-CODE
              WHEN CA-ACTION-UPDATE
                 PERFORM DO-UPDATE-TAX-CODE
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
      *    Add a tax code - the code must be new and every field
      *    valid. A new code is active at once.
       DO-ADD-TAX-CODE.
      *
           PERFORM VALIDATE-TAX-FIELDS.
           IF CA-DESCRIPTION EQUAL SPACES
              OR NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE SPACES TO TAX-CODE-RECORD
              MOVE CA-TAX-CODE TO TX-TAX-CODE
              MOVE CA-DESCRIPTION TO TX-DESCRIPTION
              MOVE CA-RATE TO TX-RATE
              MOVE CA-RECOVERABLE-FLAG TO TX-RECOVERABLE-FLAG
              MOVE CA-GL-ACCOUNT TO TX-GL-ACCOUNT
              SET TX-CODE-ACTIVE TO TRUE
              EXEC CICS WRITE FILE(TAX-FILE-NAME)
                        FROM(TAX-CODE-RECORD)
                        RIDFLD(TX-TAX-CODE)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM COPY-TAX-CODE-TO-COMMAREA
              END-EVALUATE
           END-IF.
      *
       DO-ADD-TAX-CODE-EXIT.
           EXIT.
      *
      *    Change a code's rate, recoverability or GL account. A
      *    blank description keeps what is on file; the other
      *    fields are always replaced. A rate change only touches
      *    invoices matched from now on - lines already matched
      *    keep the tax they were cleared with.
       DO-UPDATE-TAX-CODE.
      *
           PERFORM VALIDATE-TAX-FIELDS.
           IF NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-TAX-CODE TO TX-TAX-CODE
              EXEC CICS READ FILE(TAX-FILE-NAME)
                        INTO(TAX-CODE-RECORD)
                        RIDFLD(TX-TAX-CODE)
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
                       MOVE CA-DESCRIPTION TO TX-DESCRIPTION
                    END-IF
                    MOVE CA-RATE TO TX-RATE
                    MOVE CA-RECOVERABLE-FLAG TO TX-RECOVERABLE-FLAG
                    MOVE CA-GL-ACCOUNT TO TX-GL-ACCOUNT
                    PERFORM REWRITE-TAX-CODE
              END-EVALUATE
           END-IF.
      *
       DO-UPDATE-TAX-CODE-EXIT.
           EXIT.
      *
      *    Deactivate or reactivate a code - it stays on file
      *    either way, because matched invoices may still point
      *    at it.
       DO-CHANGE-STATUS.
      *
           MOVE CA-TAX-CODE TO TX-TAX-CODE.
           EXEC CICS READ FILE(TAX-FILE-NAME)
                     INTO(TAX-CODE-RECORD)
                     RIDFLD(TX-TAX-CODE)
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
                    SET TX-CODE-INACTIVE TO TRUE
                 ELSE
                    SET TX-CODE-ACTIVE TO TRUE
                 END-IF
                 PERFORM REWRITE-TAX-CODE
           END-EVALUATE.
      *
       DO-CHANGE-STATUS-EXIT.
           EXIT.
      *
      *    Return one code's master fields.
       DO-INQUIRE.
      *
           MOVE CA-TAX-CODE TO TX-TAX-CODE.
           EXEC CICS READ FILE(TAX-FILE-NAME)
                     INTO(TAX-CODE-RECORD)
                     RIDFLD(TX-TAX-CODE)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM COPY-TAX-CODE-TO-COMMAREA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Put the locked code back.
       REWRITE-TAX-CODE.
      *
           EXEC CICS REWRITE FILE(TAX-FILE-NAME)
                     FROM(TAX-CODE-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM COPY-TAX-CODE-TO-COMMAREA
           END-IF.
      *
       REWRITE-TAX-CODE-EXIT.
           EXIT.
      *
      *    The rate must be a percentage no higher than 100, the
      *    code either recoverable or not, and the tax must have a
      *    GL account to post to.
       VALIDATE-TAX-FIELDS.
      *
           MOVE 'N' TO WS-FIELDS-OK-FLAG.
           IF CA-RATE NUMERIC
              AND CA-RATE NOT GREATER THAN MAX-TAX-RATE
              AND (CA-RECOVERABLE-FLAG EQUAL 'R'
                OR CA-RECOVERABLE-FLAG EQUAL 'N')
              AND CA-GL-ACCOUNT NOT EQUAL SPACES
              SET FIELDS-OK TO TRUE
           END-IF.
      *
       VALIDATE-TAX-FIELDS-EXIT.
           EXIT.
      *
      *    Hand the code as it stands on file back to the caller.
       COPY-TAX-CODE-TO-COMMAREA.
      *
           MOVE TX-DESCRIPTION TO CA-DESCRIPTION.
           MOVE TX-RATE TO CA-RATE.
           MOVE TX-RECOVERABLE-FLAG TO CA-RECOVERABLE-FLAG.
           MOVE TX-GL-ACCOUNT TO CA-GL-ACCOUNT.
           MOVE TX-ACTIVE-FLAG TO CA-ACTIVE-FLAG.
      *
       COPY-TAX-CODE-TO-COMMAREA-EXIT.
           EXIT.
