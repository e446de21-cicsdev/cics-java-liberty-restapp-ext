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
      * Payment-terms master maintenance. SM-PAYMENT-TERMS on
      * SUPPMAST now names a PAYTERMS code instead of holding free
      * text, and this is where a code becomes real: A=add a code
      * (net days, prompt-payment discount percent and days, end-
      * of-month rule), U=update one, D=deactivate it (INVMATCH
      * then treats invoices under it as due at once), R=reactivate
      * it, and I=inquire one. A code is never deleted - suppliers
      * and cleared invoices still point at it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              TERMMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    PAYTERMS copybook - the terms code being maintained.
           COPY PAYTERMS.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  TERMS-FILE-NAME      PIC X(8) VALUE 'PAYTERMS'.
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
           03 CA-TERMS-CODE          PIC X(10).
           03 CA-DESCRIPTION         PIC X(30).
           03 CA-NET-DAYS            PIC 9(3) DISPLAY.
           03 CA-DISCOUNT-PERCENT    PIC 9(2)V99 DISPLAY.
           03 CA-DISCOUNT-DAYS       PIC 9(3) DISPLAY.
           03 CA-EOM-FLAG            PIC X(1).
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
              WHEN CA-TERMS-CODE EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-TERMS
              WHEN CA-ACTION-UPDATE
                 PERFORM DO-UPDATE-TERMS
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
      *    Add a terms code - the code must be new and every field
      *    valid. A new code is active at once.
       DO-ADD-TERMS.
      *
           PERFORM VALIDATE-TERMS-FIELDS.
           IF CA-DESCRIPTION EQUAL SPACES
              OR NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE SPACES TO PAYMENT-TERMS-RECORD
              MOVE CA-TERMS-CODE TO PT-TERMS-CODE
              MOVE CA-DESCRIPTION TO PT-DESCRIPTION
              PERFORM MOVE-TERMS-FIELDS
              SET PT-TERMS-ACTIVE TO TRUE
              EXEC CICS WRITE FILE(TERMS-FILE-NAME)
                        FROM(PAYMENT-TERMS-RECORD)
                        RIDFLD(PT-TERMS-CODE)
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-DUPLICATE-AMENDED TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM COPY-TERMS-TO-COMMAREA
              END-EVALUATE
           END-IF.
      *
       DO-ADD-TERMS-EXIT.
           EXIT.
      *
      *    Change a code's days, discount or month-end rule. A
      *    blank description keeps what is on file; the other
      *    fields are always replaced. Invoices already cleared
      *    keep the dates they were cleared with - only invoices
      *    INVMATCH clears from now on see the new terms.
       DO-UPDATE-TERMS.
      *
           PERFORM VALIDATE-TERMS-FIELDS.
           IF NOT FIELDS-OK
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-TERMS-CODE TO PT-TERMS-CODE
              EXEC CICS READ FILE(TERMS-FILE-NAME)
                        INTO(PAYMENT-TERMS-RECORD)
                        RIDFLD(PT-TERMS-CODE)
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
                       MOVE CA-DESCRIPTION TO PT-DESCRIPTION
                    END-IF
                    PERFORM MOVE-TERMS-FIELDS
                    PERFORM REWRITE-TERMS
              END-EVALUATE
           END-IF.
      *
       DO-UPDATE-TERMS-EXIT.
           EXIT.
      *
      *    Deactivate or reactivate a code - it stays on file
      *    either way, because suppliers may still point at it.
       DO-CHANGE-STATUS.
      *
           MOVE CA-TERMS-CODE TO PT-TERMS-CODE.
           EXEC CICS READ FILE(TERMS-FILE-NAME)
                     INTO(PAYMENT-TERMS-RECORD)
                     RIDFLD(PT-TERMS-CODE)
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
                    SET PT-TERMS-INACTIVE TO TRUE
                 ELSE
                    SET PT-TERMS-ACTIVE TO TRUE
                 END-IF
                 PERFORM REWRITE-TERMS
           END-EVALUATE.
      *
       DO-CHANGE-STATUS-EXIT.
           EXIT.
      *
      *    Return one code's master fields.
       DO-INQUIRE.
      *
           MOVE CA-TERMS-CODE TO PT-TERMS-CODE.
           EXEC CICS READ FILE(TERMS-FILE-NAME)
                     INTO(PAYMENT-TERMS-RECORD)
                     RIDFLD(PT-TERMS-CODE)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 PERFORM COPY-TERMS-TO-COMMAREA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Put the locked code back.
       REWRITE-TERMS.
      *
           EXEC CICS REWRITE FILE(TERMS-FILE-NAME)
                     FROM(PAYMENT-TERMS-RECORD)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM COPY-TERMS-TO-COMMAREA
           END-IF.
      *
       REWRITE-TERMS-EXIT.
           EXIT.
      *
      *    The day counts must be numeric, the month-end rule Y or
      *    N, and a discount must have a window that closes no
      *    later than the net due date - and a window needs a
      *    discount to earn.
       VALIDATE-TERMS-FIELDS.
      *
           MOVE 'N' TO WS-FIELDS-OK-FLAG.
           IF CA-NET-DAYS NUMERIC
              AND CA-DISCOUNT-PERCENT NUMERIC
              AND CA-DISCOUNT-DAYS NUMERIC
              AND (CA-EOM-FLAG EQUAL 'Y' OR CA-EOM-FLAG EQUAL 'N')
              IF CA-DISCOUNT-PERCENT EQUAL ZERO
                 IF CA-DISCOUNT-DAYS EQUAL ZERO
                    SET FIELDS-OK TO TRUE
                 END-IF
              ELSE
                 IF CA-DISCOUNT-DAYS GREATER THAN ZERO
                    AND CA-DISCOUNT-DAYS NOT GREATER THAN
                        CA-NET-DAYS
                    SET FIELDS-OK TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       VALIDATE-TERMS-FIELDS-EXIT.
           EXIT.
      *
       MOVE-TERMS-FIELDS.
      *
           MOVE CA-NET-DAYS TO PT-NET-DAYS.
           MOVE CA-DISCOUNT-PERCENT TO PT-DISCOUNT-PERCENT.
           MOVE CA-DISCOUNT-DAYS TO PT-DISCOUNT-DAYS.
           MOVE CA-EOM-FLAG TO PT-EOM-FLAG.
      *
       MOVE-TERMS-FIELDS-EXIT.
           EXIT.
      *
      *    Hand the code as it stands on file back to the caller.
       COPY-TERMS-TO-COMMAREA.
      *
           MOVE PT-DESCRIPTION TO CA-DESCRIPTION.
           MOVE PT-NET-DAYS TO CA-NET-DAYS.
           MOVE PT-DISCOUNT-PERCENT TO CA-DISCOUNT-PERCENT.
           MOVE PT-DISCOUNT-DAYS TO CA-DISCOUNT-DAYS.
           MOVE PT-EOM-FLAG TO CA-EOM-FLAG.
           MOVE PT-ACTIVE-FLAG TO CA-ACTIVE-FLAG.
      *
       COPY-TERMS-TO-COMMAREA-EXIT.
           EXIT.
