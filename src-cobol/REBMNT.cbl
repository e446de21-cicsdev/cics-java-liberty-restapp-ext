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
      * Supplier volume-rebate agreement maintenance. Rebate deals
      * were agreed by the buyers and tracked on spreadsheets, so
      * nothing was accrued until the supplier's credit note came
      * in. This transaction keeps them on REBATE for REBACCR to
      * accrue monthly: A=add an agreement (the supplier must be
      * on SUPPMAST), C=change its period, basis or tiers, D=delete
      * it, I=inquire - returning where the spend, tier and rebate
      * stood at the last accrual run.
      *
      * An agreement is keyed on supplier and period start. Its
      * tiers must climb - each threshold above the one before -
      * and each carry a percentage. A claimed agreement is closed:
      * it can no longer be changed, and one still carrying an
      * accrual cannot be deleted, or the ledger would be left
      * holding a receivable nothing will ever clear.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              REBMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    REBATE copybook - the agreement being maintained.
           COPY REBATE.
      *
      *    SUPPMAST copybook - the supplier must be on file.
           COPY SUPPMAST.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  REBATE-FILE-NAME     PIC X(8) VALUE 'REBATE'.
       77  SUPP-FILE-NAME       PIC X(8) VALUE 'SUPPMAST'.
      *
       01  WS-STORAGE.
           03 FILE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 SUPP-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIER-INDEX     PIC 9(4) COMP VALUE ZERO.
           03 WS-LAST-THRESHOLD PIC 9(11)V99 VALUE ZERO.
           03 WS-AGREEMENT-FLAG PIC X(1)      VALUE 'Y'.
              88 AGREEMENT-FIELDS-OK  VALUE 'Y'.
              88 AGREEMENT-FIELDS-BAD VALUE 'N'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-CHANGE       VALUE 'C'.
              88 CA-ACTION-DELETE       VALUE 'D'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-SUPPLIER-ID         PIC 9(8) DISPLAY.
           03 CA-PERIOD-FROM         PIC X(8).
           03 CA-PERIOD-TO           PIC X(8).
           03 CA-SPEND-BASIS         PIC X(1).
           03 CA-TIER-COUNT          PIC 9(1) DISPLAY.
           03 CA-TIER OCCURS 5 TIMES.
              05 CA-TIER-THRESHOLD   PIC 9(11)V99 DISPLAY.
              05 CA-TIER-PERCENT     PIC 9(2)V99 DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Inquire reply - the agreement's standing as of the
      *    last REBACCR run.
           03 CA-STATUS              PIC X(1).
           03 CA-SPEND-TO-DATE       PIC S9(11)V99 DISPLAY.
           03 CA-TIER-REACHED        PIC 9(1) DISPLAY.
           03 CA-REBATE-EARNED       PIC S9(11)V99 DISPLAY.
           03 CA-ACCRUED-TO-DATE     PIC S9(11)V99 DISPLAY.
           03 CA-LAST-ACCRUAL-PERIOD PIC 9(6) DISPLAY.
           03 CA-CLAIM-DATE          PIC X(8).
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
              WHEN CA-SUPPLIER-ID NOT NUMERIC
                 OR CA-PERIOD-FROM NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-AGREEMENT
              WHEN CA-ACTION-CHANGE
                 PERFORM DO-CHANGE-AGREEMENT
              WHEN CA-ACTION-DELETE
                 PERFORM DO-DELETE-AGREEMENT
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
      *    Add an agreement - active, with nothing yet spent or
      *    accrued against it.
       DO-ADD-AGREEMENT.
      *
           PERFORM VALIDATE-AGREEMENT-FIELDS.
           IF AGREEMENT-FIELDS-OK
              MOVE CA-SUPPLIER-ID TO SM-SUPPLIER-ID
              EXEC CICS READ FILE(SUPP-FILE-NAME)
                        INTO(SUPPMAST)
                        RIDFLD(SM-SUPPLIER-ID)
                        RESP(SUPP-RESP)
                        END-EXEC
              IF SUPP-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-NOTFND TO TRUE
              ELSE
                 MOVE SPACES TO REBATE-AGREEMENT-RECORD
                 MOVE CA-SUPPLIER-ID TO RB-SUPPLIER-ID
                 MOVE CA-PERIOD-FROM TO RB-PERIOD-FROM
                 PERFORM MOVE-AGREEMENT-FIELDS
                 SET RB-STATUS-ACTIVE TO TRUE
                 MOVE ZERO TO RB-SPEND-TO-DATE
                 MOVE ZERO TO RB-TIER-REACHED
                 MOVE ZERO TO RB-REBATE-EARNED
                 MOVE ZERO TO RB-ACCRUED-TO-DATE
                 MOVE ZERO TO RB-LAST-ACCRUAL-PERIOD
                 EXEC CICS WRITE FILE(REBATE-FILE-NAME)
                           FROM(REBATE-AGREEMENT-RECORD)
                           RIDFLD(RB-KEY)
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
              END-IF
           END-IF.
      *
       DO-ADD-AGREEMENT-EXIT.
           EXIT.
      *
      *    Change the period end, basis or tiers of an agreement
      *    still running. What REBACCR has accrued is left alone -
      *    its next run re-measures the spend on the new terms and
      *    posts the difference.
       DO-CHANGE-AGREEMENT.
      *
           PERFORM VALIDATE-AGREEMENT-FIELDS.
           IF AGREEMENT-FIELDS-OK
              MOVE CA-SUPPLIER-ID TO RB-SUPPLIER-ID
              MOVE CA-PERIOD-FROM TO RB-PERIOD-FROM
              EXEC CICS READ FILE(REBATE-FILE-NAME)
                        INTO(REBATE-AGREEMENT-RECORD)
                        RIDFLD(RB-KEY)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN RB-STATUS-CLAIMED
                    EXEC CICS UNLOCK FILE(REBATE-FILE-NAME) END-EXEC
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM MOVE-AGREEMENT-FIELDS
                    EXEC CICS REWRITE FILE(REBATE-FILE-NAME)
                              FROM(REBATE-AGREEMENT-RECORD)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-CHANGE-AGREEMENT-EXIT.
           EXIT.
      *
      *    Delete an agreement - never while an accrual stands
      *    against it unclaimed.
       DO-DELETE-AGREEMENT.
      *
           MOVE CA-SUPPLIER-ID TO RB-SUPPLIER-ID.
           MOVE CA-PERIOD-FROM TO RB-PERIOD-FROM.
           EXEC CICS READ FILE(REBATE-FILE-NAME)
                     INTO(REBATE-AGREEMENT-RECORD)
                     RIDFLD(RB-KEY)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN RB-STATUS-ACTIVE
                 AND RB-ACCRUED-TO-DATE NOT EQUAL ZERO
                 EXEC CICS UNLOCK FILE(REBATE-FILE-NAME) END-EXEC
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN OTHER
                 EXEC CICS DELETE FILE(REBATE-FILE-NAME)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
           END-EVALUATE.
      *
       DO-DELETE-AGREEMENT-EXIT.
           EXIT.
      *
      *    Return one agreement, with its terms and where it
      *    stood at the last accrual.
       DO-INQUIRE.
      *
           MOVE CA-SUPPLIER-ID TO RB-SUPPLIER-ID.
           MOVE CA-PERIOD-FROM TO RB-PERIOD-FROM.
           EXEC CICS READ FILE(REBATE-FILE-NAME)
                     INTO(REBATE-AGREEMENT-RECORD)
                     RIDFLD(RB-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE RB-PERIOD-TO TO CA-PERIOD-TO
                 MOVE RB-SPEND-BASIS TO CA-SPEND-BASIS
                 MOVE RB-TIER-COUNT TO CA-TIER-COUNT
                 PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                         UNTIL WS-TIER-INDEX GREATER THAN 5
                    MOVE RB-TIER-THRESHOLD(WS-TIER-INDEX)
                      TO CA-TIER-THRESHOLD(WS-TIER-INDEX)
                    MOVE RB-TIER-PERCENT(WS-TIER-INDEX)
                      TO CA-TIER-PERCENT(WS-TIER-INDEX)
                 END-PERFORM
                 MOVE RB-STATUS TO CA-STATUS
                 MOVE RB-SPEND-TO-DATE TO CA-SPEND-TO-DATE
                 MOVE RB-TIER-REACHED TO CA-TIER-REACHED
                 MOVE RB-REBATE-EARNED TO CA-REBATE-EARNED
                 MOVE RB-ACCRUED-TO-DATE TO CA-ACCRUED-TO-DATE
                 MOVE RB-LAST-ACCRUAL-PERIOD
                   TO CA-LAST-ACCRUAL-PERIOD
                 MOVE RB-CLAIM-DATE TO CA-CLAIM-DATE
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    The period must run forward, the basis be receipts or
      *    invoices, and the tiers - one to five of them - climb
      *    with a real percentage on each.
       VALIDATE-AGREEMENT-FIELDS.
      *
           SET AGREEMENT-FIELDS-OK TO TRUE.
           IF CA-PERIOD-TO NOT NUMERIC
              OR CA-PERIOD-TO NOT GREATER THAN CA-PERIOD-FROM
              OR (CA-SPEND-BASIS NOT EQUAL 'R'
                  AND CA-SPEND-BASIS NOT EQUAL 'I')
              OR CA-TIER-COUNT NOT NUMERIC
              OR CA-TIER-COUNT EQUAL ZERO
              OR CA-TIER-COUNT GREATER THAN 5
              SET AGREEMENT-FIELDS-BAD TO TRUE
           ELSE
              MOVE ZERO TO WS-LAST-THRESHOLD
              PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                      UNTIL WS-TIER-INDEX GREATER THAN CA-TIER-COUNT
                 IF CA-TIER-THRESHOLD(WS-TIER-INDEX) NOT NUMERIC
                    OR CA-TIER-PERCENT(WS-TIER-INDEX) NOT NUMERIC
                    SET AGREEMENT-FIELDS-BAD TO TRUE
                 ELSE
                    IF CA-TIER-PERCENT(WS-TIER-INDEX) EQUAL ZERO
                       OR (WS-TIER-INDEX GREATER THAN 1
                           AND CA-TIER-THRESHOLD(WS-TIER-INDEX)
                               NOT GREATER THAN WS-LAST-THRESHOLD)
                       SET AGREEMENT-FIELDS-BAD TO TRUE
                    END-IF
                    MOVE CA-TIER-THRESHOLD(WS-TIER-INDEX)
                      TO WS-LAST-THRESHOLD
                 END-IF
              END-PERFORM
           END-IF.
           IF AGREEMENT-FIELDS-BAD
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
      *
       VALIDATE-AGREEMENT-FIELDS-EXIT.
           EXIT.
      *
      *    Terms from the commarea onto the record; tiers past the
      *    count are cleared.
       MOVE-AGREEMENT-FIELDS.
      *
           MOVE CA-PERIOD-TO TO RB-PERIOD-TO.
           MOVE CA-SPEND-BASIS TO RB-SPEND-BASIS.
           MOVE CA-TIER-COUNT TO RB-TIER-COUNT.
           PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
                   UNTIL WS-TIER-INDEX GREATER THAN 5
              IF WS-TIER-INDEX GREATER THAN CA-TIER-COUNT
                 MOVE ZERO TO RB-TIER-THRESHOLD(WS-TIER-INDEX)
                 MOVE ZERO TO RB-TIER-PERCENT(WS-TIER-INDEX)
              ELSE
                 MOVE CA-TIER-THRESHOLD(WS-TIER-INDEX)
                   TO RB-TIER-THRESHOLD(WS-TIER-INDEX)
                 MOVE CA-TIER-PERCENT(WS-TIER-INDEX)
                   TO RB-TIER-PERCENT(WS-TIER-INDEX)
              END-IF
           END-PERFORM.
           MOVE WS-USERID TO RB-UPDATED-BY.
           MOVE WS-DATE8 TO RB-UPDATED-DATE.
      *
       MOVE-AGREEMENT-FIELDS-EXIT.
           EXIT.
