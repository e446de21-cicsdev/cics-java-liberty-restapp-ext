      *       hands the issue's return code back.
      *   'I' returns the requisition's current state.
      *
      * A non-stock request - a one-off item we don't stock - names
      * a description, an estimated unit price and the supplier in
      * place of a part. It is checked against the department's
      * monthly budget the way ISSUGDS checks an issue, and once
      * approved raises a draft PO (next number off PONUMCTL, the
      * way PLANAPV firms a planned order) with one line flagged
      * non-stock for the department and requisition. The buyer
      * releases it through PORDMENU like any other; NSRECV
      * receives it and fulfils the requisition - 'F' refuses it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Non-stock requests: a caller with room
      *                    for the new trailing fields can enter a
      *                    description, estimated price and
      *                    supplier instead of a part. The request
      *                    is budget-checked against DEPTDRAW like
      *                    an issue (refused past the budget unless
      *                    a supervisor overrides) and its approval
      *                    raises a draft non-stock PO line instead
      *                    of waiting for an issue.
      *
      *****************************************************************

      *    approval raises for the NOTIFDSP dispatcher.
           COPY NOTIFY.
      *
      *    SUPPMAST copybook - a non-stock request's supplier must
      *    be active.
           COPY SUPPMAST.
      *
      *    DEPTDRAW copybook - the running month's draw balance a
      *    non-stock request is budget-checked against.
           COPY DEPTDRAW.
      *
      *    PURCHORD copybook - the draft PO an approved non-stock
      *    request becomes.
           COPY PURCHORD.
      *
      *    POCTLREC copybook - the one-record PO-number control.
           COPY POCTLREC.
      *
      *    Name of the CICS files to use
       77  REQ-FILE-NAME        PIC X(8) VALUE 'REQSTN'.
       77  CTL-FILE-NAME        PIC X(8) VALUE 'RQNUMCTL'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  ISSUE-PROGRAM        PIC X(8) VALUE 'ISSUGDS'.
       77  NOTIFY-FILE-NAME     PIC X(8) VALUE 'NOTIFY'.
       77  SUPP-FILE-NAME       PIC X(8) VALUE 'SUPPMAST'.
       77  DRAW-FILE-NAME       PIC X(8) VALUE 'DEPTDRAW'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  POCTL-FILE-NAME      PIC X(8) VALUE 'PONUMCTL'.
      *
      *    A non-stock request's estimated price is taken as home
      *    currency - the draft line converts at one.
       77  HOME-CURRENCY-CODE   PIC X(3) VALUE 'USD'.
      *
      *    Smallest EIBCALEN a caller must supply before the
      *    non-stock fields after CA-VALUE are honored - the
      *    caller must have room for the budget answer and the PO
      *    line coming back as well.
       77  NONSTOCK-MIN-CALEN   PIC 9(4) VALUE 135.
      *
      *    A requisition valued above this waits for a second
      *    userid. PARMFILE key RQAPPTHR overrides it at task
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
           03 SUPP-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 DRAW-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 POCTL-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-NONSTOCK-FLAG  PIC X(1)          VALUE 'N'.
              88 NON-STOCK-REQUEST VALUE 'Y'.
           03 WS-NEW-PO-NUMBER  PIC 9(8)          VALUE ZERO.
      *
      *    The budget check - the same rule ISSUGDS applies.
           03 WS-DEPT-BUDGET    PIC 9(9)          VALUE ZERO.
           03 WS-WARN-PERCENT   PIC 9(3)          VALUE 80.
           03 WS-MONTH-DRAW     PIC S9(11)V99 COMP-3 VALUE ZERO.
           03 WS-REQUEST-VALUE  PIC 9(11)V99 COMP-3 VALUE ZERO.
           03 WS-PROJECTED-DRAW PIC S9(11)V99 COMP-3 VALUE ZERO.
           03 WS-WARN-LEVEL     PIC 9(11)V99 COMP-3 VALUE ZERO.
           03 WS-BUDGET-FLAG    PIC X(1)          VALUE SPACE.
              88 BUDGET-REFUSED    VALUE 'G'.
              88 BUDGET-WARNED     VALUE 'B'.
      *
      *    The full-grown ISSUGDS commarea the fulfilment LINK
      *    sends - every trailing option present, so the issue
      *    The requisition's state, output on every action.
           03 CA-STATUS              PIC X(1).
           03 CA-VALUE               PIC 9(11)V99 DISPLAY.
      *
      *    Non-stock fields - honored only when EIBCALEN covers
      *    them (NONSTOCK-MIN-CALEN). 'N' enters a non-stock
      *    request: the description, estimated unit price (home
      *    currency) and supplier stand in for CA-PART-ID. Output
      *    on inquire.
           03 CA-REQUEST-TYPE        PIC X(1).
              88 CA-REQUEST-NON-STOCK   VALUE 'N'.
           03 CA-NS-DESCRIPTION      PIC X(40).
           03 CA-NS-UNIT-PRICE       PIC 9(5)V99 DISPLAY.
           03 CA-NS-SUPPLIER         PIC 9(8) DISPLAY.
      *    'S' - a supervisor lets a non-stock request past the
      *    department's budget.
           03 CA-BUDGET-OVERRIDE     PIC X(1).
      *    Output: the budget answer - 'B' past the warning
      *    percentage, 'S' past the budget on an override, space
      *    otherwise - and the draft PO line raised on approval.
           03 CA-BUDGET-FLAG         PIC X(1).
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
           03 CA-PO-LINE             PIC 9(3) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACE TO CA-STATUS.
           MOVE ZERO TO CA-VALUE.
           IF EIBCALEN NOT LESS THAN NONSTOCK-MIN-CALEN
              MOVE SPACE TO CA-BUDGET-FLAG
              MOVE ZERO TO CA-PO-NUMBER
              MOVE ZERO TO CA-PO-LINE
              IF CA-ACTION-ENTER AND CA-REQUEST-NON-STOCK
                 SET NON-STOCK-REQUEST TO TRUE
              END-IF
           END-IF.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
      *
           PERFORM VALIDATE-DEPARTMENT.
           IF RC-SUCCESS
              IF NON-STOCK-REQUEST
                 PERFORM VALIDATE-NON-STOCK-ITEM
              ELSE
                 PERFORM VALIDATE-PART
              END-IF
           END-IF.
           IF RC-SUCCESS AND NON-STOCK-REQUEST
              PERFORM CHECK-DEPARTMENT-BUDGET
           END-IF.
           IF RC-SUCCESS
              PERFORM TAKE-NEXT-REQ-NUMBER
       VALIDATE-PART-EXIT.
           EXIT.
      *
      *    A non-stock request: something to buy, a price to value
      *    it at, and an active supplier to buy it from.
       VALIDATE-NON-STOCK-ITEM.
      *
           IF CA-QUANTITY EQUAL ZERO
              OR CA-NS-DESCRIPTION EQUAL SPACES
              OR CA-NS-UNIT-PRICE NOT NUMERIC
              OR CA-NS-UNIT-PRICE EQUAL ZERO
              OR CA-NS-SUPPLIER NOT NUMERIC
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-NS-SUPPLIER TO SM-SUPPLIER-ID
              EXEC CICS READ FILE(SUPP-FILE-NAME)
                        INTO(SUPPMAST)
                        RIDFLD(SM-SUPPLIER-ID)
                        RESP(SUPP-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN SUPP-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN SUPP-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN NOT SM-STATUS-ACTIVE
                    SET RC-SUPPLIER-BLOCKED TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       VALIDATE-NON-STOCK-ITEM-EXIT.
           EXIT.
      *
      *    Check the request against the department's monthly
      *    budget the way ISSUGDS checks an issue: the running
      *    month's DEPTDRAW balance plus the request's value. Past
      *    the warning percentage (PARMFILE key BUDWRNPC, default
      *    80) the requester is warned; past the whole budget it
      *    refuses unless a supervisor's override rides the
      *    commarea. No budget set checks nothing. The draw itself
      *    is charged when the goods are received.
       CHECK-DEPARTMENT-BUDGET.
      *
           MOVE SPACE TO WS-BUDGET-FLAG.
      *    The DEPTMAST record is still in storage from
      *    VALIDATE-DEPARTMENT.
           IF DP-MONTHLY-BUDGET NUMERIC
              MOVE DP-MONTHLY-BUDGET TO WS-DEPT-BUDGET
           ELSE
              MOVE ZERO TO WS-DEPT-BUDGET
           END-IF.
      *
           IF WS-DEPT-BUDGET GREATER THAN ZERO
              MOVE ZERO TO WS-MONTH-DRAW
              MOVE CA-DEPARTMENT TO DD-DEPT-CODE
              MOVE WS-DATE8(1:6) TO DD-PERIOD
              EXEC CICS READ FILE(DRAW-FILE-NAME)
                        INTO(DEPARTMENT-DRAW-RECORD)
                        RIDFLD(DD-KEY)
                        RESP(DRAW-RESP)
                        END-EXEC
              IF DRAW-RESP EQUAL DFHRESP(NORMAL)
                 MOVE DD-DRAW-VALUE TO WS-MONTH-DRAW
              END-IF
              MOVE 'BUDWRNPC' TO PM-PARM-KEY
              EXEC CICS READ FILE(PARM-FILE-NAME)
                        INTO(PARAMETER-RECORD)
                        RIDFLD(PM-PARM-KEY)
                        RESP(PARM-RESP)
                        END-EXEC
              IF PARM-RESP EQUAL DFHRESP(NORMAL)
                 AND PM-PARM-VALUE(1:3) NUMERIC
                 MOVE PM-PARM-VALUE(1:3) TO WS-WARN-PERCENT
              END-IF
              COMPUTE WS-REQUEST-VALUE ROUNDED =
                      CA-QUANTITY * CA-NS-UNIT-PRICE
              COMPUTE WS-PROJECTED-DRAW =
                      WS-MONTH-DRAW + WS-REQUEST-VALUE
              COMPUTE WS-WARN-LEVEL ROUNDED =
                      WS-DEPT-BUDGET * WS-WARN-PERCENT / 100
              EVALUATE TRUE
                 WHEN WS-PROJECTED-DRAW GREATER THAN WS-DEPT-BUDGET
                    IF CA-BUDGET-OVERRIDE EQUAL 'S'
                       MOVE 'S' TO WS-BUDGET-FLAG
                    ELSE
                       SET BUDGET-REFUSED TO TRUE
                       SET RC-OVER-BUDGET TO TRUE
                    END-IF
                 WHEN WS-PROJECTED-DRAW GREATER THAN WS-WARN-LEVEL
                    SET BUDGET-WARNED TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
           MOVE WS-BUDGET-FLAG TO CA-BUDGET-FLAG.
      *
       CHECK-DEPARTMENT-BUDGET-EXIT.
           EXIT.
      *
      *    The RQNUMCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back.
       TAKE-NEXT-REQ-NUMBER.
           MOVE CA-QUANTITY TO RQ-QUANTITY.
           MOVE CA-NEED-DATE TO RQ-NEED-DATE.
           MOVE CA-REQUESTER-REF TO RQ-REQUESTER-REF.
           IF NON-STOCK-REQUEST
              SET RQ-TYPE-NON-STOCK TO TRUE
              MOVE ZERO TO RQ-PART-ID
              MOVE CA-NS-DESCRIPTION TO RQ-NS-DESCRIPTION
              MOVE CA-NS-UNIT-PRICE TO RQ-NS-UNIT-PRICE
              MOVE CA-NS-SUPPLIER TO RQ-NS-SUPPLIER
              COMPUTE RQ-VALUE ROUNDED =
                      CA-QUANTITY * CA-NS-UNIT-PRICE
           ELSE
              SET RQ-TYPE-STOCK TO TRUE
              MOVE ZERO TO RQ-NS-UNIT-PRICE
              MOVE ZERO TO RQ-NS-SUPPLIER
              COMPUTE RQ-VALUE ROUNDED =
                      CA-QUANTITY * UNIT-PRICE OF WS-STOCK-PART
           END-IF.
           MOVE ZERO TO RQ-NS-PO-NUMBER.
           MOVE ZERO TO RQ-NS-PO-LINE.
           IF RQ-VALUE GREATER THAN APPROVAL-THRESHOLD
              SET RQ-STATUS-PENDING TO TRUE
           ELSE
           MOVE WS-USERID TO RQ-ENTERED-BY.
           MOVE WS-DATE8 TO RQ-ENTERED-DATE.
      *
      *    A non-stock request approved outright goes straight to
      *    its draft PO - no PO, no requisition.
           IF RQ-TYPE-NON-STOCK AND RQ-STATUS-APPROVED
              PERFORM RAISE-NON-STOCK-PO
           END-IF.
      *
           IF RC-SUCCESS
              EXEC CICS WRITE FILE(REQ-FILE-NAME)
                        FROM(REQUISITION-RECORD)
                        RIDFLD(RQ-REQUISITION-NUMBER)
                        RESP(REQ-RESP)
                        END-EXEC
              IF REQ-RESP EQUAL DFHRESP(NORMAL)
                 MOVE RQ-REQUISITION-NUMBER TO CA-REQUISITION-NUMBER
                 MOVE RQ-STATUS TO CA-STATUS
                 MOVE RQ-VALUE TO CA-VALUE
              ELSE
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       WRITE-REQUISITION-EXIT.
                    SET RQ-STATUS-APPROVED TO TRUE
                    MOVE WS-USERID TO RQ-APPROVED-BY
                    MOVE WS-DATE8 TO RQ-APPROVED-DATE
      *             A non-stock request's approval is its order.
                    IF RQ-TYPE-NON-STOCK
                       PERFORM RAISE-NON-STOCK-PO
                    END-IF
                    IF RC-SUCCESS
                       PERFORM REWRITE-REQUISITION
                    ELSE
                       EXEC CICS UNLOCK FILE(REQ-FILE-NAME)
                                 END-EXEC
                    END-IF
                    IF RC-SUCCESS
                       PERFORM RAISE-APPROVAL-NOTIFICATION
                    END-IF
      *
           PERFORM LOCK-REQUISITION.
           IF RC-SUCCESS
      *       A non-stock request is fulfilled by its receipt on
      *       NSRECV - there is nothing in stock to issue.
              IF NOT RQ-STATUS-APPROVED OR RQ-TYPE-NON-STOCK
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(REQ-FILE-NAME) END-EXEC
              ELSE
                 MOVE RQ-REQUESTER-REF TO CA-REQUESTER-REF
                 MOVE RQ-STATUS TO CA-STATUS
                 MOVE RQ-VALUE TO CA-VALUE
                 IF EIBCALEN NOT LESS THAN NONSTOCK-MIN-CALEN
                    PERFORM RETURN-NON-STOCK-FIELDS
                 END-IF
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
       RETURN-NON-STOCK-FIELDS.
      *
           IF RQ-TYPE-NON-STOCK
              MOVE 'N' TO CA-REQUEST-TYPE
              MOVE RQ-NS-DESCRIPTION TO CA-NS-DESCRIPTION
              MOVE RQ-NS-UNIT-PRICE TO CA-NS-UNIT-PRICE
              MOVE RQ-NS-SUPPLIER TO CA-NS-SUPPLIER
              MOVE RQ-NS-PO-NUMBER TO CA-PO-NUMBER
              MOVE RQ-NS-PO-LINE TO CA-PO-LINE
           ELSE
              MOVE 'S' TO CA-REQUEST-TYPE
              MOVE SPACES TO CA-NS-DESCRIPTION
              MOVE ZERO TO CA-NS-UNIT-PRICE
              MOVE ZERO TO CA-NS-SUPPLIER
           END-IF.
      *
       RETURN-NON-STOCK-FIELDS-EXIT.
           EXIT.
      *
       LOCK-REQUISITION.
      *
      *
       RAISE-APPROVAL-NOTIFICATION-EXIT.
           EXIT.
      *
      *    An approved non-stock request becomes a one-line draft
      *    PO to its supplier, the way PLANAPV firms a planned
      *    order; the buyer releases it on PORDMENU. The line
      *    carries no part - the department and requisition ride
      *    in its stock fields - and is priced in home currency.
      *    The PO number and line go back onto the requisition.
       RAISE-NON-STOCK-PO.
      *
           PERFORM TAKE-NEXT-PO-NUMBER.
           IF POCTL-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              PERFORM WRITE-NON-STOCK-PO
              IF PO-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              ELSE
                 MOVE WS-NEW-PO-NUMBER TO RQ-NS-PO-NUMBER
                 MOVE 1 TO RQ-NS-PO-LINE
                 IF EIBCALEN NOT LESS THAN NONSTOCK-MIN-CALEN
                    MOVE RQ-NS-PO-NUMBER TO CA-PO-NUMBER
                    MOVE RQ-NS-PO-LINE TO CA-PO-LINE
                 END-IF
              END-IF
           END-IF.
      *
       RAISE-NON-STOCK-PO-EXIT.
           EXIT.
      *
      *    The PONUMCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back.
       TAKE-NEXT-PO-NUMBER.
      *
           MOVE ZERO TO WS-CTL-RBA.
           EXEC CICS READ FILE(POCTL-FILE-NAME)
                     INTO(PO-CONTROL-RECORD)
                     RIDFLD(WS-CTL-RBA)
                     RBA
                     UPDATE
                     RESP(POCTL-RESP)
                     END-EXEC.
           IF POCTL-RESP EQUAL DFHRESP(NORMAL)
              ADD 1 TO PC-LAST-PO-NUMBER
              MOVE PC-LAST-PO-NUMBER TO WS-NEW-PO-NUMBER
              EXEC CICS REWRITE FILE(POCTL-FILE-NAME)
                        FROM(PO-CONTROL-RECORD)
                        RESP(POCTL-RESP)
                        END-EXEC
           END-IF.
      *
       TAKE-NEXT-PO-NUMBER-EXIT.
           EXIT.
      *
      *    One draft header and its one open non-stock line.
       WRITE-NON-STOCK-PO.
      *
           MOVE SPACES TO PURCHASE-ORDER-RECORD.
           MOVE WS-NEW-PO-NUMBER TO PO-NUMBER.
           MOVE ZERO TO PO-LINE-NUMBER.
           SET PO-HEADER-RECORD TO TRUE.
           MOVE RQ-NS-SUPPLIER TO PO-SUPPLIER.
           MOVE WS-DATE8(1:4) TO PO-ORDER-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO PO-ORDER-DATE-MM.
           MOVE WS-DATE8(7:2) TO PO-ORDER-DATE-DD.
           SET PO-STATUS-DRAFT TO TRUE.
           MOVE 1 TO PO-LINE-COUNT.
           MOVE RQ-VALUE TO PO-TOTAL-VALUE.
           EXEC CICS WRITE FILE(PO-FILE-NAME)
                     FROM(PURCHASE-ORDER-RECORD)
                     RIDFLD(PO-KEY)
                     RESP(PO-RESP)
                     END-EXEC.
      *
           IF PO-RESP EQUAL DFHRESP(NORMAL)
              MOVE SPACES TO PURCHASE-ORDER-RECORD
              MOVE WS-NEW-PO-NUMBER TO PO-NUMBER
              MOVE 1 TO PO-LINE-NUMBER
              SET PO-DETAIL-RECORD TO TRUE
              MOVE RQ-NS-SUPPLIER TO PO-SUPPLIER
              MOVE WS-DATE8(1:4) TO PO-ORDER-DATE-YYYY
              MOVE WS-DATE8(5:2) TO PO-ORDER-DATE-MM
              MOVE WS-DATE8(7:2) TO PO-ORDER-DATE-DD
              SET PO-STATUS-DRAFT TO TRUE
              SET PO-NON-STOCK-LINE TO TRUE
              MOVE ZERO TO PO-PART-ID
              MOVE RQ-DEPARTMENT TO PO-NS-DEPARTMENT
              MOVE RQ-REQUISITION-NUMBER TO PO-NS-REQUISITION
              MOVE RQ-QUANTITY TO PO-SUGGESTED-QUANTITY
              MOVE RQ-NS-UNIT-PRICE TO PO-UNIT-PRICE
              MOVE RQ-NS-DESCRIPTION TO PO-DESCRIPTION
              MOVE ZERO TO PO-RECEIVED-QUANTITY
              SET PO-LINE-OPEN TO TRUE
              SET PO-RECEIPT-IN-TOL TO TRUE
              MOVE HOME-CURRENCY-CODE TO PO-CURRENCY-CODE
              MOVE 1 TO PO-EXCHANGE-RATE
              MOVE RQ-NEED-DATE TO PO-REQUIRED-DATE
              EXEC CICS WRITE FILE(PO-FILE-NAME)
                        FROM(PURCHASE-ORDER-RECORD)
                        RIDFLD(PO-KEY)
                        RESP(PO-RESP)
                        END-EXEC
           END-IF.
      *
       WRITE-NON-STOCK-PO-EXIT.
           EXIT.
