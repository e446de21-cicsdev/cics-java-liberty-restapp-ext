      *  02 Sep 2026  DEV  Return-to-stores movements ('U') join
      *                    the day's filter so RETSTK credits post
      *                    with everything else.
      *  15 Oct 2026  DEV  Landed-cost charges join the file: the
      *                    day's LANDCOST entries post one balanced
      *                    set per charge type ('L', charge type on
      *                    the record) - the part landing on stock
      *                    on hand to the GLACCMAP inventory
      *                    account, the part falling on units
      *                    already gone to the landed-cost
      *                    variance account, both against the
      *                    mapped accrual - instead of a manual
      *                    journal.
      *  15 Oct 2026  DEV  Receipt reversals ('X', RCPTREV) join
      *                    the day's filter and fold into the
      *                    receipt bucket as a decrease, so a
      *                    receipt booked in error unwinds through
      *                    the same GLACCMAP accounts it posted to.
      *  15 Oct 2026  DEV  Kit assembly movements ('K') join the
      *                    day's filter - components relieved and
      *                    kits received (or the reverse on a
      *                    breakdown) post through their own
      *                    GLACCMAP category/'K' mapping, so the
      *                    build's inventory shift clears through
      *                    an assembly account.
      *  15 Oct 2026  DEV  Non-stock receipts join the file: the
      *                    day's NSRCPT entries (NSRECV) post
      *                    through the GLACCMAP 'NSTK'/'N' mapping
      *                    - the department expense account
      *                    against the accrual - since nothing
      *                    bought that way ever reaches stock.
      *  15 Oct 2026  DEV  Every posting now carries its stock
      *                    category and marks the side that moves
      *                    the inventory control account (GLPOST
      *                    GL-CATEGORY/GL-STOCK-SIDE), and landed
      *                    cost buckets by charge type within
      *                    category, so the GLRECON month-end
      *                    reconciliation can roll the GL up by
      *                    category against the valuation.
      *
      *****************************************************************

           SELECT PPV-FILE ASSIGN TO PPVFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PPV-STATUS.
      *
      *    LANDCOST is a VSAM ESDS - the landed-cost charges LANDCST
      *    spread over the parts of a delivery.
           SELECT LANDCOST-FILE ASSIGN TO LANDCOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LANDED-STATUS.
      *
      *    NSRCPT is a VSAM ESDS - the non-stock receipts NSRECV
      *    charged to departments.
           SELECT NSRCPT-FILE ASSIGN TO NSRCPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-NSRCPT-STATUS.
      *
           SELECT PERIOD-FILE ASSIGN TO ACCTPERD
                  ORGANIZATION IS INDEXED
       FD  PPV-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PPV.
      *
       FD  LANDCOST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LANDCOST.
      *
       FD  NSRCPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NSRCPT.
      *
       FD  PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           03 WS-PPV-TOTAL              PIC S9(13)V99 PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-PPV-COUNT              PIC 9(8) COMP VALUE ZERO.
           03 WS-LANDED-STATUS          PIC X(2) VALUE '00'.
              88  LANDED-STATUS-OK          VALUE '00'.
           03 WS-LANDED-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-LANDED-FILE        VALUE 'Y'.
           03 WS-NSRCPT-STATUS          PIC X(2) VALUE '00'.
              88  NSRCPT-STATUS-OK          VALUE '00'.
           03 WS-NSRCPT-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-NSRCPT-FILE        VALUE 'Y'.
           03 WS-CHARGE-INDEX           PIC 9(4) COMP VALUE ZERO.
           03 WS-CHARGE-SLOT            PIC 9(4) COMP VALUE ZERO.
           03 WS-LANDED-VARIANCE        PIC S9(11)V99 PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-MAP-STATUS             PIC X(2) VALUE '00'.
              88  MAP-STATUS-OK             VALUE '00'.
           03 WS-EXCP-STATUS            PIC X(2) VALUE '00'.
              88  EXCP-STATUS-OK            VALUE '00'.
           03 WS-WORK-CATEGORY          PIC X(4) VALUE SPACES.
           03 WS-WORK-TYPE              PIC X(1) VALUE SPACE.
           03 WS-UNMAPPED-COUNT         PIC 9(8) COMP VALUE ZERO.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-POSTING-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-BUCKET-INDEX           PIC 9(4) COMP VALUE ZERO.
           03 WS-BUCKET-SLOT            PIC 9(4) COMP VALUE ZERO.
      *    'Y' when the bucket's inventory account really is stock -
      *    not for non-stock receipts, whose "inventory" account is
      *    the department expense account.
           03 WS-STOCK-SIDE-FLAG        PIC X(1) VALUE 'Y'.
      *
      *    Fallback accounts. The GLACCMAP mapping master decides
      *    where a category/movement combination posts; a
       77  GRNI-ACCOUNT                 PIC X(8) VALUE '21050000'.
       77  SUSPENSE-ACCOUNT             PIC X(8) VALUE '29999999'.
       77  PPV-ACCOUNT                  PIC X(8) VALUE '52100000'.
       77  LANDED-VARIANCE-ACCOUNT      PIC X(8) VALUE '52200000'.
      *
      *    One bucket per landed-cost charge type and stock
      *    category seen on the day - the GLACCMAP entry for charge
      *    type / movement type 'L' names the inventory account the
      *    capitalized part posts to and the accrual both sides
      *    credit.
       77  MAX-CHARGE-BUCKETS           PIC 9(4) VALUE 50.
       01  WS-CHARGE-BUCKETS.
           03 WS-CHARGE-COUNT           PIC 9(4) COMP VALUE ZERO.
           03 WS-CHARGE-ENTRY OCCURS 50 TIMES.
              05 WS-CHARGE-TYPE         PIC X(4).
              05 WS-CHARGE-CATEGORY     PIC X(4).
              05 WS-CHARGE-INV-ACCT     PIC X(8).
              05 WS-CHARGE-OFFSET-ACCT  PIC X(8).
              05 WS-CHARGE-MAPPED       PIC X(1).
              05 WS-CHARGE-CAPITALIZED  PIC 9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CHARGE-VARIANCE     PIC 9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CHARGE-ENTRIES      PIC 9(8) COMP.
      *
      *    One bucket per category/movement-type combination seen
      *    on the day, each carrying the GLACCMAP accounts it
           END-PERFORM.
      *
           PERFORM SUM-PRICE-VARIANCE.
           PERFORM SUM-LANDED-COST.
           PERFORM SUM-NONSTOCK-RECEIPTS.
           PERFORM WRITE-INTERFACE-FILE.
           PERFORM FINALIZE-RUN.
      *
      *
           OPEN INPUT STKMOVE-FILE.
           OPEN INPUT PPV-FILE.
           OPEN INPUT LANDCOST-FILE.
           OPEN INPUT NSRCPT-FILE.
           OPEN INPUT SMPLXMPL-FILE.
           OPEN INPUT GLACCMAP-FILE.
           OPEN INPUT DATE-CARD-FILE.
           CLOSE PERIOD-FILE.
      *
           MOVE ZERO TO WS-BUCKET-COUNT.
           MOVE ZERO TO WS-CHARGE-COUNT.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
           IF MV-TYPE-RECEIPT OR MV-TYPE-ISSUE OR MV-TYPE-AMEND
              OR MV-TYPE-COUNT OR MV-TYPE-ADJUSTMENT
              OR MV-TYPE-RTV OR MV-TYPE-RETURN
              OR MV-TYPE-ASSEMBLY OR MV-TYPE-RCPT-REVERSAL
              MOVE MV-PART-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
           EXIT.
      *
      *    Find (or open) the bucket for this movement's category
      *    and type and fold the value in. A receipt reversal has
      *    no accounts of its own - it is a receipt going back
      *    down, so it folds into the receipt bucket.
       FOLD-INTO-MAP-BUCKET.
      *
           MOVE CATEGORY-CODE OF STOCK-PART-REC
                TO WS-WORK-CATEGORY.
           MOVE MV-MOVEMENT-TYPE TO WS-WORK-TYPE.
           IF MV-TYPE-RCPT-REVERSAL
              MOVE 'R' TO WS-WORK-TYPE
           END-IF.
           PERFORM FIND-MAP-BUCKET.
      *
           IF WS-BUCKET-SLOT GREATER THAN ZERO
              COMPUTE WS-MOVED-UNITS =
       FOLD-INTO-MAP-BUCKET-EXIT.
           EXIT.
      *
      *    Find the bucket for WS-WORK-CATEGORY/WS-WORK-TYPE,
      *    opening it when this is the first of the day. Zero slot
      *    when the table is full.
       FIND-MAP-BUCKET.
      *
           MOVE ZERO TO WS-BUCKET-SLOT.
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                     UNTIL WS-BUCKET-INDEX GREATER THAN
                           WS-BUCKET-COUNT
                        OR WS-BUCKET-SLOT GREATER THAN ZERO
              IF WS-BUCKET-CATEGORY(WS-BUCKET-INDEX) EQUAL
                 WS-WORK-CATEGORY
                 AND WS-BUCKET-TYPE(WS-BUCKET-INDEX) EQUAL
                 WS-WORK-TYPE
                 MOVE WS-BUCKET-INDEX TO WS-BUCKET-SLOT
              END-IF
           END-PERFORM.
      *
           IF WS-BUCKET-SLOT EQUAL ZERO
              AND WS-BUCKET-COUNT LESS THAN MAX-MAP-BUCKETS
              ADD 1 TO WS-BUCKET-COUNT
              MOVE WS-BUCKET-COUNT TO WS-BUCKET-SLOT
              PERFORM OPEN-MAP-BUCKET
           END-IF.
      *
       FIND-MAP-BUCKET-EXIT.
           EXIT.
      *
      *    Resolve the new bucket's accounts off GLACCMAP. An
      *    unmapped combination posts against suspense and is
      *    counted for the exception list.
      *
           MOVE WS-WORK-CATEGORY
                TO WS-BUCKET-CATEGORY(WS-BUCKET-SLOT).
           MOVE WS-WORK-TYPE
                TO WS-BUCKET-TYPE(WS-BUCKET-SLOT).
           MOVE ZERO TO WS-BUCKET-UP-VALUE(WS-BUCKET-SLOT).
           MOVE ZERO TO WS-BUCKET-UP-COUNT(WS-BUCKET-SLOT).
           MOVE ZERO TO WS-BUCKET-DOWN-COUNT(WS-BUCKET-SLOT).
      *
           MOVE WS-WORK-CATEGORY TO GM-CATEGORY.
           MOVE WS-WORK-TYPE TO GM-MOVEMENT-TYPE.
           READ GLACCMAP-FILE
                INVALID KEY
                   MOVE INVENTORY-ACCOUNT
       SUM-PRICE-VARIANCE-EXIT.
           EXIT.
      *
      *    Total the business date's landed-cost charges off the
      *    LANDCOST ledger, by charge type.
       SUM-LANDED-COST.
      *
           PERFORM UNTIL END-OF-LANDED-FILE
              READ LANDCOST-FILE
                   AT END SET END-OF-LANDED-FILE TO TRUE
              END-READ
              IF NOT END-OF-LANDED-FILE
                 IF LC-POST-DATE NUMERIC
                    MOVE LC-POST-DATE TO WS-MOVE-DATE-NUM
                    IF WS-MOVE-DATE-NUM EQUAL WS-BUSINESS-DATE
                       PERFORM FOLD-INTO-CHARGE-BUCKET
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       SUM-LANDED-COST-EXIT.
           EXIT.
      *
      *    Fold the business date's non-stock receipts into the
      *    'NSTK'/'N' bucket - an increase, so the mapped expense
      *    account is debited against the mapped accrual, already
      *    valued in home currency by NSRECV.
       SUM-NONSTOCK-RECEIPTS.
      *
           PERFORM UNTIL END-OF-NSRCPT-FILE
              READ NSRCPT-FILE
                   AT END SET END-OF-NSRCPT-FILE TO TRUE
              END-READ
              IF NOT END-OF-NSRCPT-FILE
                 IF NR-RECEIPT-DATE NUMERIC
                    MOVE NR-RECEIPT-DATE TO WS-MOVE-DATE-NUM
                    IF WS-MOVE-DATE-NUM EQUAL WS-BUSINESS-DATE
                       MOVE 'NSTK' TO WS-WORK-CATEGORY
                       MOVE 'N' TO WS-WORK-TYPE
                       PERFORM FIND-MAP-BUCKET
                       IF WS-BUCKET-SLOT GREATER THAN ZERO
                          ADD NR-VALUE TO
                              WS-BUCKET-UP-VALUE(WS-BUCKET-SLOT)
                          ADD 1 TO
                              WS-BUCKET-UP-COUNT(WS-BUCKET-SLOT)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       SUM-NONSTOCK-RECEIPTS-EXIT.
           EXIT.
      *
      *    Find (or open) the bucket for this entry's charge type
      *    and category and fold its capitalized and variance
      *    parts in.
       FOLD-INTO-CHARGE-BUCKET.
      *
           MOVE ZERO TO WS-CHARGE-SLOT.
           PERFORM VARYING WS-CHARGE-INDEX FROM 1 BY 1
                     UNTIL WS-CHARGE-INDEX GREATER THAN
                           WS-CHARGE-COUNT
                        OR WS-CHARGE-SLOT GREATER THAN ZERO
              IF WS-CHARGE-TYPE(WS-CHARGE-INDEX) EQUAL
                 LC-CHARGE-TYPE
                 AND WS-CHARGE-CATEGORY(WS-CHARGE-INDEX) EQUAL
                     LC-CATEGORY
                 MOVE WS-CHARGE-INDEX TO WS-CHARGE-SLOT
              END-IF
           END-PERFORM.
      *
           IF WS-CHARGE-SLOT EQUAL ZERO
              AND WS-CHARGE-COUNT LESS THAN MAX-CHARGE-BUCKETS
              ADD 1 TO WS-CHARGE-COUNT
              MOVE WS-CHARGE-COUNT TO WS-CHARGE-SLOT
              PERFORM OPEN-CHARGE-BUCKET
           END-IF.
      *
           IF WS-CHARGE-SLOT GREATER THAN ZERO
              ADD LC-CAPITALIZED-VALUE
                  TO WS-CHARGE-CAPITALIZED(WS-CHARGE-SLOT)
              COMPUTE WS-LANDED-VARIANCE =
                      LC-ALLOCATED-VALUE - LC-CAPITALIZED-VALUE
              IF WS-LANDED-VARIANCE GREATER THAN ZERO
                 ADD WS-LANDED-VARIANCE
                     TO WS-CHARGE-VARIANCE(WS-CHARGE-SLOT)
              END-IF
              ADD 1 TO WS-CHARGE-ENTRIES(WS-CHARGE-SLOT)
           END-IF.
      *
       FOLD-INTO-CHARGE-BUCKET-EXIT.
           EXIT.
      *
      *    Resolve the new charge bucket's accounts off GLACCMAP
      *    (charge type in the category slot, movement type 'L').
      *    An unmapped charge type posts against suspense and is
      *    counted for the exception list.
       OPEN-CHARGE-BUCKET.
      *
           MOVE LC-CHARGE-TYPE TO WS-CHARGE-TYPE(WS-CHARGE-SLOT).
           MOVE LC-CATEGORY TO WS-CHARGE-CATEGORY(WS-CHARGE-SLOT).
           MOVE ZERO TO WS-CHARGE-CAPITALIZED(WS-CHARGE-SLOT).
           MOVE ZERO TO WS-CHARGE-VARIANCE(WS-CHARGE-SLOT).
           MOVE ZERO TO WS-CHARGE-ENTRIES(WS-CHARGE-SLOT).
      *
           MOVE LC-CHARGE-TYPE TO GM-CATEGORY.
           MOVE 'L' TO GM-MOVEMENT-TYPE.
           READ GLACCMAP-FILE
                INVALID KEY
                   MOVE INVENTORY-ACCOUNT
                        TO WS-CHARGE-INV-ACCT(WS-CHARGE-SLOT)
                   MOVE SUSPENSE-ACCOUNT
                        TO WS-CHARGE-OFFSET-ACCT(WS-CHARGE-SLOT)
                   MOVE 'N' TO WS-CHARGE-MAPPED(WS-CHARGE-SLOT)
                   ADD 1 TO WS-UNMAPPED-COUNT
                NOT INVALID KEY
                   MOVE GM-INVENTORY-ACCOUNT
                        TO WS-CHARGE-INV-ACCT(WS-CHARGE-SLOT)
                   MOVE GM-OFFSET-ACCOUNT
                        TO WS-CHARGE-OFFSET-ACCT(WS-CHARGE-SLOT)
                   MOVE 'Y' TO WS-CHARGE-MAPPED(WS-CHARGE-SLOT)
           END-READ.
      *
       OPEN-CHARGE-BUCKET-EXIT.
           EXIT.
      *
      *    Write the header, one balanced debit/credit pair per
      *    non-empty bucket direction, and the control trailers.
       WRITE-INTERFACE-FILE.
           PERFORM VARYING WS-BUCKET-INDEX FROM 1 BY 1
                     UNTIL WS-BUCKET-INDEX GREATER THAN
                           WS-BUCKET-COUNT
              IF WS-BUCKET-TYPE(WS-BUCKET-INDEX) EQUAL 'N'
                 MOVE 'N' TO WS-STOCK-SIDE-FLAG
              ELSE
                 MOVE 'Y' TO WS-STOCK-SIDE-FLAG
              END-IF
      *
      *       Stock up: debit the mapped inventory account, credit
      *       the mapped offset.
                 MOVE WS-BUCKET-INV-ACCT(WS-BUCKET-INDEX)
                      TO GL-ACCOUNT-CODE
                 MOVE 'D' TO GL-DEBIT-CREDIT
                 MOVE WS-STOCK-SIDE-FLAG TO GL-STOCK-SIDE
                 PERFORM WRITE-ONE-POSTING
                 MOVE WS-BUCKET-OFFSET-ACCT(WS-BUCKET-INDEX)
                      TO GL-ACCOUNT-CODE
                 MOVE 'C' TO GL-DEBIT-CREDIT
                 MOVE 'N' TO GL-STOCK-SIDE
                 PERFORM WRITE-ONE-POSTING
              END-IF
      *
                 MOVE WS-BUCKET-INV-ACCT(WS-BUCKET-INDEX)
                      TO GL-ACCOUNT-CODE
                 MOVE 'C' TO GL-DEBIT-CREDIT
                 MOVE WS-STOCK-SIDE-FLAG TO GL-STOCK-SIDE
                 PERFORM WRITE-ONE-POSTING
                 MOVE WS-BUCKET-OFFSET-ACCT(WS-BUCKET-INDEX)
                      TO GL-ACCOUNT-CODE
                 MOVE 'D' TO GL-DEBIT-CREDIT
                 MOVE 'N' TO GL-STOCK-SIDE
                 PERFORM WRITE-ONE-POSTING
              END-IF
      *
      *    The day's price variance posts as its own balanced
      *    pair: paid over standard debits the variance account
      *    against the GRNI clearing; under standard reverses.
           MOVE SPACES TO GL-CATEGORY.
           MOVE 'N' TO GL-STOCK-SIDE.
           IF WS-PPV-TOTAL NOT EQUAL ZERO
              MOVE WS-PPV-COUNT TO WS-POSTING-COUNT
              IF WS-PPV-TOTAL GREATER THAN ZERO
              END-IF
           END-IF.
      *
      *    Landed-cost charges, one set per charge type: the part
      *    on stock on hand debits inventory, the part on units
      *    already gone debits the landed-cost variance account,
      *    and the accrual is credited with the whole charge.
           PERFORM VARYING WS-CHARGE-INDEX FROM 1 BY 1
                     UNTIL WS-CHARGE-INDEX GREATER THAN
                           WS-CHARGE-COUNT
              MOVE 'L' TO GL-MOVEMENT-TYPE
              MOVE WS-CHARGE-TYPE(WS-CHARGE-INDEX) TO GL-CHARGE-TYPE
              MOVE WS-CHARGE-CATEGORY(WS-CHARGE-INDEX)
                   TO GL-CATEGORY
              MOVE WS-CHARGE-ENTRIES(WS-CHARGE-INDEX)
                   TO WS-POSTING-COUNT
              IF WS-CHARGE-CAPITALIZED(WS-CHARGE-INDEX) GREATER
                 THAN ZERO
                 MOVE WS-CHARGE-CAPITALIZED(WS-CHARGE-INDEX)
                      TO WS-MOVED-VALUE
                 MOVE WS-CHARGE-INV-ACCT(WS-CHARGE-INDEX)
                      TO GL-ACCOUNT-CODE
                 MOVE 'D' TO GL-DEBIT-CREDIT
                 MOVE 'Y' TO GL-STOCK-SIDE
                 PERFORM WRITE-PPV-POSTING
                 MOVE 'N' TO GL-STOCK-SIDE
              END-IF
              IF WS-CHARGE-VARIANCE(WS-CHARGE-INDEX) GREATER
                 THAN ZERO
                 MOVE WS-CHARGE-VARIANCE(WS-CHARGE-INDEX)
                      TO WS-MOVED-VALUE
                 MOVE LANDED-VARIANCE-ACCOUNT TO GL-ACCOUNT-CODE
                 MOVE 'D' TO GL-DEBIT-CREDIT
                 PERFORM WRITE-PPV-POSTING
              END-IF
              COMPUTE WS-MOVED-VALUE =
                      WS-CHARGE-CAPITALIZED(WS-CHARGE-INDEX) +
                      WS-CHARGE-VARIANCE(WS-CHARGE-INDEX)
              IF WS-MOVED-VALUE GREATER THAN ZERO
                 MOVE WS-CHARGE-OFFSET-ACCT(WS-CHARGE-INDEX)
                      TO GL-ACCOUNT-CODE
                 MOVE 'C' TO GL-DEBIT-CREDIT
                 PERFORM WRITE-PPV-POSTING
              END-IF
              IF WS-CHARGE-MAPPED(WS-CHARGE-INDEX) EQUAL 'N'
                 MOVE SPACES TO EXCEPTION-LINE
                 STRING 'NO GLACCMAP ENTRY FOR CHARGE '
                        DELIMITED BY SIZE
                        WS-CHARGE-TYPE(WS-CHARGE-INDEX)
                        DELIMITED BY SIZE
                        ' TYPE L - POSTED TO SUSPENSE'
                        DELIMITED BY SIZE
                        INTO EXCEPTION-LINE
                 END-STRING
                 WRITE EXCEPTION-LINE
              END-IF
           END-PERFORM.
           MOVE SPACES TO GL-CHARGE-TYPE.
           MOVE SPACES TO GL-CATEGORY.
           MOVE SPACE TO GL-STOCK-SIDE.
      *
      *    Control trailers - total debits, then total credits.
           SET GL-TRAILER-RECORD TO TRUE.
           MOVE SPACES TO GL-ACCOUNT-CODE.
           MOVE WS-BUSINESS-DATE TO GL-POSTING-DATE.
           MOVE WS-BUCKET-TYPE(WS-BUCKET-INDEX)
                TO GL-MOVEMENT-TYPE.
           MOVE WS-BUCKET-CATEGORY(WS-BUCKET-INDEX)
                TO GL-CATEGORY.
           MOVE WS-MOVED-VALUE TO GL-AMOUNT.
           MOVE WS-POSTING-COUNT TO GL-MOVEMENT-COUNT.
           IF GL-SIDE-DEBIT
      *
           CLOSE STKMOVE-FILE.
           CLOSE PPV-FILE.
           CLOSE LANDCOST-FILE.
           CLOSE NSRCPT-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE GLACCMAP-FILE.
           CLOSE DATE-CARD-FILE.
