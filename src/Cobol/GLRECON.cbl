       PROCESS NODYNAM,RENT,APOST,TRUNC(OPT)

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
      * Month-end perpetual-inventory to general-ledger balance
      * reconciliation. GLEXTRCT posts each day's movements to the
      * inventory control account and STOKVAL values the stock
      * file, but nothing proved the two agreed. This run rolls
      * each stock category's balance forward - the last agreed
      * closing, plus the month's GLPOST postings on the
      * inventory-account side - and sets it against the stock
      * valued at the period end the way STOKVAL values it (at
      * UNIT-PRICE, converted at the rate in force, consignment
      * left out). GLEXTRCT values movements at the same price,
      * so the two only part company for known reasons, and the
      * difference is broken down by them:
      *
      *   - movements rolled out of a closed period by PERDCHK
      *     (dated in an earlier month, posting into this one) -
      *     the GLEXTRCT run for their date was long over, so
      *     they moved the stock but never reached the GL;
      *   - AVERAGE-COST changes with no movement - landed cost
      *     LANDCST and RPRGOODS capitalized onto the control
      *     account, which a price valuation does not see;
      *   - price revaluations - a new UNIT-PRICE re-values the
      *     stock on hand with no movement to post (PRICEHST has
      *     the old price and the quantity then on hand);
      *   - consignment - the supplier's stock moves through the
      *     GL like any other but is left out of the valuation.
      *
      * Anything those do not account for is shown as
      * unexplained. Each category's reconciliation is written to
      * INVRECN with the closing value the next month opens on;
      * the very first run has no prior closing and seeds the
      * opening from the closing.
      *
      * The stock file is read as it stands when the job runs, so
      * movements and price changes after the period end - and
      * movements dated in the period but posting into a later
      * one - are backed out of the valuation first.
      *
      * GLPOSTH is the month's GLPOSTF generations concatenated;
      * only 'P' postings dated in the period are counted. The
      * period comes from a one-record MONTHIN control card
      * (YYYYMM); an empty card reconciles the previous month.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              GLRECON.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    Read through once for the valuation, then by key for
      *    each movement and price change.
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT PARTCTRL-FILE ASSIGN TO PARTCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PART-ID
                  FILE STATUS IS WS-CTRL-STATUS.
      *
           SELECT EXCHRATE-FILE ASSIGN TO EXCHRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EX-KEY
                  FILE STATUS IS WS-RATE-STATUS.
      *
      *    The month's GL interface files, oldest first.
           SELECT GL-HISTORY-FILE ASSIGN TO GLPOSTH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GL-STATUS.
      *
      *    STKMOVE, LANDCOST and PRICEHST are VSAM ESDS files, read
      *    in write order.
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
           SELECT LANDCOST-FILE ASSIGN TO LANDCOST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LANDED-STATUS.
      *
           SELECT PRICEHST-FILE ASSIGN TO PRICEHST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PRICE-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
      *    The reconciliations - last month's read for the opening,
      *    this month's written (or rewritten on a rerun).
           SELECT RECON-FILE ASSIGN TO INVRECN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GR-KEY
                  FILE STATUS IS WS-RECON-STATUS.
      *
           SELECT MONTH-CARD-FILE ASSIGN TO MONTHIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT RECON-REPORT ASSIGN TO GLRECR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    Shared run-control file every nightly job registers
      *    its start and completion on - see RUNCTL/RUNCTLP.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way STOKVAL's valuation report renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  PARTCTRL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTRL.
      *
       FD  EXCHRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXCHRATE.
      *
       FD  GL-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLPOST.
      *
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMOVE.
      *
       FD  LANDCOST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LANDCOST.
      *
       FD  PRICEHST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRICEHST.
      *
      *    Sort work record - each part's price changes in the
      *    order they were made.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-PART-ID              PIC 9(8).
           03   SR-CHANGE-DATE          PIC X(8).
           03   SR-CHANGE-TIME          PIC 9(6).
           03   SR-OLD-UNIT-PRICE       PIC 9(5)V99.
           03   SR-OLD-QUANTITY         PIC 9(8).
      *
       FD  RECON-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVRECN.
      *
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  MONTH-CARD                   PIC X(6).
      *
       FD  RECON-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-CTRL-STATUS            PIC X(2) VALUE '00'.
              88  CTRL-STATUS-OK            VALUE '00'.
           03 WS-RATE-STATUS            PIC X(2) VALUE '00'.
              88  RATE-STATUS-OK            VALUE '00'.
           03 WS-GL-STATUS              PIC X(2) VALUE '00'.
              88  GL-STATUS-OK              VALUE '00'.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-LANDED-STATUS          PIC X(2) VALUE '00'.
              88  LANDED-STATUS-OK          VALUE '00'.
           03 WS-PRICE-STATUS           PIC X(2) VALUE '00'.
              88  PRICE-STATUS-OK           VALUE '00'.
           03 WS-RECON-STATUS           PIC X(2) VALUE '00'.
              88  RECON-STATUS-OK           VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-STOCK-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-STOCK-FILE         VALUE 'Y'.
           03 WS-GL-EOF-FLAG            PIC X(1) VALUE 'N'.
              88  END-OF-GL-FILE            VALUE 'Y'.
           03 WS-MOVE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MOVE-FILE          VALUE 'Y'.
           03 WS-LANDED-EOF-FLAG        PIC X(1) VALUE 'N'.
              88  END-OF-LANDED-FILE        VALUE 'Y'.
           03 WS-PRICE-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-PRICE-FILE         VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RECON-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-PRIOR-PERIOD       VALUE 'Y'.
           03 WS-RATE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-RATE-RANGE         VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RPT-PERIOD             PIC 9(6) VALUE ZERO.
           03 WS-PRIOR-PERIOD           PIC 9(6) VALUE ZERO.
      *
      *    The period as text, to set against the YYYYMM built
      *    from each record's own date.
           03 WS-PERIOD-TEXT            PIC X(6) VALUE SPACES.
           03 WS-ENTRY-MONTH            PIC X(6) VALUE SPACES.
      *
      *    The month end the stock is valued at.
           03 WS-PERIOD-END-DATE        PIC 9(8) VALUE ZERO.
           03 WS-PERIOD-END-INT         PIC S9(9) COMP VALUE ZERO.
           03 WS-NEXT-MONTH-DATE        PIC 9(8) VALUE ZERO.
      *
      *    No reconciliation on file for the prior period - the
      *    first run seeds every opening.
           03 WS-SEED-FLAG              PIC X(1) VALUE 'Y'.
              88  SEED-THE-OPENING          VALUE 'Y'.
           03 WS-CONSIGN-FLAG           PIC X(1) VALUE 'N'.
              88  PART-IS-CONSIGNMENT       VALUE 'Y'.
      *
      *    The category and value being folded into the table.
           03 WS-WORK-CATEGORY          PIC X(4) VALUE SPACES.
           03 WS-WORK-VALUE             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-MOVED-UNITS            PIC S9(9) VALUE ZERO.
           03 WS-LINE-RATE              PIC 9(4)V9(6)
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-EXR-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-EXR-SLOT               PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-SLOT               PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-DROPPED            PIC 9(8) COMP VALUE ZERO.
      *
      *    The price change held back until the next one for the
      *    same part (or the part's current price) says what the
      *    price was changed to.
           03 WS-HELD-FLAG              PIC X(1) VALUE 'N'.
              88  CHANGE-IS-HELD            VALUE 'Y'.
           03 WS-HELD-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-HELD-MONTH             PIC X(6) VALUE SPACES.
           03 WS-HELD-OLD-PRICE         PIC 9(5)V99 VALUE ZERO.
           03 WS-HELD-QUANTITY          PIC 9(8) VALUE ZERO.
           03 WS-NEW-PRICE              PIC 9(5)V99 VALUE ZERO.
           03 WS-NEW-PRICE-FLAG         PIC X(1) VALUE 'N'.
              88  NEW-PRICE-KNOWN           VALUE 'Y'.
      *
           03 WS-PART-COUNT             PIC 9(8) COMP VALUE ZERO.
           03 WS-POSTING-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-MOVEMENT-COUNT         PIC 9(8) COMP VALUE ZERO.
           03 WS-LANDED-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-PRICE-COUNT            PIC 9(8) COMP VALUE ZERO.
           03 WS-DIFFERENCE-COUNT       PIC 9(8) COMP VALUE ZERO.
      *
      *    Our home currency - a part carrying it (or no currency
      *    at all) converts at one.
       77  HOME-CURRENCY-CODE           PIC X(3) VALUE 'USD'.
      *
      *    Rates already resolved this run, so one currency's rate
      *    is hunted down once, not once per part.
       77  MAX-RATE-CACHE               PIC 9(4) VALUE 10.
       01  WS-RATE-CACHE.
           03 WS-EXR-COUNT              PIC 9(4) COMP VALUE ZERO.
           03 WS-EXR-ENTRY OCCURS 10 TIMES.
              05 WS-EXR-CURRENCY        PIC X(3).
              05 WS-EXR-RATE            PIC 9(4)V9(6)
                                        PACKED-DECIMAL.
      *
      *    One slot per category seen, carrying every figure of
      *    its reconciliation. The stock value is the valuation as
      *    the file stands; the later value is the part of it that
      *    arrived after the period end.
       77  MAX-CATEGORIES               PIC 9(4) VALUE 50.
       01  WS-CATEGORY-TABLE.
           03 WS-CAT-COUNT              PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-ENTRY OCCURS 50 TIMES.
              05 WS-CAT-CODE            PIC X(4).
              05 WS-CAT-OPENING         PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CAT-POSTED          PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CAT-STOCK           PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CAT-LATER           PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CAT-UNPOSTED        PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CAT-COST-CHANGE     PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CAT-REVALUED        PIC S9(13)V99
                                        PACKED-DECIMAL.
              05 WS-CAT-CONSIGNED       PIC S9(13)V99
                                        PACKED-DECIMAL.
      *
      *    Report totals across every category.
       01  WS-RECON-TOTALS.
           03 WS-TOT-OPENING            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-POSTED             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-CLOSING            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-DIFFERENCE         PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-UNPOSTED           PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-COST-CHANGE        PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-REVALUED           PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-CONSIGNED          PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOT-UNEXPLAINED        PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(40) VALUE
                'INVENTORY TO GL RECONCILIATION - PERIOD'.
           03   RH-PERIOD               PIC 9(6).
           03   FILLER                  PIC X(12) VALUE
                '  PERIOD END'.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RH-PERIOD-END           PIC 9(8).
           03   FILLER                  PIC X(65) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(5) VALUE 'CAT'.
           03   FILLER                  PIC X(14) VALUE
                '      OPENING'.
           03   FILLER                  PIC X(14) VALUE
                '       POSTED'.
           03   FILLER                  PIC X(14) VALUE
                '      CLOSING'.
           03   FILLER                  PIC X(14) VALUE
                '   DIFFERENCE'.
           03   FILLER                  PIC X(14) VALUE
                '     UNPOSTED'.
           03   FILLER                  PIC X(14) VALUE
                '  AVG COST CH'.
           03   FILLER                  PIC X(14) VALUE
                '  REVALUATION'.
           03   FILLER                  PIC X(14) VALUE
                '  CONSIGNMENT'.
           03   FILLER                  PIC X(14) VALUE
                '  UNEXPLAINED'.
           03   FILLER                  PIC X(1) VALUE SPACE.
      *
      *    One line per category - the difference is closing less
      *    (opening plus posted); the causes that follow are signed
      *    the way each moves it.
       01  REPORT-DETAIL-LINE.
           03   RD-CATEGORY             PIC X(4).
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-OPENING              PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-POSTED               PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-CLOSING              PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-DIFFERENCE           PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-UNPOSTED             PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-COST-CHANGE          PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-REVALUED             PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-CONSIGNED            PIC Z(8)9.99-.
           03   FILLER                  PIC X(1) VALUE SPACE.
           03   RD-UNEXPLAINED          PIC Z(8)9.99-.
           03   RD-STATUS               PIC X(1).
      *
       01  REPORT-TEXT-LINE.
           03   RT-TEXT                 PIC X(60).
           03   FILLER                  PIC X(72) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-OPENING-BALANCES.
           PERFORM VALUE-STOCK-FILE.
           PERFORM TOTAL-GL-POSTINGS.
           PERFORM SCAN-MOVEMENTS.
           PERFORM SCAN-LANDED-COSTS.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-PART-ID
                                 SR-CHANGE-DATE
                                 SR-CHANGE-TIME
                INPUT PROCEDURE IS GATHER-PRICE-CHANGES
                OUTPUT PROCEDURE IS VALUE-PRICE-CHANGES.
      *
           PERFORM WRITE-RECONCILIATION.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           MOVE 'GLRECON' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT SMPLXMPL-FILE.
           OPEN INPUT PARTCTRL-FILE.
           OPEN INPUT EXCHRATE-FILE.
           OPEN I-O RECON-FILE.
           OPEN INPUT MONTH-CARD-FILE.
           OPEN OUTPUT RECON-REPORT.
      *
           MOVE SPACES TO MONTH-CARD.
           READ MONTH-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF MONTH-CARD NUMERIC
              MOVE MONTH-CARD TO WS-RPT-PERIOD
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-RPT-PERIOD
              IF WS-RPT-PERIOD(5:2) EQUAL '01'
      *          January reconciles last year's December.
                 SUBTRACT 89 FROM WS-RPT-PERIOD
              ELSE
                 SUBTRACT 1 FROM WS-RPT-PERIOD
              END-IF
           END-IF.
           MOVE WS-RPT-PERIOD TO WS-PERIOD-TEXT.
      *
           MOVE WS-RPT-PERIOD TO WS-PRIOR-PERIOD.
           IF WS-PRIOR-PERIOD(5:2) EQUAL '01'
              SUBTRACT 89 FROM WS-PRIOR-PERIOD
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-PERIOD
           END-IF.
      *
      *    The day before the first of the following month is the
      *    period end.
           MOVE WS-RPT-PERIOD TO WS-NEXT-MONTH-DATE(1:6).
           MOVE '01' TO WS-NEXT-MONTH-DATE(7:2).
           IF WS-RPT-PERIOD(5:2) EQUAL '12'
              ADD 8900 TO WS-NEXT-MONTH-DATE
           ELSE
              ADD 100 TO WS-NEXT-MONTH-DATE
           END-IF.
           COMPUTE WS-PERIOD-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
           COMPUTE WS-PERIOD-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-INT).
      *
           MOVE WS-RPT-PERIOD TO RH-PERIOD.
           MOVE WS-PERIOD-END-DATE TO RH-PERIOD-END.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Last month's agreed closing is this month's opening. A
      *    category that is new this month opens at nothing.
       LOAD-OPENING-BALANCES.
      *
           MOVE WS-PRIOR-PERIOD TO GR-PERIOD.
           MOVE LOW-VALUES TO GR-CATEGORY.
           START RECON-FILE KEY NOT LESS THAN GR-KEY
                 INVALID KEY SET END-OF-PRIOR-PERIOD TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-PRIOR-PERIOD
              READ RECON-FILE NEXT
                   AT END SET END-OF-PRIOR-PERIOD TO TRUE
              END-READ
              IF NOT END-OF-PRIOR-PERIOD
                 IF GR-PERIOD EQUAL WS-PRIOR-PERIOD
                    MOVE 'N' TO WS-SEED-FLAG
                    MOVE GR-CATEGORY TO WS-WORK-CATEGORY
                    PERFORM FIND-CATEGORY-SLOT
                    IF WS-CAT-SLOT GREATER THAN ZERO
                       MOVE GR-CLOSING-VALUE
                            TO WS-CAT-OPENING(WS-CAT-SLOT)
                    END-IF
                 ELSE
                    SET END-OF-PRIOR-PERIOD TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
       LOAD-OPENING-BALANCES-EXIT.
           EXIT.
      *
      *    Value every part we own at its price, converted at the
      *    rate in force at the period end - consignment stock is
      *    the supplier's and stays out, as on STOKVAL.
       VALUE-STOCK-FILE.
      *
           MOVE ZERO TO PART-ID OF STOCK-PART-REC.
           START SMPLXMPL-FILE
                 KEY NOT LESS THAN PART-ID OF STOCK-PART-REC
                 INVALID KEY SET END-OF-STOCK-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STOCK-FILE
              READ SMPLXMPL-FILE NEXT
                   AT END SET END-OF-STOCK-FILE TO TRUE
              END-READ
              IF NOT END-OF-STOCK-FILE
                 PERFORM CHECK-CONSIGNMENT-FLAG
                 IF NOT PART-IS-CONSIGNMENT
                    PERFORM RESOLVE-EXCHANGE-RATE
                    COMPUTE WS-WORK-VALUE ROUNDED =
                            STOCK-QUANTITY OF STOCK-PART-REC *
                            UNIT-PRICE OF STOCK-PART-REC *
                            WS-LINE-RATE
                    PERFORM SET-PART-CATEGORY
                    PERFORM FIND-CATEGORY-SLOT
                    IF WS-CAT-SLOT GREATER THAN ZERO
                       ADD WS-WORK-VALUE TO WS-CAT-STOCK(WS-CAT-SLOT)
                    END-IF
                    ADD 1 TO WS-PART-COUNT
                 END-IF
              END-IF
           END-PERFORM.
      *
       VALUE-STOCK-FILE-EXIT.
           EXIT.
      *
      *    The month's postings on the inventory-account side of
      *    each stock posting - a debit raises the control account,
      *    a credit lowers it.
       TOTAL-GL-POSTINGS.
      *
           OPEN INPUT GL-HISTORY-FILE.
           PERFORM UNTIL END-OF-GL-FILE
              READ GL-HISTORY-FILE
                   AT END SET END-OF-GL-FILE TO TRUE
              END-READ
              IF NOT END-OF-GL-FILE
                 AND GL-POSTING-REC
                 AND GL-STOCK-ACCOUNT
                 AND GL-POSTING-DATE(1:6) EQUAL WS-PERIOD-TEXT
                 IF GL-CATEGORY EQUAL SPACES
                    OR GL-CATEGORY EQUAL LOW-VALUES
                    MOVE '....' TO WS-WORK-CATEGORY
                 ELSE
                    MOVE GL-CATEGORY TO WS-WORK-CATEGORY
                 END-IF
                 PERFORM FIND-CATEGORY-SLOT
                 IF WS-CAT-SLOT GREATER THAN ZERO
                    IF GL-SIDE-DEBIT
                       ADD GL-AMOUNT TO WS-CAT-POSTED(WS-CAT-SLOT)
                    ELSE
                       SUBTRACT GL-AMOUNT
                           FROM WS-CAT-POSTED(WS-CAT-SLOT)
                    END-IF
                 END-IF
                 ADD 1 TO WS-POSTING-COUNT
              END-IF
           END-PERFORM.
           CLOSE GL-HISTORY-FILE.
      *
       TOTAL-GL-POSTINGS-EXIT.
           EXIT.
      *
      *    The movements GLEXTRCT values (the same types, at the
      *    same current price) that bear on the month: those rolled
      *    in from a closed period, consignment movements posted in
      *    it, and anything that reached the stock file after it.
       SCAN-MOVEMENTS.
      *
           OPEN INPUT STKMOVE-FILE.
           PERFORM UNTIL END-OF-MOVE-FILE
              READ STKMOVE-FILE
                   AT END SET END-OF-MOVE-FILE TO TRUE
              END-READ
              IF NOT END-OF-MOVE-FILE
                 AND MV-MOVEMENT-DATE-YYYY NUMERIC
                 AND MV-MOVEMENT-DATE-MM NUMERIC
                 IF MV-TYPE-RECEIPT OR MV-TYPE-ISSUE OR MV-TYPE-AMEND
                    OR MV-TYPE-COUNT OR MV-TYPE-ADJUSTMENT
                    OR MV-TYPE-RTV OR MV-TYPE-RETURN
                    OR MV-TYPE-ASSEMBLY OR MV-TYPE-RCPT-REVERSAL
                    MOVE MV-MOVEMENT-DATE-YYYY TO WS-ENTRY-MONTH(1:4)
                    MOVE MV-MOVEMENT-DATE-MM TO WS-ENTRY-MONTH(5:2)
                    PERFORM CLASSIFY-MOVEMENT
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE STKMOVE-FILE.
      *
       SCAN-MOVEMENTS-EXIT.
           EXIT.
      *
      *    A movement matters to this month when it is dated in it
      *    or after it, or posts into it or a later period.
       CLASSIFY-MOVEMENT.
      *
           IF WS-ENTRY-MONTH LESS THAN WS-PERIOD-TEXT
              AND (MV-PERIOD EQUAL SPACES
                   OR MV-PERIOD LESS THAN WS-PERIOD-TEXT)
              CONTINUE
           ELSE
              MOVE MV-PART-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      PERFORM VALUE-ONE-MOVEMENT
              END-READ
           END-IF.
      *
       CLASSIFY-MOVEMENT-EXIT.
           EXIT.
      *
       VALUE-ONE-MOVEMENT.
      *
           PERFORM CHECK-CONSIGNMENT-FLAG.
           PERFORM SET-PART-CATEGORY.
           PERFORM FIND-CATEGORY-SLOT.
           COMPUTE WS-MOVED-UNITS =
                   MV-NEW-QUANTITY - MV-OLD-QUANTITY.
           COMPUTE WS-WORK-VALUE ROUNDED =
                   WS-MOVED-UNITS * UNIT-PRICE OF STOCK-PART-REC.
           ADD 1 TO WS-MOVEMENT-COUNT.
      *
           EVALUATE TRUE
              WHEN WS-CAT-SLOT EQUAL ZERO
                 CONTINUE
      *
      *       Reached the stock file after the period end - backed
      *       out of the valuation, at the part's rate.
              WHEN WS-ENTRY-MONTH GREATER THAN WS-PERIOD-TEXT
                 OR (MV-PERIOD GREATER THAN WS-PERIOD-TEXT
                     AND MV-PERIOD NOT EQUAL SPACES)
                 IF NOT PART-IS-CONSIGNMENT
                    PERFORM RESOLVE-EXCHANGE-RATE
                    COMPUTE WS-WORK-VALUE ROUNDED =
                            WS-WORK-VALUE * WS-LINE-RATE
                    ADD WS-WORK-VALUE TO WS-CAT-LATER(WS-CAT-SLOT)
                 END-IF
      *
      *       Dated in an earlier, closed month and rolled into
      *       this one - in the stock, never in the GL.
              WHEN WS-ENTRY-MONTH LESS THAN WS-PERIOD-TEXT
                 IF NOT PART-IS-CONSIGNMENT
                    ADD WS-WORK-VALUE TO WS-CAT-UNPOSTED(WS-CAT-SLOT)
                 END-IF
      *
      *       Posted in the month - only consignment stock parts
      *       company with the valuation.
              WHEN OTHER
                 IF PART-IS-CONSIGNMENT
                    ADD WS-WORK-VALUE TO WS-CAT-CONSIGNED(WS-CAT-SLOT)
                 END-IF
           END-EVALUATE.
      *
       VALUE-ONE-MOVEMENT-EXIT.
           EXIT.
      *
      *    Landed cost capitalized in the month - GLEXTRCT debits it
      *    to the control account, but it only moves AVERAGE-COST,
      *    which a price valuation never sees.
       SCAN-LANDED-COSTS.
      *
           OPEN INPUT LANDCOST-FILE.
           PERFORM UNTIL END-OF-LANDED-FILE
              READ LANDCOST-FILE
                   AT END SET END-OF-LANDED-FILE TO TRUE
              END-READ
              IF NOT END-OF-LANDED-FILE
                 AND LC-POST-DATE(1:6) EQUAL WS-PERIOD-TEXT
                 AND LC-CAPITALIZED-VALUE GREATER THAN ZERO
                 IF LC-CATEGORY EQUAL SPACES
                    OR LC-CATEGORY EQUAL LOW-VALUES
                    MOVE '....' TO WS-WORK-CATEGORY
                 ELSE
                    MOVE LC-CATEGORY TO WS-WORK-CATEGORY
                 END-IF
                 PERFORM FIND-CATEGORY-SLOT
                 IF WS-CAT-SLOT GREATER THAN ZERO
                    ADD LC-CAPITALIZED-VALUE
                        TO WS-CAT-COST-CHANGE(WS-CAT-SLOT)
                 END-IF
                 ADD 1 TO WS-LANDED-COUNT
              END-IF
           END-PERFORM.
           CLOSE LANDCOST-FILE.
      *
       SCAN-LANDED-COSTS-EXIT.
           EXIT.
      *
      *    SORT input procedure - every price change made in the
      *    month or since. An earlier change only matters for the
      *    price it left, which the next change records anyway.
       GATHER-PRICE-CHANGES.
      *
           OPEN INPUT PRICEHST-FILE.
           PERFORM UNTIL END-OF-PRICE-FILE
              READ PRICEHST-FILE
                   AT END SET END-OF-PRICE-FILE TO TRUE
              END-READ
              IF NOT END-OF-PRICE-FILE
                 MOVE PH-CHANGE-DATE-YYYY TO WS-ENTRY-MONTH(1:4)
                 MOVE PH-CHANGE-DATE-MM TO WS-ENTRY-MONTH(5:2)
                 IF WS-ENTRY-MONTH NOT LESS THAN WS-PERIOD-TEXT
                    MOVE PH-PART-ID TO SR-PART-ID
                    MOVE PH-CHANGE-DATE-YYYY TO SR-CHANGE-DATE(1:4)
                    MOVE PH-CHANGE-DATE-MM TO SR-CHANGE-DATE(5:2)
                    MOVE PH-CHANGE-DATE-DD TO SR-CHANGE-DATE(7:2)
                    MOVE PH-CHANGE-TIME TO SR-CHANGE-TIME
                    MOVE PH-OLD-UNIT-PRICE TO SR-OLD-UNIT-PRICE
                    MOVE PH-OLD-STOCK-QUANTITY TO SR-OLD-QUANTITY
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PRICEHST-FILE.
      *
       GATHER-PRICE-CHANGES-EXIT.
           EXIT.
      *
      *    SORT output procedure - each change re-valued the stock
      *    then on hand from its old price to the price the next
      *    change for the part found, or to today's price when it
      *    was the last.
       VALUE-PRICE-CHANGES.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 IF CHANGE-IS-HELD
                    IF SR-PART-ID EQUAL WS-HELD-PART-ID
                       MOVE SR-OLD-UNIT-PRICE TO WS-NEW-PRICE
                       MOVE 'Y' TO WS-NEW-PRICE-FLAG
                    ELSE
                       MOVE 'N' TO WS-NEW-PRICE-FLAG
                    END-IF
                    PERFORM VALUE-HELD-CHANGE
                 END-IF
                 MOVE 'Y' TO WS-HELD-FLAG
                 MOVE SR-PART-ID TO WS-HELD-PART-ID
                 MOVE SR-CHANGE-DATE(1:6) TO WS-HELD-MONTH
                 MOVE SR-OLD-UNIT-PRICE TO WS-HELD-OLD-PRICE
                 MOVE SR-OLD-QUANTITY TO WS-HELD-QUANTITY
              END-IF
           END-PERFORM.
      *
           IF CHANGE-IS-HELD
              MOVE 'N' TO WS-NEW-PRICE-FLAG
              PERFORM VALUE-HELD-CHANGE
           END-IF.
      *
       VALUE-PRICE-CHANGES-EXIT.
           EXIT.
      *
      *    A change in the month is a revaluation the GL never saw;
      *    one after it is backed out of the valuation. Consignment
      *    stock is in neither, nor is a part no longer on file.
       VALUE-HELD-CHANGE.
      *
           MOVE WS-HELD-PART-ID TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY
                   MOVE 'Y' TO WS-CONSIGN-FLAG
                NOT INVALID KEY
                   PERFORM CHECK-CONSIGNMENT-FLAG
           END-READ.
      *
           IF NOT PART-IS-CONSIGNMENT
              IF NOT NEW-PRICE-KNOWN
                 MOVE UNIT-PRICE OF STOCK-PART-REC TO WS-NEW-PRICE
              END-IF
              COMPUTE WS-WORK-VALUE ROUNDED =
                      WS-HELD-QUANTITY *
                      (WS-NEW-PRICE - WS-HELD-OLD-PRICE)
              PERFORM SET-PART-CATEGORY
              PERFORM FIND-CATEGORY-SLOT
              ADD 1 TO WS-PRICE-COUNT
              IF WS-CAT-SLOT GREATER THAN ZERO
                 IF WS-HELD-MONTH EQUAL WS-PERIOD-TEXT
                    ADD WS-WORK-VALUE TO WS-CAT-REVALUED(WS-CAT-SLOT)
                 ELSE
                    PERFORM RESOLVE-EXCHANGE-RATE
                    COMPUTE WS-WORK-VALUE ROUNDED =
                            WS-WORK-VALUE * WS-LINE-RATE
                    ADD WS-WORK-VALUE TO WS-CAT-LATER(WS-CAT-SLOT)
                 END-IF
              END-IF
           END-IF.
      *
       VALUE-HELD-CHANGE-EXIT.
           EXIT.
      *
      *    Close each category off: the period-end valuation, the
      *    difference against the rolled-forward balance, and what
      *    the known causes leave unexplained. The reconciliation
      *    is written to INVRECN - rewritten when the month is run
      *    again - and printed.
       WRITE-RECONCILIATION.
      *
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                     UNTIL WS-CAT-INDEX GREATER THAN WS-CAT-COUNT
              PERFORM RECONCILE-ONE-CATEGORY
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ALL' TO RD-CATEGORY.
           MOVE WS-TOT-OPENING TO RD-OPENING.
           MOVE WS-TOT-POSTED TO RD-POSTED.
           MOVE WS-TOT-CLOSING TO RD-CLOSING.
           MOVE WS-TOT-DIFFERENCE TO RD-DIFFERENCE.
           MOVE WS-TOT-UNPOSTED TO RD-UNPOSTED.
           MOVE WS-TOT-COST-CHANGE TO RD-COST-CHANGE.
           MOVE WS-TOT-REVALUED TO RD-REVALUED.
           MOVE WS-TOT-CONSIGNED TO RD-CONSIGNED.
           MOVE WS-TOT-UNEXPLAINED TO RD-UNEXPLAINED.
           MOVE SPACE TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'STATUS A = AGREED  D = DIFFERENCE UNEXPLAINED'
             TO RT-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE '       O = FIRST RECONCILIATION, OPENING SEEDED'
             TO RT-TEXT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           IF WS-CAT-DROPPED GREATER THAN ZERO
              MOVE 'CATEGORY TABLE FULL - SOME ENTRIES NOT RECONCILED'
                TO RT-TEXT
              WRITE REPORT-LINE FROM REPORT-TEXT-LINE
           END-IF.
      *
       WRITE-RECONCILIATION-EXIT.
           EXIT.
      *
       RECONCILE-ONE-CATEGORY.
      *
           MOVE SPACES TO INVENTORY-RECON-RECORD.
           MOVE WS-RPT-PERIOD TO GR-PERIOD.
           MOVE WS-CAT-CODE(WS-CAT-INDEX) TO GR-CATEGORY.
           MOVE WS-CAT-POSTED(WS-CAT-INDEX) TO GR-POSTED-VALUE.
           COMPUTE GR-CLOSING-VALUE =
                   WS-CAT-STOCK(WS-CAT-INDEX) -
                   WS-CAT-LATER(WS-CAT-INDEX).
           MOVE WS-CAT-UNPOSTED(WS-CAT-INDEX) TO GR-UNPOSTED-VALUE.
           MOVE WS-CAT-COST-CHANGE(WS-CAT-INDEX)
                TO GR-COST-CHANGE-VALUE.
           MOVE WS-CAT-REVALUED(WS-CAT-INDEX)
                TO GR-REVALUATION-VALUE.
           MOVE WS-CAT-CONSIGNED(WS-CAT-INDEX)
                TO GR-CONSIGNMENT-VALUE.
           MOVE WS-RUN-DATE TO GR-RUN-DATE.
      *
           IF SEED-THE-OPENING
              COMPUTE GR-OPENING-VALUE =
                      GR-CLOSING-VALUE - GR-POSTED-VALUE
              MOVE ZERO TO GR-DIFFERENCE-VALUE
              MOVE ZERO TO GR-UNEXPLAINED-VALUE
              SET GR-OPENING-SEEDED TO TRUE
           ELSE
              MOVE WS-CAT-OPENING(WS-CAT-INDEX) TO GR-OPENING-VALUE
              COMPUTE GR-DIFFERENCE-VALUE =
                      GR-CLOSING-VALUE -
                      (GR-OPENING-VALUE + GR-POSTED-VALUE)
              COMPUTE GR-UNEXPLAINED-VALUE =
                      GR-DIFFERENCE-VALUE -
                      (GR-UNPOSTED-VALUE - GR-COST-CHANGE-VALUE +
                       GR-REVALUATION-VALUE - GR-CONSIGNMENT-VALUE)
              IF GR-UNEXPLAINED-VALUE EQUAL ZERO
                 SET GR-AGREED TO TRUE
              ELSE
                 SET GR-DIFFERENCE TO TRUE
                 ADD 1 TO WS-DIFFERENCE-COUNT
              END-IF
           END-IF.
      *
           WRITE INVENTORY-RECON-RECORD
                 INVALID KEY
                    REWRITE INVENTORY-RECON-RECORD
           END-WRITE.
      *
           ADD GR-OPENING-VALUE TO WS-TOT-OPENING.
           ADD GR-POSTED-VALUE TO WS-TOT-POSTED.
           ADD GR-CLOSING-VALUE TO WS-TOT-CLOSING.
           ADD GR-DIFFERENCE-VALUE TO WS-TOT-DIFFERENCE.
           ADD GR-UNPOSTED-VALUE TO WS-TOT-UNPOSTED.
           ADD GR-COST-CHANGE-VALUE TO WS-TOT-COST-CHANGE.
           ADD GR-REVALUATION-VALUE TO WS-TOT-REVALUED.
           ADD GR-CONSIGNMENT-VALUE TO WS-TOT-CONSIGNED.
           ADD GR-UNEXPLAINED-VALUE TO WS-TOT-UNEXPLAINED.
      *
           MOVE GR-CATEGORY TO RD-CATEGORY.
           MOVE GR-OPENING-VALUE TO RD-OPENING.
           MOVE GR-POSTED-VALUE TO RD-POSTED.
           MOVE GR-CLOSING-VALUE TO RD-CLOSING.
           MOVE GR-DIFFERENCE-VALUE TO RD-DIFFERENCE.
           MOVE GR-UNPOSTED-VALUE TO RD-UNPOSTED.
           MOVE GR-COST-CHANGE-VALUE TO RD-COST-CHANGE.
           MOVE GR-REVALUATION-VALUE TO RD-REVALUED.
           MOVE GR-CONSIGNMENT-VALUE TO RD-CONSIGNED.
           MOVE GR-UNEXPLAINED-VALUE TO RD-UNEXPLAINED.
           MOVE GR-STATUS TO RD-STATUS.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       RECONCILE-ONE-CATEGORY-EXIT.
           EXIT.
      *
      *    Is this part consignment? A part with no PARTCTRL entry
      *    is our own stock.
       CHECK-CONSIGNMENT-FLAG.
      *
           MOVE 'N' TO WS-CONSIGN-FLAG.
           MOVE PART-ID OF STOCK-PART-REC TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PC-CONSIGNMENT-STOCK
                      MOVE 'Y' TO WS-CONSIGN-FLAG
                   END-IF
           END-READ.
      *
       CHECK-CONSIGNMENT-FLAG-EXIT.
           EXIT.
      *
      *    The part's category - '....' when it has none, the same
      *    as the STOKVAL category summary.
       SET-PART-CATEGORY.
      *
           IF CATEGORY-CODE OF STOCK-PART-REC EQUAL SPACES
              OR CATEGORY-CODE OF STOCK-PART-REC EQUAL LOW-VALUES
              MOVE '....' TO WS-WORK-CATEGORY
           ELSE
              MOVE CATEGORY-CODE OF STOCK-PART-REC
                   TO WS-WORK-CATEGORY
           END-IF.
      *
       SET-PART-CATEGORY-EXIT.
           EXIT.
      *
      *    Find the slot for WS-WORK-CATEGORY, opening it at zero
      *    the first time it is seen. Zero slot when the table is
      *    full.
       FIND-CATEGORY-SLOT.
      *
           MOVE ZERO TO WS-CAT-SLOT.
           PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                     UNTIL WS-CAT-INDEX GREATER THAN WS-CAT-COUNT
                        OR WS-CAT-SLOT GREATER THAN ZERO
              IF WS-CAT-CODE(WS-CAT-INDEX) EQUAL WS-WORK-CATEGORY
                 MOVE WS-CAT-INDEX TO WS-CAT-SLOT
              END-IF
           END-PERFORM.
           IF WS-CAT-SLOT EQUAL ZERO
              IF WS-CAT-COUNT LESS THAN MAX-CATEGORIES
                 ADD 1 TO WS-CAT-COUNT
                 MOVE WS-CAT-COUNT TO WS-CAT-SLOT
                 MOVE WS-WORK-CATEGORY TO WS-CAT-CODE(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-OPENING(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-POSTED(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-STOCK(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-LATER(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-UNPOSTED(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-COST-CHANGE(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-REVALUED(WS-CAT-SLOT)
                 MOVE ZERO TO WS-CAT-CONSIGNED(WS-CAT-SLOT)
              ELSE
                 ADD 1 TO WS-CAT-DROPPED
              END-IF
           END-IF.
      *
       FIND-CATEGORY-SLOT-EXIT.
           EXIT.
      *
      *    Resolve the part's currency to a home-currency rate -
      *    one for the home currency (or none at all), the cached
      *    rate when this currency was seen before, otherwise the
      *    latest EXCHRATE entry on or before the period end.
       RESOLVE-EXCHANGE-RATE.
      *
           IF CURRENCY-CODE OF STOCK-PART-REC EQUAL
              HOME-CURRENCY-CODE
              OR CURRENCY-CODE OF STOCK-PART-REC EQUAL SPACES
              OR CURRENCY-CODE OF STOCK-PART-REC EQUAL LOW-VALUES
              MOVE 1 TO WS-LINE-RATE
           ELSE
              MOVE ZERO TO WS-EXR-SLOT
              PERFORM VARYING WS-EXR-INDEX FROM 1 BY 1
                        UNTIL WS-EXR-INDEX GREATER THAN
                              WS-EXR-COUNT
                           OR WS-EXR-SLOT GREATER THAN ZERO
                 IF WS-EXR-CURRENCY(WS-EXR-INDEX) EQUAL
                    CURRENCY-CODE OF STOCK-PART-REC
                    MOVE WS-EXR-INDEX TO WS-EXR-SLOT
                 END-IF
              END-PERFORM
              IF WS-EXR-SLOT GREATER THAN ZERO
                 MOVE WS-EXR-RATE(WS-EXR-SLOT) TO WS-LINE-RATE
              ELSE
                 PERFORM HUNT-RATE-ON-FILE
                 IF WS-EXR-COUNT LESS THAN MAX-RATE-CACHE
                    ADD 1 TO WS-EXR-COUNT
                    MOVE CURRENCY-CODE OF STOCK-PART-REC
                         TO WS-EXR-CURRENCY(WS-EXR-COUNT)
                    MOVE WS-LINE-RATE
                         TO WS-EXR-RATE(WS-EXR-COUNT)
                 END-IF
              END-IF
           END-IF.
      *
       RESOLVE-EXCHANGE-RATE-EXIT.
           EXIT.
      *
      *    Walk the currency's rate entries (oldest first, by key)
      *    keeping the last one effective on or before the period
      *    end.
       HUNT-RATE-ON-FILE.
      *
           MOVE 1 TO WS-LINE-RATE.
           MOVE 'N' TO WS-RATE-EOF-FLAG.
           MOVE CURRENCY-CODE OF STOCK-PART-REC
                TO EX-CURRENCY-CODE.
           MOVE ZERO TO EX-EFFECTIVE-DATE.
           START EXCHRATE-FILE KEY NOT LESS THAN EX-KEY
                 INVALID KEY SET END-OF-RATE-RANGE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-RATE-RANGE
              READ EXCHRATE-FILE NEXT
                   AT END SET END-OF-RATE-RANGE TO TRUE
              END-READ
              IF NOT END-OF-RATE-RANGE
                 IF EX-CURRENCY-CODE EQUAL
                    CURRENCY-CODE OF STOCK-PART-REC
                    AND EX-EFFECTIVE-DATE NOT GREATER THAN
                        WS-PERIOD-END-DATE
                    MOVE EX-RATE-TO-HOME TO WS-LINE-RATE
                 ELSE
                    SET END-OF-RATE-RANGE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
       HUNT-RATE-ON-FILE-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'GLRECON: PERIOD:           ' WS-RPT-PERIOD.
           DISPLAY 'GLRECON: PARTS VALUED:     ' WS-PART-COUNT.
           DISPLAY 'GLRECON: POSTINGS:         ' WS-POSTING-COUNT.
           DISPLAY 'GLRECON: MOVEMENTS:        ' WS-MOVEMENT-COUNT.
           DISPLAY 'GLRECON: LANDED COSTS:     ' WS-LANDED-COUNT.
           DISPLAY 'GLRECON: PRICE CHANGES:    ' WS-PRICE-COUNT.
           DISPLAY 'GLRECON: CATEGORIES:       ' WS-CAT-COUNT.
           DISPLAY 'GLRECON: WITH DIFFERENCES: ' WS-DIFFERENCE-COUNT.
           DISPLAY 'GLRECON: UNEXPLAINED:      ' WS-TOT-UNEXPLAINED.
           IF SEED-THE-OPENING
              DISPLAY 'GLRECON: NO PRIOR PERIOD ON FILE - '
                      'OPENING BALANCES SEEDED'
           END-IF.
           IF WS-CAT-DROPPED GREATER THAN ZERO
              DISPLAY 'GLRECON: ENTRIES NOT RECONCILED (TABLE FULL): '
                      WS-CAT-DROPPED
           END-IF.
      *
           CLOSE SMPLXMPL-FILE.
           CLOSE PARTCTRL-FILE.
           CLOSE EXCHRATE-FILE.
           CLOSE RECON-FILE.
           CLOSE MONTH-CARD-FILE.
           CLOSE RECON-REPORT.
      *
           MOVE WS-CAT-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
