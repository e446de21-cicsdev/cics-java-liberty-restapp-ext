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
      * Monthly import declaration for the customs return. Every
      * receipt now carries the country of origin and commodity
      * (tariff) code of the source it came from (SUPPXREF, kept
      * through ORIGMNT), so this job reads the month's receipts
      * - the RCPTLOG register of receipts posted to stock, and
      * the INSPHOLD quarantine, since goods held for inspection
      * crossed the border all the same - and totals the imported
      * ones by commodity code and origin country: receipts,
      * quantity, and value in home currency at the PO line's own
      * exchange rate. A receipt reversed through RCPTREV was
      * booked in error and is left out.
      *
      * A receipt is an import when its origin is a country other
      * than home. A receipt matched to no PO line is valued at
      * the part's own UNIT-PRICE and counted apart. Receipts
      * against a foreign-currency PO line whose source carries
      * no customs data are listed after the totals, so the gap
      * is closed on ORIGMNT before the broker files.
      *
      * The report period comes from a one-record MONTHIN control
      * card (YYYYMM); an empty card reports the month before the
      * run, the one whose return is being prepared.
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
       PROGRAM-ID.              IMPDECL.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RECEIPT-LOG-FILE ASSIGN TO RCPTLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RL-KEY
                  FILE STATUS IS WS-LOG-STATUS.
      *
           SELECT INSPHOLD-FILE ASSIGN TO INSPHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IH-KEY
                  FILE STATUS IS WS-HOLD-STATUS.
      *
      *    Read by key for each receipt's PO line - its price,
      *    currency and exchange rate.
           SELECT PURCHORD-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT MONTH-CARD-FILE ASSIGN TO MONTHIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT DECLARATION-REPORT ASSIGN TO IMPDECLR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RECEIPT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RCPTLOG.
      *
       FD  INSPHOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INSPHOLD.
      *
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  MONTH-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6 CHARACTERS.
       01  MONTH-CARD                   PIC X(6).
      *
      *    Sort work record - the declared imports ('D') by
      *    commodity code and origin, then the receipts missing
      *    customs data ('M') by part.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SR-SECTION              PIC X(1).
                88  SR-DECLARED          VALUE 'D'.
                88  SR-MISSING-DATA      VALUE 'M'.
           03   SR-COMMODITY-CODE       PIC X(10).
           03   SR-ORIGIN-COUNTRY       PIC X(2).
           03   SR-PART-ID              PIC 9(8).
           03   SR-RECEIPT-DATE         PIC X(8).
           03   SR-SUPPLIER             PIC 9(8).
           03   SR-QUANTITY             PIC 9(8).
           03   SR-VALUE                PIC S9(11)V99.
           03   SR-VALUED-FLAG          PIC X(1).
                88  SR-VALUED-AT-PO      VALUE 'P'.
                88  SR-VALUED-AT-PART    VALUE 'S'.
           03   SR-SOURCE               PIC X(1).
                88  SR-FROM-REGISTER     VALUE 'R'.
                88  SR-FROM-QUARANTINE   VALUE 'Q'.
      *
       FD  DECLARATION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-LOG-STATUS             PIC X(2) VALUE '00'.
              88  LOG-STATUS-OK             VALUE '00'.
           03 WS-HOLD-STATUS            PIC X(2) VALUE '00'.
              88  HOLD-STATUS-OK            VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-LOG-EOF-FLAG           PIC X(1) VALUE 'N'.
              88  END-OF-LOG-FILE           VALUE 'Y'.
           03 WS-HOLD-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-HOLD-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RPT-PERIOD             PIC 9(6) VALUE ZERO.
      *
      *    The receipt being gathered, in one shape whichever file
      *    it came from.
           03 WS-RCPT-PART-ID           PIC 9(8) VALUE ZERO.
           03 WS-RCPT-DATE              PIC X(8) VALUE SPACES.
           03 WS-RCPT-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-RCPT-QUANTITY          PIC 9(8) VALUE ZERO.
           03 WS-RCPT-PO-NUMBER         PIC 9(8) VALUE ZERO.
           03 WS-RCPT-PO-LINE           PIC 9(3) VALUE ZERO.
           03 WS-RCPT-ORIGIN            PIC X(2) VALUE SPACES.
           03 WS-RCPT-COMMODITY         PIC X(10) VALUE SPACES.
           03 WS-RCPT-SOURCE            PIC X(1) VALUE SPACES.
      *
      *    What its PO line said, when it matched one.
           03 WS-LINE-FLAG              PIC X(1) VALUE 'N'.
              88  PO-LINE-FOUND             VALUE 'Y'.
           03 WS-LINE-CURRENCY          PIC X(3) VALUE SPACES.
           03 WS-LINE-RATE              PIC 9(4)V9(6) VALUE ZERO.
           03 WS-LINE-PRICE             PIC 9(5)V99 VALUE ZERO.
      *
      *    Counts for the run log.
           03 WS-RECEIPTS-READ          PIC 9(8) COMP VALUE ZERO.
           03 WS-IMPORTS-DECLARED       PIC 9(8) COMP VALUE ZERO.
           03 WS-MISSING-COUNT          PIC 9(8) COMP VALUE ZERO.
      *
      *    Control-break fields and the running totals.
           03 WS-GROUP-FLAG             PIC X(1) VALUE 'N'.
              88  A-GROUP-IS-OPEN           VALUE 'Y'.
           03 WS-MISSING-FLAG           PIC X(1) VALUE 'N'.
              88  MISSING-LIST-STARTED      VALUE 'Y'.
           03 WS-CURR-COMMODITY         PIC X(10) VALUE SPACES.
           03 WS-CURR-ORIGIN            PIC X(2) VALUE SPACES.
           03 WS-ORIGIN-RECEIPTS        PIC 9(8) COMP VALUE ZERO.
           03 WS-ORIGIN-QUANTITY        PIC 9(11) COMP-3 VALUE ZERO.
           03 WS-ORIGIN-VALUE           PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-CODE-RECEIPTS          PIC 9(8) COMP VALUE ZERO.
           03 WS-CODE-VALUE             PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-TOTAL-RECEIPTS         PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-VALUE            PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-PART-PRICED-COUNT      PIC 9(8) COMP VALUE ZERO.
           03 WS-PART-PRICED-VALUE      PIC S9(13)V99
                                        PACKED-DECIMAL VALUE ZERO.
      *
      *    Goods originating anywhere but here are imports; a PO
      *    line quoted in anything but the home currency is a
      *    foreign supplier's - the same home currency PORDGEN
      *    converts line prices into.
       77  HOME-COUNTRY-CODE            PIC X(2) VALUE 'US'.
       77  HOME-CURRENCY-CODE           PIC X(3) VALUE 'USD'.
      *
      *    Report headings.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(36) VALUE
                'IMPORT DECLARATION - PERIOD'.
           03   RH-PERIOD               PIC 9(6).
           03   FILLER                  PIC X(68) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(13) VALUE 'COMMODITY'.
           03   FILLER                  PIC X(8)  VALUE 'ORIGIN'.
           03   FILLER                  PIC X(10) VALUE '  RECEIPTS'.
           03   FILLER                  PIC X(15) VALUE
                '       QUANTITY'.
           03   FILLER                  PIC X(19) VALUE
                '   VALUE (HOME CCY)'.
           03   FILLER                  PIC X(45) VALUE SPACES.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-COMMODITY-CODE       PIC X(10).
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RD-ORIGIN-COUNTRY       PIC X(2).
           03   FILLER                  PIC X(6) VALUE SPACES.
           03   RD-RECEIPTS             PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(3) VALUE SPACES.
           03   RD-QUANTITY             PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   RD-VALUE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(46) VALUE SPACES.
      *
       01  REPORT-CODE-TOTAL-LINE.
           03   FILLER                  PIC X(21) VALUE
                '  COMMODITY TOTAL:'.
           03   RT-CODE-RECEIPTS        PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(18) VALUE SPACES.
           03   RT-CODE-VALUE           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(46) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   RT-LABEL                PIC X(38).
           03   RT-AMOUNT               PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RT-COUNT                PIC ZZZ,ZZ9.
           03   RT-COUNT-LABEL          PIC X(45).
      *
       01  MISSING-HEADING-1.
           03   FILLER                  PIC X(55) VALUE
                'FOREIGN-CURRENCY RECEIPTS WITH NO ORIGIN OR COMMODITY'.
           03   FILLER                  PIC X(55) VALUE
                ' CODE - SET ON ORIGMNT BEFORE FILING'.
      *
       01  MISSING-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'PART'.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'RECEIVED'.
           03   FILLER                  PIC X(10) VALUE '  QUANTITY'.
           03   FILLER                  PIC X(19) VALUE
                '   VALUE (HOME CCY)'.
           03   FILLER                  PIC X(51) VALUE SPACES.
      *
       01  MISSING-DETAIL-LINE.
           03   MD-PART-ID              PIC 9(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   MD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   MD-RECEIPT-DATE         PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   MD-QUANTITY             PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(1) VALUE SPACES.
           03   MD-VALUE                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   MD-NOTE                 PIC X(20).
           03   FILLER                  PIC X(29) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SR-SECTION
                                 SR-COMMODITY-CODE
                                 SR-ORIGIN-COUNTRY
                                 SR-PART-ID
                                 SR-RECEIPT-DATE
                INPUT PROCEDURE IS GATHER-RECEIPTS
                OUTPUT PROCEDURE IS PRINT-DECLARATION.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           OPEN INPUT RECEIPT-LOG-FILE.
           OPEN INPUT INSPHOLD-FILE.
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT SMPLXMPL-FILE.
           OPEN INPUT MONTH-CARD-FILE.
           OPEN OUTPUT DECLARATION-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO MONTH-CARD.
           READ MONTH-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF MONTH-CARD NUMERIC
              MOVE MONTH-CARD TO WS-RPT-PERIOD
           ELSE
              MOVE WS-RUN-DATE(1:6) TO WS-RPT-PERIOD
              IF WS-RPT-PERIOD(5:2) EQUAL '01'
      *          January reports last year's December.
                 SUBTRACT 89 FROM WS-RPT-PERIOD
              ELSE
                 SUBTRACT 1 FROM WS-RPT-PERIOD
              END-IF
           END-IF.
      *
           MOVE WS-RPT-PERIOD TO RH-PERIOD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - the period's posted receipts off
      *    the register, then its quarantined receipts.
       GATHER-RECEIPTS.
      *
           PERFORM UNTIL END-OF-LOG-FILE
              READ RECEIPT-LOG-FILE NEXT
                   AT END SET END-OF-LOG-FILE TO TRUE
              END-READ
              IF NOT END-OF-LOG-FILE
                 IF RL-STATUS-POSTED
                    AND RL-RECEIPT-DATE(1:6) EQUAL WS-RPT-PERIOD
                    MOVE RL-PART-ID TO WS-RCPT-PART-ID
                    MOVE RL-RECEIPT-DATE TO WS-RCPT-DATE
                    MOVE RL-SUPPLIER-ID TO WS-RCPT-SUPPLIER
                    MOVE RL-QUANTITY TO WS-RCPT-QUANTITY
                    MOVE RL-PO-NUMBER TO WS-RCPT-PO-NUMBER
                    MOVE RL-PO-LINE TO WS-RCPT-PO-LINE
                    MOVE RL-ORIGIN-COUNTRY TO WS-RCPT-ORIGIN
                    MOVE RL-COMMODITY-CODE TO WS-RCPT-COMMODITY
                    MOVE 'R' TO WS-RCPT-SOURCE
                    PERFORM CLASSIFY-RECEIPT
                 END-IF
              END-IF
           END-PERFORM.
      *
           PERFORM UNTIL END-OF-HOLD-FILE
              READ INSPHOLD-FILE NEXT
                   AT END SET END-OF-HOLD-FILE TO TRUE
              END-READ
              IF NOT END-OF-HOLD-FILE
                 IF IH-RECEIPT-DATE(1:6) EQUAL WS-RPT-PERIOD
                    MOVE IH-PART-ID TO WS-RCPT-PART-ID
                    MOVE IH-RECEIPT-DATE TO WS-RCPT-DATE
                    MOVE ZERO TO WS-RCPT-SUPPLIER
                    MOVE IH-QUANTITY TO WS-RCPT-QUANTITY
                    MOVE IH-PO-NUMBER TO WS-RCPT-PO-NUMBER
      *             Holds written before the PO line was kept
      *             carry spaces there.
                    IF IH-PO-LINE NUMERIC
                       MOVE IH-PO-LINE TO WS-RCPT-PO-LINE
                    ELSE
                       MOVE ZERO TO WS-RCPT-PO-LINE
                    END-IF
                    MOVE IH-ORIGIN-COUNTRY TO WS-RCPT-ORIGIN
                    MOVE IH-COMMODITY-CODE TO WS-RCPT-COMMODITY
                    MOVE 'Q' TO WS-RCPT-SOURCE
                    PERFORM CLASSIFY-RECEIPT
                 END-IF
              END-IF
           END-PERFORM.
      *
       GATHER-RECEIPTS-EXIT.
           EXIT.
      *
      *    Value the receipt and decide where it goes: an import is
      *    declared under its commodity code and origin; a foreign
      *    supplier's receipt with no origin is listed as missing
      *    its customs data; anything else is domestic and skipped.
       CLASSIFY-RECEIPT.
      *
           ADD 1 TO WS-RECEIPTS-READ.
           PERFORM FIND-RECEIPT-PO-LINE.
      *
           MOVE SPACES TO SORT-RECORD.
           EVALUATE TRUE
              WHEN WS-RCPT-ORIGIN NOT EQUAL SPACES
               AND WS-RCPT-ORIGIN NOT EQUAL HOME-COUNTRY-CODE
                 SET SR-DECLARED TO TRUE
                 MOVE WS-RCPT-COMMODITY TO SR-COMMODITY-CODE
                 MOVE WS-RCPT-ORIGIN TO SR-ORIGIN-COUNTRY
                 ADD 1 TO WS-IMPORTS-DECLARED
              WHEN WS-RCPT-ORIGIN EQUAL SPACES
               AND PO-LINE-FOUND
               AND WS-LINE-CURRENCY NOT EQUAL SPACES
               AND WS-LINE-CURRENCY NOT EQUAL HOME-CURRENCY-CODE
                 SET SR-MISSING-DATA TO TRUE
                 ADD 1 TO WS-MISSING-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           IF SR-DECLARED OR SR-MISSING-DATA
              MOVE WS-RCPT-PART-ID TO SR-PART-ID
              MOVE WS-RCPT-DATE TO SR-RECEIPT-DATE
              MOVE WS-RCPT-SUPPLIER TO SR-SUPPLIER
              MOVE WS-RCPT-QUANTITY TO SR-QUANTITY
              MOVE WS-RCPT-SOURCE TO SR-SOURCE
              PERFORM VALUE-RECEIPT
              RELEASE SORT-RECORD
           END-IF.
      *
       CLASSIFY-RECEIPT-EXIT.
           EXIT.
      *
      *    The PO line the receipt matched - its price, currency
      *    and the rate it was converted to home currency at.
       FIND-RECEIPT-PO-LINE.
      *
           MOVE 'N' TO WS-LINE-FLAG.
           MOVE SPACES TO WS-LINE-CURRENCY.
           IF WS-RCPT-PO-NUMBER NUMERIC
              AND WS-RCPT-PO-NUMBER GREATER THAN ZERO
              AND WS-RCPT-PO-LINE GREATER THAN ZERO
              MOVE WS-RCPT-PO-NUMBER TO PO-NUMBER
              MOVE WS-RCPT-PO-LINE TO PO-LINE-NUMBER
              READ PURCHORD-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PO-DETAIL-RECORD
                         SET PO-LINE-FOUND TO TRUE
                         MOVE PO-CURRENCY-CODE TO WS-LINE-CURRENCY
                         MOVE PO-EXCHANGE-RATE TO WS-LINE-RATE
                         MOVE PO-UNIT-PRICE TO WS-LINE-PRICE
                         IF WS-RCPT-SUPPLIER EQUAL ZERO
                            MOVE PO-SUPPLIER TO WS-RCPT-SUPPLIER
                         END-IF
                      END-IF
              END-READ
           END-IF.
      *
       FIND-RECEIPT-PO-LINE-EXIT.
           EXIT.
      *
      *    Home-currency value: the PO line's price at its own
      *    exchange rate (a line written before rates were kept
      *    is home currency already), or, with no PO line behind
      *    the receipt, the part's own UNIT-PRICE.
       VALUE-RECEIPT.
      *
           IF PO-LINE-FOUND
              SET SR-VALUED-AT-PO TO TRUE
              IF WS-LINE-RATE EQUAL ZERO
                 MOVE 1 TO WS-LINE-RATE
              END-IF
              COMPUTE SR-VALUE ROUNDED =
                      WS-RCPT-QUANTITY * WS-LINE-PRICE *
                      WS-LINE-RATE
           ELSE
              SET SR-VALUED-AT-PART TO TRUE
              MOVE ZERO TO SR-VALUE
              MOVE WS-RCPT-PART-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      COMPUTE SR-VALUE ROUNDED =
                              WS-RCPT-QUANTITY *
                              UNIT-PRICE OF STOCK-PART-REC
                      IF SR-SUPPLIER EQUAL ZERO
                         MOVE SUPPLIER OF STOCK-PART-REC
                              TO SR-SUPPLIER
                      END-IF
              END-READ
           END-IF.
      *
       VALUE-RECEIPT-EXIT.
           EXIT.
      *
      *    SORT output procedure - one line per commodity code and
      *    origin with commodity totals and the declaration total,
      *    then the receipts still missing their customs data.
       PRINT-DECLARATION.
      *
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END SET END-OF-SORT-FILE TO TRUE
              END-RETURN
              IF NOT END-OF-SORT-FILE
                 IF SR-DECLARED
                    PERFORM FOLD-ONE-IMPORT
                 ELSE
                    PERFORM LIST-MISSING-DATA
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF A-GROUP-IS-OPEN
              PERFORM CLOSE-ORIGIN-GROUP
              PERFORM CLOSE-CODE-GROUP
              MOVE 'N' TO WS-GROUP-FLAG
           END-IF.
      *
           PERFORM WRITE-DECLARATION-TOTALS.
      *
       PRINT-DECLARATION-EXIT.
           EXIT.
      *
       FOLD-ONE-IMPORT.
      *
           IF NOT A-GROUP-IS-OPEN
              SET A-GROUP-IS-OPEN TO TRUE
              MOVE SR-COMMODITY-CODE TO WS-CURR-COMMODITY
              MOVE SR-ORIGIN-COUNTRY TO WS-CURR-ORIGIN
           ELSE
              IF SR-COMMODITY-CODE NOT EQUAL WS-CURR-COMMODITY
                 PERFORM CLOSE-ORIGIN-GROUP
                 PERFORM CLOSE-CODE-GROUP
                 MOVE SR-COMMODITY-CODE TO WS-CURR-COMMODITY
                 MOVE SR-ORIGIN-COUNTRY TO WS-CURR-ORIGIN
              ELSE
                 IF SR-ORIGIN-COUNTRY NOT EQUAL WS-CURR-ORIGIN
                    PERFORM CLOSE-ORIGIN-GROUP
                    MOVE SR-ORIGIN-COUNTRY TO WS-CURR-ORIGIN
                 END-IF
              END-IF
           END-IF.
      *
           ADD 1 TO WS-ORIGIN-RECEIPTS.
           ADD SR-QUANTITY TO WS-ORIGIN-QUANTITY.
           ADD SR-VALUE TO WS-ORIGIN-VALUE.
           IF SR-VALUED-AT-PART
              ADD 1 TO WS-PART-PRICED-COUNT
              ADD SR-VALUE TO WS-PART-PRICED-VALUE
           END-IF.
      *
       FOLD-ONE-IMPORT-EXIT.
           EXIT.
      *
      *    One declaration line - a commodity code from one origin.
      *    An import whose source has an origin but no code yet
      *    prints under a blank code, where the broker will see it.
       CLOSE-ORIGIN-GROUP.
      *
           MOVE WS-CURR-COMMODITY TO RD-COMMODITY-CODE.
           MOVE WS-CURR-ORIGIN TO RD-ORIGIN-COUNTRY.
           MOVE WS-ORIGIN-RECEIPTS TO RD-RECEIPTS.
           MOVE WS-ORIGIN-QUANTITY TO RD-QUANTITY.
           MOVE WS-ORIGIN-VALUE TO RD-VALUE.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           ADD WS-ORIGIN-RECEIPTS TO WS-CODE-RECEIPTS.
           ADD WS-ORIGIN-VALUE TO WS-CODE-VALUE.
           MOVE ZERO TO WS-ORIGIN-RECEIPTS.
           MOVE ZERO TO WS-ORIGIN-QUANTITY.
           MOVE ZERO TO WS-ORIGIN-VALUE.
      *
       CLOSE-ORIGIN-GROUP-EXIT.
           EXIT.
      *
       CLOSE-CODE-GROUP.
      *
           MOVE WS-CODE-RECEIPTS TO RT-CODE-RECEIPTS.
           MOVE WS-CODE-VALUE TO RT-CODE-VALUE.
           WRITE REPORT-LINE FROM REPORT-CODE-TOTAL-LINE.
           ADD WS-CODE-RECEIPTS TO WS-TOTAL-RECEIPTS.
           ADD WS-CODE-VALUE TO WS-TOTAL-VALUE.
           MOVE ZERO TO WS-CODE-RECEIPTS.
           MOVE ZERO TO WS-CODE-VALUE.
      *
       CLOSE-CODE-GROUP-EXIT.
           EXIT.
      *
      *    The declaration's figures - printed once the last
      *    import is folded in, ahead of the missing-data list.
       WRITE-DECLARATION-TOTALS.
      *
           MOVE SPACES TO RT-COUNT-LABEL.
           MOVE 'TOTAL IMPORTS, HOME CURRENCY:' TO RT-LABEL.
           MOVE WS-TOTAL-VALUE TO RT-AMOUNT.
           MOVE WS-TOTAL-RECEIPTS TO RT-COUNT.
           MOVE ' RECEIPTS' TO RT-COUNT-LABEL.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE '  OF WHICH AT PART PRICE (NO PO LINE):'
                TO RT-LABEL.
           MOVE WS-PART-PRICED-VALUE TO RT-AMOUNT.
           MOVE WS-PART-PRICED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
       WRITE-DECLARATION-TOTALS-EXIT.
           EXIT.
      *
      *    A foreign supplier's receipt with no customs data - the
      *    list opens under its own heading the first time.
       LIST-MISSING-DATA.
      *
           IF NOT MISSING-LIST-STARTED
              SET MISSING-LIST-STARTED TO TRUE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              WRITE REPORT-LINE FROM MISSING-HEADING-1
              WRITE REPORT-LINE FROM MISSING-HEADING-2
           END-IF.
      *
           MOVE SR-PART-ID TO MD-PART-ID.
           MOVE SR-SUPPLIER TO MD-SUPPLIER.
           MOVE SR-RECEIPT-DATE TO MD-RECEIPT-DATE.
           MOVE SR-QUANTITY TO MD-QUANTITY.
           MOVE SR-VALUE TO MD-VALUE.
           IF SR-FROM-QUARANTINE
              MOVE 'HELD AT INSPECTION' TO MD-NOTE
           ELSE
              MOVE SPACES TO MD-NOTE
           END-IF.
           WRITE REPORT-LINE FROM MISSING-DETAIL-LINE.
      *
       LIST-MISSING-DATA-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'IMPDECL: PERIOD:            ' WS-RPT-PERIOD.
           DISPLAY 'IMPDECL: RECEIPTS READ:     ' WS-RECEIPTS-READ.
           DISPLAY 'IMPDECL: IMPORTS DECLARED:  ' WS-IMPORTS-DECLARED.
           DISPLAY 'IMPDECL: MISSING CUSTOMS:   ' WS-MISSING-COUNT.
           DISPLAY 'IMPDECL: TOTAL VALUE:       ' WS-TOTAL-VALUE.
      *
           CLOSE RECEIPT-LOG-FILE.
           CLOSE INSPHOLD-FILE.
           CLOSE PURCHORD-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE MONTH-CARD-FILE.
           CLOSE DECLARATION-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
