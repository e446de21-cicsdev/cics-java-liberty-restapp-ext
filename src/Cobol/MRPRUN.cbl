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
      * Weekly material requirements planning (MRP) run. Reorder
      * points only ever look backwards at what was issued; they
      * cannot see a forecast peak, a big sales order booked for
      * next month, or the components a kit build will draw. This
      * job plans forward, in weekly buckets over a 26-week
      * horizon starting today:
      *
      *   Gross requirements - each month's FORECAST, consumed by
      *   the sales-order lines due in the same month (the larger
      *   of the two stands; the current month's forecast is cut
      *   to the part of the month still to come), spread evenly
      *   over the weeks that start in that month; every OPEN
      *   SORDER line on its requested ship date; every open
      *   BACKORD shortfall not raised by a sales order (those are
      *   already counted on their order line); and, for every
      *   open assembly order on ASMORDS, its kit's components.
      *
      *   Netting - part by part, level by level down BOMFILE
      *   (every kit before any of its components), starting
      *   from stock less reservations, with each open line on a
      *   draft, pending or released PURCHORD counted as supply on the
      *   date the supplier promised (failing that the date it
      *   was firmed for, failing that the order date plus the
      *   source's lead days) and each open assembly order as
      *   supply of its kit now. Whatever a week still falls
      *   short becomes a planned order on PLANORD for that week,
      *   rounded up to whole purchase units, released the lead
      *   time earlier - the cheapest approved SUPPXREF source's
      *   lead days for a bought part, the MRPLEADD days when it
      *   has none, the MRPKITLD days to build a kit. A planned
      *   kit order is exploded one level into its components'
      *   requirements in the week the build must start; their
      *   own level plans them.
      *
      * The MRPEXCP report lists, per part, every planned order
      * whose release date has already gone, every open PO line
      * that is overdue or lands in a different week from the
      * one the plan needs it in (expedite or de-expedite, the
      * latter also when nothing in the horizon needs it), and
      * every bought part planned with no approved source.
      * Buyers firm the planned orders into draft POs on the
      * PLANAPV screen; each run replaces every planned order it
      * wrote last time and leaves the firmed ones alone.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  A PO pending release is still open supply.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              MRPRUN.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BOMFILE-FILE ASSIGN TO BOMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BM-KEY
                  FILE STATUS IS WS-BOM-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT FORECAST-FILE ASSIGN TO FORECAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FC-KEY
                  FILE STATUS IS WS-FCST-STATUS.
      *
           SELECT SORDER-FILE ASSIGN TO SORDER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SO-KEY
                  FILE STATUS IS WS-SO-STATUS.
      *
           SELECT ASMORDS-FILE ASSIGN TO ASMORDS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AO-ORDER-NUMBER
                  FILE STATUS IS WS-AO-STATUS.
      *
      *    Positioned (START/READ NEXT) on each part's backorders.
           SELECT BACKORD-FILE ASSIGN TO BACKORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS WS-BO-STATUS.
      *
           SELECT PURCHORD-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
      *    Read directly for a PO line's source, positioned on a
      *    part's range to choose its source.
           SELECT SUPPXREF-FILE ASSIGN TO SUPPXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XREF-STATUS.
      *
      *    Read through once to clear the last run's planned
      *    orders, then written by key.
           SELECT PLANORD-FILE ASSIGN TO PLANORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PL-KEY
                  FILE STATUS IS WS-PLAN-STATUS.
      *
      *    Runtime parameters - the default lead times are tuned
      *    on PARMFILE without a recompile.
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
           SELECT EXCEPTION-REPORT ASSIGN TO MRPEXCP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BOMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOMREC.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    STOCK-PART-REC layout - same fields as the online
      *    transactions read via COPY STOKPART, renamed the same
      *    way REORDPT renames it.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  FORECAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FORECAST.
      *
       FD  SORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SORDER.
      *
       FD  ASMORDS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ASMORD.
      *
       FD  BACKORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.
      *
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  SUPPXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPXREF.
      *
       FD  PLANORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLANORD.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
      *    One exception message, sorted part by part and date by
      *    date for the report.
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           03   SX-PART-ID              PIC 9(8).
           03   SX-SORT-DATE            PIC 9(8).
           03   SX-MESSAGE              PIC X(18).
           03   SX-ORDER-REF            PIC X(16).
           03   SX-DUE-DATE             PIC 9(8).
           03   SX-NEED-DATE            PIC 9(8).
           03   SX-QUANTITY             PIC 9(8).
           03   SX-DESCRIPTION          PIC X(24).
      *
       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
      *    The lead days a bought part with no approved SUPPXREF
      *    source is planned on, and the days a kit takes to
      *    build. The MRPLEADD and MRPKITLD runtime parameters
      *    override them - see GET-RUNTIME-PARMS.
       77  NO-SOURCE-LEAD-DAYS          PIC 9(4) VALUE 14.
       77  KIT-BUILD-DAYS               PIC 9(4) VALUE 2.
      *
      *    The horizon - weekly buckets, and the calendar months
      *    they can start in. Both match the OCCURS below.
       77  HORIZON-WEEKS                PIC 9(4) VALUE 26.
       77  HORIZON-MONTHS               PIC 9(4) VALUE 7.
      *
       77  MAX-PLANNING-PARTS           PIC 9(4) VALUE 2000.
       77  MAX-BOM-LINES                PIC 9(4) VALUE 3000.
       77  MAX-SCHED-RECEIPTS           PIC 9(4) VALUE 3000.
       77  MAX-PART-RECEIPTS            PIC 9(4) VALUE 50.
       77  MAX-BOM-LEVELS               PIC 9(4) VALUE 25.
      *
       01  WS-STORAGE.
           03 WS-BOM-STATUS             PIC X(2) VALUE '00'.
              88  BOM-STATUS-OK             VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-FCST-STATUS            PIC X(2) VALUE '00'.
              88  FCST-STATUS-OK            VALUE '00'.
           03 WS-SO-STATUS              PIC X(2) VALUE '00'.
              88  SO-FILE-STATUS-OK         VALUE '00'.
           03 WS-AO-STATUS              PIC X(2) VALUE '00'.
              88  AO-FILE-STATUS-OK         VALUE '00'.
           03 WS-BO-STATUS              PIC X(2) VALUE '00'.
              88  BO-FILE-STATUS-OK         VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-FILE-STATUS-OK         VALUE '00'.
           03 WS-XREF-STATUS            PIC X(2) VALUE '00'.
              88  XREF-STATUS-OK            VALUE '00'.
           03 WS-PLAN-STATUS            PIC X(2) VALUE '00'.
              88  PLAN-STATUS-OK            VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
      *
           03 WS-EOF-FLAG               PIC X(1) VALUE 'N'.
              88  END-OF-INPUT              VALUE 'Y'.
           03 WS-RANGE-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-RANGE              VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SORT-FILE          VALUE 'Y'.
      *
      *    Run date, its day number and calendar month number
      *    (year * 12 + month) - every date is bucketed against
      *    them.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DAY                PIC 9(8) COMP VALUE ZERO.
           03 WS-RUN-MONTH-NUMBER       PIC 9(6) COMP VALUE ZERO.
      *    The share of the current month still to come, for
      *    cutting its forecast.
           03 WS-DAYS-IN-RUN-MONTH      PIC 9(4) COMP VALUE ZERO.
           03 WS-DAYS-LEFT-IN-MONTH     PIC 9(4) COMP VALUE ZERO.
      *
      *    Date work: a YYYYMMDD date in, its bucket (zero past
      *    the horizon) or month offset (one for the run month)
      *    out.
           03 WS-DATE-NUM               PIC 9(8) VALUE ZERO.
           03 WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
              05 WS-DATE-YYYY            PIC 9(4).
              05 WS-DATE-MM              PIC 9(2).
              05 WS-DATE-DD              PIC 9(2).
           03 WS-DAY-NUMBER             PIC S9(8) COMP VALUE ZERO.
           03 WS-BUCKET                 PIC 9(4) COMP VALUE ZERO.
           03 WS-MONTH-OFFSET           PIC S9(6) COMP VALUE ZERO.
           03 WS-WORK-PERIOD            PIC 9(6) VALUE ZERO.
           03 WS-WORK-PERIOD-R REDEFINES WS-WORK-PERIOD.
              05 WS-WORK-YYYY            PIC 9(4).
              05 WS-WORK-MM              PIC 9(2).
      *
      *    Subscripts.
           03 WS-B-INDEX                PIC 9(4) COMP VALUE ZERO.
           03 WS-M-INDEX                PIC 9(4) COMP VALUE ZERO.
           03 WS-L-INDEX                PIC 9(4) COMP VALUE ZERO.
           03 WS-R-INDEX                PIC 9(4) COMP VALUE ZERO.
           03 WS-S-INDEX                PIC 9(4) COMP VALUE ZERO.
           03 WS-PART-IX                PIC 9(4) COMP VALUE ZERO.
           03 WS-COMP-IX                PIC 9(4) COMP VALUE ZERO.
           03 WS-LEVEL                  PIC 9(4) COMP VALUE ZERO.
           03 WS-MAX-LEVEL              PIC 9(4) COMP VALUE ZERO.
           03 WS-PASS-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-LEVEL-CHANGED-FLAG     PIC X(1) VALUE 'N'.
              88  LEVEL-CHANGED             VALUE 'Y'.
      *
      *    Part lookup: the part id wanted in, its planning-table
      *    slot out (zero when the table is full).
           03 WS-LOOKUP-PART-ID         PIC 9(8) VALUE ZERO.
           03 WS-FOUND-IX               PIC 9(4) COMP VALUE ZERO.
           03 WS-LAST-PARENT-IX         PIC 9(4) COMP VALUE ZERO.
      *
      *    The PO header the detail lines that follow it belong
      *    to.
           03 WS-HDR-PO-NUMBER          PIC 9(8) VALUE ZERO.
           03 WS-HDR-LIVE-FLAG          PIC X(1) VALUE 'N'.
              88  HEADER-IS-LIVE            VALUE 'Y'.
      *
      *    A receipt being added to the receipt table.
           03 WS-RECEIPT-SOURCE         PIC X(1) VALUE SPACE.
           03 WS-RECEIPT-ORDER          PIC 9(8) VALUE ZERO.
           03 WS-RECEIPT-LINE           PIC 9(3) VALUE ZERO.
      *
      *    The part the report line before was for.
           03 WS-LAST-PRINTED-PART      PIC 9(8) VALUE ZERO.
      *
      *    One part's plan.
           03 WS-AVAILABLE              PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-PROJECTED              PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-ORDER-QUANTITY         PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-WHOLE-UNITS            PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-NET-FORECAST           PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-WEEK-SHARE             PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-WEEK-REMAINDER         PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-FIRST-WEEK-FLAG        PIC X(1) VALUE 'N'.
              88  FIRST-WEEK-OF-MONTH       VALUE 'Y'.
           03 WS-RECEIPT-QTY OCCURS 26 TIMES
                                         PIC S9(9) PACKED-DECIMAL.
           03 WS-NEED-DATE              PIC 9(8) VALUE ZERO.
           03 WS-RELEASE-DATE           PIC 9(8) VALUE ZERO.
           03 WS-NEXT-SEQUENCE          PIC 9(2) VALUE ZERO.
           03 WS-WRITTEN-FLAG           PIC X(1) VALUE 'N'.
              88  ORDER-WRITTEN             VALUE 'Y'.
           03 WS-DESCRIPTION            PIC X(24) VALUE SPACES.
      *
      *    The source the part's planned orders are placed with.
           03 WS-SRC-FOUND-FLAG         PIC X(1) VALUE 'N'.
              88  SOURCE-FOUND              VALUE 'Y'.
           03 WS-SRC-SUPPLIER           PIC 9(8) VALUE ZERO.
           03 WS-SRC-LEAD-DAYS          PIC 9(4) VALUE ZERO.
           03 WS-SRC-PRICE              PIC 99999V99 PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-SRC-FACTOR             PIC 9(5) VALUE ZERO.
           03 WS-NO-SOURCE-NOTED        PIC X(1) VALUE 'N'.
              88  NO-SOURCE-NOTED           VALUE 'Y'.
      *
      *    The part's own receipts, in due-date order, for the
      *    expedite check.
           03 WS-PR-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-PR-SR-IX OCCURS 50 TIMES
                                         PIC 9(4) COMP.
           03 WS-PR-SWAP                PIC 9(4) COMP VALUE ZERO.
           03 WS-SUPPLY-BEFORE          PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-CUM-GROSS              PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-NEED-BUCKET            PIC 9(4) COMP VALUE ZERO.
      *
      *    Run totals.
           03 WS-PARTS-PLANNED          PIC 9(8) COMP VALUE ZERO.
           03 WS-ORDERS-PLANNED         PIC 9(8) COMP VALUE ZERO.
           03 WS-ORDERS-CLEARED         PIC 9(8) COMP VALUE ZERO.
           03 WS-FIRMED-KEPT            PIC 9(8) COMP VALUE ZERO.
           03 WS-EXCEPTION-COUNT        PIC 9(8) COMP VALUE ZERO.
           03 WS-PAST-DUE-RELEASES      PIC 9(8) COMP VALUE ZERO.
           03 WS-EXPEDITES              PIC 9(8) COMP VALUE ZERO.
           03 WS-DE-EXPEDITES           PIC 9(8) COMP VALUE ZERO.
           03 WS-PAST-DUE-RECEIPTS      PIC 9(8) COMP VALUE ZERO.
           03 WS-PARTS-SKIPPED          PIC 9(8) COMP VALUE ZERO.
           03 WS-LINES-SKIPPED          PIC 9(8) COMP VALUE ZERO.
           03 WS-ORDERS-NOT-WRITTEN     PIC 9(8) COMP VALUE ZERO.
      *
      *    Every part the run plans - everything with demand, a
      *    bill of materials or open supply - with its level, its
      *    place in the BOM table when it is a kit, the month-by-
      *    month forecast and sales-order units the forecast is
      *    consumed by, and the weekly gross requirements.
       01  WS-PLANNING-TABLE.
           03 WS-MP-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-MP-ENTRY OCCURS 2000 TIMES.
              05 WS-MP-PART-ID           PIC 9(8).
              05 WS-MP-LEVEL             PIC 9(4) COMP.
              05 WS-MP-FIRST-BOM         PIC 9(4) COMP.
              05 WS-MP-BOM-LINES         PIC 9(4) COMP.
              05 WS-MP-MONTH OCCURS 7 TIMES.
                 07 WS-MP-FC-UNITS       PIC S9(9) PACKED-DECIMAL.
                 07 WS-MP-SO-UNITS       PIC S9(9) PACKED-DECIMAL.
              05 WS-MP-GROSS OCCURS 26 TIMES
                                         PIC S9(9) PACKED-DECIMAL.
      *
      *    BOMFILE in memory, in key order - each kit's lines sit
      *    together, pointed at by its planning-table entry.
       01  WS-BOM-TABLE.
           03 WS-BL-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-BL-ENTRY OCCURS 3000 TIMES.
              05 WS-BL-PARENT-IX         PIC 9(4) COMP.
              05 WS-BL-COMP-IX           PIC 9(4) COMP.
              05 WS-BL-QTY-PER           PIC 9(4).
      *
      *    Open supply: PO lines and open assembly orders.
       01  WS-RECEIPT-TABLE.
           03 WS-SR-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-SR-ENTRY OCCURS 3000 TIMES.
              05 WS-SR-PART-IX           PIC 9(4) COMP.
              05 WS-SR-SOURCE            PIC X(1).
                 88  SR-FROM-PO              VALUE 'P'.
                 88  SR-FROM-ASSEMBLY        VALUE 'A'.
              05 WS-SR-ORDER-NUMBER      PIC 9(8).
              05 WS-SR-LINE-NUMBER       PIC 9(3).
              05 WS-SR-DUE-DATE          PIC 9(8).
              05 WS-SR-BUCKET            PIC 9(4) COMP.
              05 WS-SR-QUANTITY          PIC S9(9) PACKED-DECIMAL.
      *
      *    The weekly buckets - the date each starts and the
      *    month it starts in - and how many start in each month.
       01  WS-BUCKET-TABLE.
           03 WS-BK-ENTRY OCCURS 26 TIMES.
              05 WS-BK-START-DATE        PIC 9(8).
              05 WS-BK-MONTH             PIC 9(4) COMP.
           03 WS-MONTH-WEEKS OCCURS 7 TIMES
                                         PIC 9(4) COMP.
      *
      *    Report headings.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(30) VALUE
                'MRP EXCEPTIONS - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(11) VALUE
                '  HORIZON '.
           03   RH-HORIZON-WEEKS        PIC ZZ9.
           03   FILLER                  PIC X(56) VALUE
                ' WEEKS'.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(26) VALUE
                'DESCRIPTION'.
           03   FILLER                  PIC X(20) VALUE 'MESSAGE'.
           03   FILLER                  PIC X(18) VALUE 'ORDER'.
           03   FILLER                  PIC X(12) VALUE 'DUE'.
           03   FILLER                  PIC X(12) VALUE 'NEEDED'.
           03   FILLER                  PIC X(12) VALUE
                '  QUANTITY'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DESCRIPTION          PIC X(24).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-MESSAGE              PIC X(18).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ORDER-REF            PIC X(16).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-DUE-DATE             PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-NEED-DATE            PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-QUANTITY             PIC Z(7)9.
           03   FILLER                  PIC X(4) VALUE SPACES.
      *
       01  REPORT-TOTAL-LINE.
           03   FILLER                  PIC X(17) VALUE
                'PLANNED ORDERS: '.
           03   RT-ORDERS-PLANNED       PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(14) VALUE
                '   EXCEPTIONS:'.
           03   RT-EXCEPTIONS           PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(19) VALUE
                '   PAST-DUE RELEASE'.
           03   RT-PAST-DUE-RELEASES    PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(11) VALUE
                '   EXPEDITE'.
           03   RT-EXPEDITES            PIC ZZZ,ZZ9.
           03   FILLER                  PIC X(14) VALUE
                '   DE-EXPEDITE'.
           03   RT-DE-EXPEDITES         PIC ZZZ,ZZ9.
      *
      *    A YYYYMMDD date as printed.
       01  WS-PRINT-DATE.
           03   WP-YYYY                 PIC X(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   WP-MM                   PIC X(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   WP-DD                   PIC X(2).
      *
      *    A PO line or planned order as printed.
       01  WS-PO-REF.
           03   FILLER                  PIC X(3) VALUE 'PO '.
           03   WR-PO-NUMBER            PIC 9(8).
           03   FILLER                  PIC X(1) VALUE '/'.
           03   WR-PO-LINE              PIC 9(3).
           03   FILLER                  PIC X(1) VALUE SPACES.
       01  WS-PLAN-REF.
           03   FILLER                  PIC X(8) VALUE 'PLANNED '.
           03   WR-PLAN-SEQUENCE        PIC 9(2).
           03   FILLER                  PIC X(6) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM LOAD-BOM-STRUCTURE.
           PERFORM SET-LOW-LEVEL-CODES.
           PERFORM LOAD-FORECAST-DEMAND.
           PERFORM LOAD-SALES-DEMAND.
           PERFORM LOAD-ASSEMBLY-ORDERS.
           PERFORM LOAD-OPEN-PURCHASE-ORDERS.
           PERFORM CLEAR-PLANNED-ORDERS.
      *
           SORT SORT-WORK-FILE
                ON ASCENDING KEY SX-PART-ID
                ON ASCENDING KEY SX-SORT-DATE
                INPUT PROCEDURE IS PLAN-ALL-LEVELS
                OUTPUT PROCEDURE IS PRINT-EXCEPTIONS.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open every file, pick up the runtime parameters, lay
      *    out the weekly buckets and print the headings.
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
      *
           OPEN INPUT BOMFILE-FILE.
           OPEN INPUT SMPLXMPL-FILE.
           OPEN INPUT FORECAST-FILE.
           OPEN INPUT SORDER-FILE.
           OPEN INPUT ASMORDS-FILE.
           OPEN INPUT BACKORD-FILE.
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT SUPPXREF-FILE.
           OPEN I-O PLANORD-FILE.
           OPEN INPUT PARMFILE-FILE.
           PERFORM GET-RUNTIME-PARMS.
           CLOSE PARMFILE-FILE.
           OPEN OUTPUT EXCEPTION-REPORT.
      *
           PERFORM LAY-OUT-BUCKETS.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           MOVE HORIZON-WEEKS TO RH-HORIZON-WEEKS.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Override the compiled lead times with whatever
      *    operations has put on PARMFILE - an absent or
      *    non-numeric key leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'MRPLEADD' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:4) NUMERIC
                      MOVE PM-PARM-VALUE(1:4) TO NO-SOURCE-LEAD-DAYS
                   END-IF
           END-READ.
      *
           MOVE 'MRPKITLD' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:4) NUMERIC
                      MOVE PM-PARM-VALUE(1:4) TO KIT-BUILD-DAYS
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    Week one starts today; each week after starts seven
      *    days on. Note the month each week starts in, how many
      *    weeks start in each month, and how much of the current
      *    month is still to come.
       LAY-OUT-BUCKETS.
      *
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-RUN-MONTH-NUMBER =
                   WS-DATE-YYYY * 12 + WS-DATE-MM.
      *
           PERFORM VARYING WS-M-INDEX FROM 1 BY 1
                     UNTIL WS-M-INDEX GREATER THAN HORIZON-MONTHS
              MOVE ZERO TO WS-MONTH-WEEKS(WS-M-INDEX)
           END-PERFORM.
      *
           PERFORM VARYING WS-B-INDEX FROM 1 BY 1
                     UNTIL WS-B-INDEX GREATER THAN HORIZON-WEEKS
              COMPUTE WS-BK-START-DATE(WS-B-INDEX) =
                      FUNCTION DATE-OF-INTEGER(
                      WS-RUN-DAY + 7 * (WS-B-INDEX - 1))
              MOVE WS-BK-START-DATE(WS-B-INDEX) TO WS-DATE-NUM
              PERFORM DATE-TO-MONTH
              MOVE WS-MONTH-OFFSET TO WS-BK-MONTH(WS-B-INDEX)
              ADD 1 TO WS-MONTH-WEEKS(WS-MONTH-OFFSET)
           END-PERFORM.
      *
      *    First of this month and first of next.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           MOVE 1 TO WS-DATE-DD.
           COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-DATE-MM EQUAL 12
              ADD 1 TO WS-DATE-YYYY
              MOVE 1 TO WS-DATE-MM
           ELSE
              ADD 1 TO WS-DATE-MM
           END-IF.
           COMPUTE WS-DAYS-IN-RUN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                   WS-DAY-NUMBER.
           COMPUTE WS-DAYS-LEFT-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) -
                   WS-RUN-DAY.
      *
       LAY-OUT-BUCKETS-EXIT.
           EXIT.
      *
      *    The week WS-DATE-NUM falls in: anything already past
      *    (or undatable) is due now, in week one; anything past
      *    the horizon is week zero.
       DATE-TO-BUCKET.
      *
           IF WS-DATE-NUM LESS THAN WS-RUN-DATE
              MOVE 1 TO WS-BUCKET
           ELSE
              COMPUTE WS-DAY-NUMBER =
                      FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-DAY-NUMBER EQUAL ZERO
                 MOVE 1 TO WS-BUCKET
              ELSE
                 COMPUTE WS-BUCKET =
                         (WS-DAY-NUMBER - WS-RUN-DAY) / 7 + 1
                 IF WS-BUCKET GREATER THAN HORIZON-WEEKS
                    MOVE ZERO TO WS-BUCKET
                 END-IF
              END-IF
           END-IF.
      *
       DATE-TO-BUCKET-EXIT.
           EXIT.
      *
      *    The month WS-DATE-NUM falls in, counted from the run
      *    month as one - zero or less is an earlier month.
       DATE-TO-MONTH.
      *
           COMPUTE WS-MONTH-OFFSET =
                   WS-DATE-YYYY * 12 + WS-DATE-MM -
                   WS-RUN-MONTH-NUMBER + 1.
      *
       DATE-TO-MONTH-EXIT.
           EXIT.
      *
      *    Find WS-LOOKUP-PART-ID in the planning table, adding it
      *    when it is new. The slot found last time is tried
      *    first - the input files come in part order. A full
      *    table answers zero and the part goes unplanned.
       FIND-PLANNING-PART.
      *
           IF WS-FOUND-IX GREATER THAN ZERO
              IF WS-MP-PART-ID(WS-FOUND-IX) NOT EQUAL
                 WS-LOOKUP-PART-ID
                 MOVE ZERO TO WS-FOUND-IX
              END-IF
           END-IF.
      *
           IF WS-FOUND-IX EQUAL ZERO
              PERFORM VARYING WS-S-INDEX FROM 1 BY 1
                        UNTIL WS-S-INDEX GREATER THAN WS-MP-COUNT
                           OR WS-FOUND-IX GREATER THAN ZERO
                 IF WS-MP-PART-ID(WS-S-INDEX) EQUAL WS-LOOKUP-PART-ID
                    MOVE WS-S-INDEX TO WS-FOUND-IX
                 END-IF
              END-PERFORM
           END-IF.
      *
           IF WS-FOUND-IX EQUAL ZERO
              IF WS-MP-COUNT LESS THAN MAX-PLANNING-PARTS
                 ADD 1 TO WS-MP-COUNT
                 MOVE WS-MP-COUNT TO WS-FOUND-IX
                 INITIALIZE WS-MP-ENTRY(WS-FOUND-IX)
                 MOVE WS-LOOKUP-PART-ID TO WS-MP-PART-ID(WS-FOUND-IX)
              ELSE
                 ADD 1 TO WS-PARTS-SKIPPED
              END-IF
           END-IF.
      *
       FIND-PLANNING-PART-EXIT.
           EXIT.
      *
      *    One pass of BOMFILE in key order into the BOM table.
      *    Every parent and component gets its planning-table
      *    entry, and each kit notes where its lines start.
       LOAD-BOM-STRUCTURE.
      *
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE ZERO TO WS-LAST-PARENT-IX.
           PERFORM UNTIL END-OF-INPUT
              READ BOMFILE-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 PERFORM NOTE-ONE-BOM-LINE
              END-IF
           END-PERFORM.
           CLOSE BOMFILE-FILE.
      *
       LOAD-BOM-STRUCTURE-EXIT.
           EXIT.
      *
       NOTE-ONE-BOM-LINE.
      *
           MOVE BM-PARENT-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-PLANNING-PART.
           MOVE WS-FOUND-IX TO WS-PART-IX.
           MOVE BM-COMPONENT-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-PLANNING-PART.
           MOVE WS-FOUND-IX TO WS-COMP-IX.
      *
           IF WS-PART-IX EQUAL ZERO
              OR WS-COMP-IX EQUAL ZERO
              OR WS-BL-COUNT NOT LESS THAN MAX-BOM-LINES
              ADD 1 TO WS-LINES-SKIPPED
           ELSE
              ADD 1 TO WS-BL-COUNT
              MOVE WS-PART-IX TO WS-BL-PARENT-IX(WS-BL-COUNT)
              MOVE WS-COMP-IX TO WS-BL-COMP-IX(WS-BL-COUNT)
              MOVE BM-QUANTITY-PER TO WS-BL-QTY-PER(WS-BL-COUNT)
              IF WS-PART-IX NOT EQUAL WS-LAST-PARENT-IX
                 MOVE WS-PART-IX TO WS-LAST-PARENT-IX
                 MOVE WS-BL-COUNT TO WS-MP-FIRST-BOM(WS-PART-IX)
              END-IF
              ADD 1 TO WS-MP-BOM-LINES(WS-PART-IX)
           END-IF.
      *
       NOTE-ONE-BOM-LINE-EXIT.
           EXIT.
      *
      *    Low-level codes: a component sits at least one level
      *    below every kit it goes into, so it is planned only
      *    once all its parents have passed their demand down.
      *    Pass over the lines until nothing moves - a structure
      *    N levels deep settles in N passes. BOMMNT keeps loops
      *    out of the file; the pass limit stops one that got in
      *    anyway.
       SET-LOW-LEVEL-CODES.
      *
           SET LEVEL-CHANGED TO TRUE.
           MOVE ZERO TO WS-PASS-COUNT.
           PERFORM UNTIL NOT LEVEL-CHANGED
                      OR WS-PASS-COUNT NOT LESS THAN MAX-BOM-LEVELS
              MOVE 'N' TO WS-LEVEL-CHANGED-FLAG
              ADD 1 TO WS-PASS-COUNT
              PERFORM VARYING WS-L-INDEX FROM 1 BY 1
                        UNTIL WS-L-INDEX GREATER THAN WS-BL-COUNT
                 MOVE WS-BL-PARENT-IX(WS-L-INDEX) TO WS-PART-IX
                 MOVE WS-BL-COMP-IX(WS-L-INDEX) TO WS-COMP-IX
                 IF WS-MP-LEVEL(WS-COMP-IX) NOT GREATER THAN
                    WS-MP-LEVEL(WS-PART-IX)
                    COMPUTE WS-MP-LEVEL(WS-COMP-IX) =
                            WS-MP-LEVEL(WS-PART-IX) + 1
                    SET LEVEL-CHANGED TO TRUE
                    IF WS-MP-LEVEL(WS-COMP-IX) GREATER THAN
                       WS-MAX-LEVEL
                       MOVE WS-MP-LEVEL(WS-COMP-IX) TO WS-MAX-LEVEL
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
           IF LEVEL-CHANGED
              DISPLAY 'MRPRUN: BOMFILE LEVELS DID NOT SETTLE - '
                      'CHECK FOR A LOOP'
           END-IF.
      *
       SET-LOW-LEVEL-CODES-EXIT.
           EXIT.
      *
      *    The forecast units for each month in the horizon.
       LOAD-FORECAST-DEMAND.
      *
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ FORECAST-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 MOVE FC-PERIOD TO WS-WORK-PERIOD
                 COMPUTE WS-MONTH-OFFSET =
                         WS-WORK-YYYY * 12 + WS-WORK-MM -
                         WS-RUN-MONTH-NUMBER + 1
                 IF WS-MONTH-OFFSET GREATER THAN ZERO
                    AND WS-MONTH-OFFSET NOT GREATER THAN
                        HORIZON-MONTHS
                    AND FC-FORECAST-UNITS GREATER THAN ZERO
                    MOVE FC-PART-ID TO WS-LOOKUP-PART-ID
                    PERFORM FIND-PLANNING-PART
                    IF WS-FOUND-IX GREATER THAN ZERO
                       ADD FC-FORECAST-UNITS TO
                           WS-MP-FC-UNITS(WS-FOUND-IX,
                                          WS-MONTH-OFFSET)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE FORECAST-FILE.
      *
       LOAD-FORECAST-DEMAND-EXIT.
           EXIT.
      *
      *    Every live sales-order line consumes its month's
      *    forecast; the OPEN ones are also demand in the week
      *    they ship. Allocated and picked lines already hold
      *    their stock through a reservation, which the netting
      *    takes off stock.
       LOAD-SALES-DEMAND.
      *
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ SORDER-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 IF SO-DETAIL-RECORD
                    AND (SO-STATUS-OPEN OR SO-STATUS-ALLOCATED
                         OR SO-STATUS-PICKED)
                    PERFORM NOTE-ONE-SALES-LINE
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE SORDER-FILE.
      *
       LOAD-SALES-DEMAND-EXIT.
           EXIT.
      *
      *    A line with no usable ship date is wanted now.
       NOTE-ONE-SALES-LINE.
      *
           IF SO-REQUESTED-SHIP-DATE NUMERIC
              MOVE SO-REQUESTED-SHIP-DATE TO WS-DATE-NUM
           ELSE
              MOVE WS-RUN-DATE TO WS-DATE-NUM
           END-IF.
      *
           MOVE SO-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-PLANNING-PART.
           IF WS-FOUND-IX GREATER THAN ZERO
              PERFORM DATE-TO-MONTH
              IF WS-MONTH-OFFSET LESS THAN 1
                 MOVE 1 TO WS-MONTH-OFFSET
              END-IF
              IF WS-MONTH-OFFSET NOT GREATER THAN HORIZON-MONTHS
                 ADD SO-QUANTITY TO
                     WS-MP-SO-UNITS(WS-FOUND-IX, WS-MONTH-OFFSET)
              END-IF
              IF SO-STATUS-OPEN
                 PERFORM DATE-TO-BUCKET
                 IF WS-BUCKET GREATER THAN ZERO
                    ADD SO-QUANTITY TO
                        WS-MP-GROSS(WS-FOUND-IX, WS-BUCKET)
                 END-IF
              END-IF
           END-IF.
      *
       NOTE-ONE-SALES-LINE-EXIT.
           EXIT.
      *
      *    Open assembly orders - their components are wanted
      *    now, and the kits they build are supply now.
      *    Disassembly orders are left out.
       LOAD-ASSEMBLY-ORDERS.
      *
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ ASMORDS-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 IF AO-STATUS-OPEN AND AO-TYPE-ASSEMBLY
                    PERFORM NOTE-ONE-ASSEMBLY-ORDER
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ASMORDS-FILE.
      *
       LOAD-ASSEMBLY-ORDERS-EXIT.
           EXIT.
      *
       NOTE-ONE-ASSEMBLY-ORDER.
      *
           MOVE AO-KIT-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-PLANNING-PART.
           IF WS-FOUND-IX GREATER THAN ZERO
              MOVE WS-FOUND-IX TO WS-PART-IX
              PERFORM VARYING WS-L-INDEX
                        FROM WS-MP-FIRST-BOM(WS-PART-IX) BY 1
                        UNTIL WS-MP-BOM-LINES(WS-PART-IX) EQUAL ZERO
                           OR WS-L-INDEX NOT LESS THAN
                              WS-MP-FIRST-BOM(WS-PART-IX) +
                              WS-MP-BOM-LINES(WS-PART-IX)
                 MOVE WS-BL-COMP-IX(WS-L-INDEX) TO WS-COMP-IX
                 COMPUTE WS-MP-GROSS(WS-COMP-IX, 1) =
                         WS-MP-GROSS(WS-COMP-IX, 1) +
                         AO-QUANTITY * WS-BL-QTY-PER(WS-L-INDEX)
              END-PERFORM
      *
              MOVE WS-RUN-DATE TO WS-DATE-NUM
              MOVE 'A' TO WS-RECEIPT-SOURCE
              MOVE AO-ORDER-NUMBER TO WS-RECEIPT-ORDER
              MOVE ZERO TO WS-RECEIPT-LINE
              MOVE AO-QUANTITY TO WS-ORDER-QUANTITY
              PERFORM ADD-SCHEDULED-RECEIPT
           END-IF.
      *
       NOTE-ONE-ASSEMBLY-ORDER-EXIT.
           EXIT.
      *
      *    Every open line on a draft, pending or released PO, with the
      *    quantity still to come, dated the way the header
      *    describes. The header (line 000) comes first in key
      *    order and says whether its lines are live.
       LOAD-OPEN-PURCHASE-ORDERS.
      *
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ PURCHORD-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 IF PO-HEADER-RECORD
                    MOVE PO-NUMBER TO WS-HDR-PO-NUMBER
                    IF PO-STATUS-DRAFT OR PO-STATUS-PENDING
                       OR PO-STATUS-RELEASED
                       SET HEADER-IS-LIVE TO TRUE
                    ELSE
                       MOVE 'N' TO WS-HDR-LIVE-FLAG
                    END-IF
                 ELSE
                    IF PO-NUMBER EQUAL WS-HDR-PO-NUMBER
                       AND HEADER-IS-LIVE
                       AND PO-LINE-OPEN
                       AND PO-SUGGESTED-QUANTITY GREATER THAN
                           PO-RECEIVED-QUANTITY
                       PERFORM NOTE-ONE-PO-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PURCHORD-FILE.
      *
       LOAD-OPEN-PURCHASE-ORDERS-EXIT.
           EXIT.
      *
      *    The supplier's promised date; failing that the date
      *    the line was firmed from a planned order for; failing
      *    that the order date plus the source's lead days.
       NOTE-ONE-PO-LINE.
      *
           EVALUATE TRUE
              WHEN PO-PROMISED-DATE NUMERIC
                 MOVE PO-PROMISED-DATE TO WS-DATE-NUM
              WHEN PO-REQUIRED-DATE NUMERIC
                 MOVE PO-REQUIRED-DATE TO WS-DATE-NUM
              WHEN PO-ORDER-DATE NOT NUMERIC
                 MOVE WS-RUN-DATE TO WS-DATE-NUM
              WHEN OTHER
                 MOVE PO-ORDER-DATE TO WS-DATE-NUM
                 MOVE PO-PART-ID TO XR-PART-ID
                 MOVE PO-SUPPLIER TO XR-SUPPLIER-ID
                 READ SUPPXREF-FILE
                      INVALID KEY
                         MOVE ZERO TO XR-LEAD-DAYS
                 END-READ
                 IF XR-LEAD-DAYS NOT NUMERIC
                    MOVE ZERO TO XR-LEAD-DAYS
                 END-IF
                 COMPUTE WS-DAY-NUMBER =
                         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                 IF WS-DAY-NUMBER GREATER THAN ZERO
                    COMPUTE WS-DATE-NUM =
                            FUNCTION DATE-OF-INTEGER(
                            WS-DAY-NUMBER + XR-LEAD-DAYS)
                 END-IF
           END-EVALUATE.
      *
           MOVE PO-PART-ID TO WS-LOOKUP-PART-ID.
           PERFORM FIND-PLANNING-PART.
           IF WS-FOUND-IX GREATER THAN ZERO
              MOVE 'P' TO WS-RECEIPT-SOURCE
              MOVE PO-NUMBER TO WS-RECEIPT-ORDER
              MOVE PO-LINE-NUMBER TO WS-RECEIPT-LINE
              COMPUTE WS-ORDER-QUANTITY =
                      PO-SUGGESTED-QUANTITY - PO-RECEIVED-QUANTITY
              PERFORM ADD-SCHEDULED-RECEIPT
           END-IF.
      *
       NOTE-ONE-PO-LINE-EXIT.
           EXIT.
      *
      *    Add a receipt for the part in WS-FOUND-IX: source,
      *    order and line from WS-RECEIPT-SOURCE/-ORDER/-LINE,
      *    quantity WS-ORDER-QUANTITY, due WS-DATE-NUM. A full
      *    table drops the receipt and counts it.
       ADD-SCHEDULED-RECEIPT.
      *
           IF WS-SR-COUNT LESS THAN MAX-SCHED-RECEIPTS
              ADD 1 TO WS-SR-COUNT
              MOVE WS-FOUND-IX TO WS-SR-PART-IX(WS-SR-COUNT)
              MOVE WS-RECEIPT-SOURCE TO WS-SR-SOURCE(WS-SR-COUNT)
              MOVE WS-RECEIPT-ORDER TO WS-SR-ORDER-NUMBER(WS-SR-COUNT)
              MOVE WS-RECEIPT-LINE TO WS-SR-LINE-NUMBER(WS-SR-COUNT)
              MOVE WS-DATE-NUM TO WS-SR-DUE-DATE(WS-SR-COUNT)
              PERFORM DATE-TO-BUCKET
              MOVE WS-BUCKET TO WS-SR-BUCKET(WS-SR-COUNT)
              MOVE WS-ORDER-QUANTITY TO WS-SR-QUANTITY(WS-SR-COUNT)
           ELSE
              ADD 1 TO WS-LINES-SKIPPED
           END-IF.
      *
       ADD-SCHEDULED-RECEIPT-EXIT.
           EXIT.
      *
      *    Delete every planned order the last run wrote; a
      *    firmed one is now a draft PO and stays as its record.
       CLEAR-PLANNED-ORDERS.
      *
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL END-OF-INPUT
              READ PLANORD-FILE NEXT
                   AT END SET END-OF-INPUT TO TRUE
              END-READ
              IF NOT END-OF-INPUT
                 IF PL-STATUS-PLANNED
                    DELETE PLANORD-FILE RECORD
                    ADD 1 TO WS-ORDERS-CLEARED
                 ELSE
                    ADD 1 TO WS-FIRMED-KEPT
                 END-IF
              END-IF
           END-PERFORM.
      *
       CLEAR-PLANNED-ORDERS-EXIT.
           EXIT.
      *
      *    SORT input procedure - plan every part, level by level
      *    from the top, releasing the exceptions as they arise.
       PLAN-ALL-LEVELS.
      *
           PERFORM VARYING WS-LEVEL FROM 0 BY 1
                     UNTIL WS-LEVEL GREATER THAN WS-MAX-LEVEL
              PERFORM VARYING WS-PART-IX FROM 1 BY 1
                        UNTIL WS-PART-IX GREATER THAN WS-MP-COUNT
                 IF WS-MP-LEVEL(WS-PART-IX) EQUAL WS-LEVEL
                    PERFORM PLAN-ONE-PART
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       PLAN-ALL-LEVELS-EXIT.
           EXIT.
      *
      *    One part: complete its gross requirements, gather its
      *    receipts, choose its source, net it week by week and
      *    check its open PO lines against the plan.
       PLAN-ONE-PART.
      *
           MOVE WS-MP-PART-ID(WS-PART-IX) TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY CONTINUE
           END-READ.
      *
           IF STOCK-STATUS-OK
              MOVE DESCRIPTION OF STOCK-PART-REC TO WS-DESCRIPTION
              COMPUTE WS-AVAILABLE =
                      STOCK-QUANTITY OF STOCK-PART-REC -
                      RESERVED-QUANTITY OF STOCK-PART-REC
              PERFORM ADD-BACKORDER-DEMAND
              PERFORM ADD-NET-FORECAST
              PERFORM GATHER-PART-RECEIPTS
              PERFORM CHOOSE-SOURCE
              PERFORM NET-ONE-PART
              PERFORM CHECK-PART-RECEIPTS
              ADD 1 TO WS-PARTS-PLANNED
           ELSE
              ADD 1 TO WS-PARTS-SKIPPED
           END-IF.
      *
       PLAN-ONE-PART-EXIT.
           EXIT.
      *
      *    Open backorders are wanted now - except a sales
      *    order's ('S' + order + line), already counted on the
      *    order line itself.
       ADD-BACKORDER-DEMAND.
      *
           MOVE WS-MP-PART-ID(WS-PART-IX) TO BO-PART-ID.
           MOVE ZERO TO BO-SEQUENCE.
           MOVE 'N' TO WS-RANGE-EOF-FLAG.
           START BACKORD-FILE KEY NOT LESS THAN BO-KEY
                 INVALID KEY SET END-OF-RANGE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-RANGE
              READ BACKORD-FILE NEXT
                   AT END SET END-OF-RANGE TO TRUE
              END-READ
              IF NOT END-OF-RANGE
                 IF BO-PART-ID NOT EQUAL WS-MP-PART-ID(WS-PART-IX)
                    SET END-OF-RANGE TO TRUE
                 ELSE
                    IF BO-STATUS-OPEN
                       AND BO-REQUESTER-REF(1:1) NOT EQUAL 'S'
                       ADD BO-SHORT-QUANTITY TO
                           WS-MP-GROSS(WS-PART-IX, 1)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
       ADD-BACKORDER-DEMAND-EXIT.
           EXIT.
      *
      *    Each month's forecast less the sales orders already
      *    booked against it, spread over the weeks that start
      *    in the month - any odd units in the first of them.
      *    The current month keeps only the share of its days
      *    still to come.
       ADD-NET-FORECAST.
      *
           PERFORM VARYING WS-M-INDEX FROM 1 BY 1
                     UNTIL WS-M-INDEX GREATER THAN HORIZON-MONTHS
              COMPUTE WS-NET-FORECAST =
                      WS-MP-FC-UNITS(WS-PART-IX, WS-M-INDEX) -
                      WS-MP-SO-UNITS(WS-PART-IX, WS-M-INDEX)
              IF WS-M-INDEX EQUAL 1
                 AND WS-DAYS-IN-RUN-MONTH GREATER THAN ZERO
                 COMPUTE WS-NET-FORECAST ROUNDED =
                         WS-NET-FORECAST * WS-DAYS-LEFT-IN-MONTH /
                         WS-DAYS-IN-RUN-MONTH
              END-IF
              IF WS-NET-FORECAST GREATER THAN ZERO
                 AND WS-MONTH-WEEKS(WS-M-INDEX) GREATER THAN ZERO
                 PERFORM SPREAD-ONE-MONTH
              END-IF
           END-PERFORM.
      *
       ADD-NET-FORECAST-EXIT.
           EXIT.
      *
       SPREAD-ONE-MONTH.
      *
           DIVIDE WS-NET-FORECAST BY WS-MONTH-WEEKS(WS-M-INDEX)
                  GIVING WS-WEEK-SHARE
                  REMAINDER WS-WEEK-REMAINDER.
           SET FIRST-WEEK-OF-MONTH TO TRUE.
           PERFORM VARYING WS-B-INDEX FROM 1 BY 1
                     UNTIL WS-B-INDEX GREATER THAN HORIZON-WEEKS
              IF WS-BK-MONTH(WS-B-INDEX) EQUAL WS-M-INDEX
                 ADD WS-WEEK-SHARE TO
                     WS-MP-GROSS(WS-PART-IX, WS-B-INDEX)
                 IF FIRST-WEEK-OF-MONTH
                    ADD WS-WEEK-REMAINDER TO
                        WS-MP-GROSS(WS-PART-IX, WS-B-INDEX)
                    MOVE 'N' TO WS-FIRST-WEEK-FLAG
                 END-IF
              END-IF
           END-PERFORM.
      *
       SPREAD-ONE-MONTH-EXIT.
           EXIT.
      *
      *    The part's receipts, totalled by week for the netting
      *    and listed in due-date order for the expedite check.
       GATHER-PART-RECEIPTS.
      *
           PERFORM VARYING WS-B-INDEX FROM 1 BY 1
                     UNTIL WS-B-INDEX GREATER THAN HORIZON-WEEKS
              MOVE ZERO TO WS-RECEIPT-QTY(WS-B-INDEX)
           END-PERFORM.
           MOVE ZERO TO WS-PR-COUNT.
      *
           PERFORM VARYING WS-R-INDEX FROM 1 BY 1
                     UNTIL WS-R-INDEX GREATER THAN WS-SR-COUNT
              IF WS-SR-PART-IX(WS-R-INDEX) EQUAL WS-PART-IX
                 IF WS-SR-BUCKET(WS-R-INDEX) GREATER THAN ZERO
                    ADD WS-SR-QUANTITY(WS-R-INDEX) TO
                        WS-RECEIPT-QTY(WS-SR-BUCKET(WS-R-INDEX))
                 END-IF
                 IF WS-PR-COUNT LESS THAN MAX-PART-RECEIPTS
                    ADD 1 TO WS-PR-COUNT
                    MOVE WS-R-INDEX TO WS-PR-SR-IX(WS-PR-COUNT)
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    A short list - an exchange sort on the due date does.
           PERFORM VARYING WS-B-INDEX FROM 1 BY 1
                     UNTIL WS-B-INDEX NOT LESS THAN WS-PR-COUNT
              PERFORM VARYING WS-S-INDEX FROM WS-B-INDEX BY 1
                        UNTIL WS-S-INDEX GREATER THAN WS-PR-COUNT
                 IF WS-SR-DUE-DATE(WS-PR-SR-IX(WS-S-INDEX)) LESS THAN
                    WS-SR-DUE-DATE(WS-PR-SR-IX(WS-B-INDEX))
                    MOVE WS-PR-SR-IX(WS-S-INDEX) TO WS-PR-SWAP
                    MOVE WS-PR-SR-IX(WS-B-INDEX)
                         TO WS-PR-SR-IX(WS-S-INDEX)
                    MOVE WS-PR-SWAP TO WS-PR-SR-IX(WS-B-INDEX)
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       GATHER-PART-RECEIPTS-EXIT.
           EXIT.
      *
      *    A kit is built, not bought. A bought part goes to the
      *    cheapest approved SUPPXREF source (the shorter lead
      *    breaking a tie), in whole purchase units; with none,
      *    to the part's own SUPPLIER at its UNIT-PRICE on the
      *    default lead time, and the report says so.
       CHOOSE-SOURCE.
      *
           MOVE 'N' TO WS-SRC-FOUND-FLAG.
           MOVE 'N' TO WS-NO-SOURCE-NOTED.
           MOVE ZERO TO WS-SRC-SUPPLIER.
           MOVE 1 TO WS-SRC-FACTOR.
      *
           IF WS-MP-BOM-LINES(WS-PART-IX) GREATER THAN ZERO
              SET SOURCE-FOUND TO TRUE
              MOVE KIT-BUILD-DAYS TO WS-SRC-LEAD-DAYS
              MOVE ZERO TO WS-SRC-PRICE
           ELSE
              MOVE WS-MP-PART-ID(WS-PART-IX) TO XR-PART-ID
              MOVE ZERO TO XR-SUPPLIER-ID
              MOVE 'N' TO WS-RANGE-EOF-FLAG
              START SUPPXREF-FILE KEY NOT LESS THAN XR-KEY
                    INVALID KEY SET END-OF-RANGE TO TRUE
              END-START
              PERFORM UNTIL END-OF-RANGE
                 READ SUPPXREF-FILE NEXT
                      AT END SET END-OF-RANGE TO TRUE
                 END-READ
                 IF NOT END-OF-RANGE
                    IF XR-PART-ID NOT EQUAL WS-MP-PART-ID(WS-PART-IX)
                       SET END-OF-RANGE TO TRUE
                    ELSE
                       IF XR-SOURCE-APPROVED
                          PERFORM CONSIDER-ONE-SOURCE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF NOT SOURCE-FOUND
                 MOVE SUPPLIER OF STOCK-PART-REC TO WS-SRC-SUPPLIER
                 MOVE NO-SOURCE-LEAD-DAYS TO WS-SRC-LEAD-DAYS
                 MOVE UNIT-PRICE OF STOCK-PART-REC TO WS-SRC-PRICE
              END-IF
           END-IF.
      *
       CHOOSE-SOURCE-EXIT.
           EXIT.
      *
       CONSIDER-ONE-SOURCE.
      *
           IF XR-LEAD-DAYS NOT NUMERIC
              MOVE ZERO TO XR-LEAD-DAYS
           END-IF.
           IF NOT SOURCE-FOUND
              OR XR-CONTRACT-PRICE LESS THAN WS-SRC-PRICE
              OR (XR-CONTRACT-PRICE EQUAL WS-SRC-PRICE
                  AND XR-LEAD-DAYS LESS THAN WS-SRC-LEAD-DAYS)
              SET SOURCE-FOUND TO TRUE
              MOVE XR-SUPPLIER-ID TO WS-SRC-SUPPLIER
              MOVE XR-LEAD-DAYS TO WS-SRC-LEAD-DAYS
              MOVE XR-CONTRACT-PRICE TO WS-SRC-PRICE
              IF XR-UOM-FACTOR NUMERIC
                 AND XR-UOM-FACTOR GREATER THAN 1
                 MOVE XR-UOM-FACTOR TO WS-SRC-FACTOR
              ELSE
                 MOVE 1 TO WS-SRC-FACTOR
              END-IF
           END-IF.
      *
       CONSIDER-ONE-SOURCE-EXIT.
           EXIT.
      *
      *    Project the balance forward a week at a time: receipts
      *    in, requirements out. A week that would end short
      *    gets a planned order for the shortfall, in whole
      *    purchase units.
       NET-ONE-PART.
      *
           MOVE WS-AVAILABLE TO WS-PROJECTED.
           PERFORM VARYING WS-B-INDEX FROM 1 BY 1
                     UNTIL WS-B-INDEX GREATER THAN HORIZON-WEEKS
              COMPUTE WS-PROJECTED = WS-PROJECTED +
                      WS-RECEIPT-QTY(WS-B-INDEX) -
                      WS-MP-GROSS(WS-PART-IX, WS-B-INDEX)
              IF WS-PROJECTED LESS THAN ZERO
                 COMPUTE WS-WHOLE-UNITS =
                         (0 - WS-PROJECTED + WS-SRC-FACTOR - 1) /
                         WS-SRC-FACTOR
                 COMPUTE WS-ORDER-QUANTITY =
                         WS-WHOLE-UNITS * WS-SRC-FACTOR
                 PERFORM WRITE-PLANNED-ORDER
                 ADD WS-ORDER-QUANTITY TO WS-PROJECTED
              END-IF
           END-PERFORM.
      *
       NET-ONE-PART-EXIT.
           EXIT.
      *
      *    File the planned order for week WS-B-INDEX, needed the
      *    day the week starts and released the lead time before.
      *    A firmed order from an earlier run already holding the
      *    key moves this one to the next sequence.
       WRITE-PLANNED-ORDER.
      *
           MOVE WS-BK-START-DATE(WS-B-INDEX) TO WS-NEED-DATE.
           COMPUTE WS-RELEASE-DATE =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEED-DATE) -
                   WS-SRC-LEAD-DAYS).
      *
           MOVE SPACES TO PLANNED-ORDER-RECORD.
           MOVE WS-MP-PART-ID(WS-PART-IX) TO PL-PART-ID.
           MOVE WS-NEED-DATE TO PL-NEED-DATE.
           IF WS-MP-BOM-LINES(WS-PART-IX) GREATER THAN ZERO
              SET PL-TYPE-ASSEMBLY TO TRUE
           ELSE
              SET PL-TYPE-PURCHASE TO TRUE
           END-IF.
           SET PL-STATUS-PLANNED TO TRUE.
           MOVE WS-RELEASE-DATE TO PL-RELEASE-DATE.
           MOVE WS-ORDER-QUANTITY TO PL-QUANTITY.
           MOVE WS-SRC-SUPPLIER TO PL-SUPPLIER-ID.
           MOVE WS-SRC-LEAD-DAYS TO PL-LEAD-DAYS.
           MOVE WS-SRC-PRICE TO PL-UNIT-PRICE.
           MOVE WS-MP-LEVEL(WS-PART-IX) TO PL-LOW-LEVEL-CODE.
           MOVE WS-RUN-DATE TO PL-PLAN-DATE.
           MOVE ZERO TO PL-FIRMED-PO-NUMBER.
      *
           MOVE 'N' TO WS-WRITTEN-FLAG.
           MOVE ZERO TO WS-NEXT-SEQUENCE.
           PERFORM UNTIL ORDER-WRITTEN
                      OR WS-NEXT-SEQUENCE EQUAL 99
              ADD 1 TO WS-NEXT-SEQUENCE
              MOVE WS-NEXT-SEQUENCE TO PL-SEQUENCE
              WRITE PLANNED-ORDER-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY SET ORDER-WRITTEN TO TRUE
              END-WRITE
           END-PERFORM.
      *
           IF ORDER-WRITTEN
              ADD 1 TO WS-ORDERS-PLANNED
              PERFORM REPORT-PLANNED-ORDER
              IF PL-TYPE-ASSEMBLY
                 PERFORM EXPLODE-PLANNED-KIT
              END-IF
           ELSE
              ADD 1 TO WS-ORDERS-NOT-WRITTEN
           END-IF.
      *
       WRITE-PLANNED-ORDER-EXIT.
           EXIT.
      *
      *    A release date already gone, and a bought part with no
      *    approved source (once per part), go on the report.
       REPORT-PLANNED-ORDER.
      *
           MOVE PL-SEQUENCE TO WR-PLAN-SEQUENCE.
           IF PL-RELEASE-DATE LESS THAN WS-RUN-DATE
              MOVE SPACES TO SORT-RECORD
              MOVE 'RELEASE PAST DUE' TO SX-MESSAGE
              MOVE WS-PLAN-REF TO SX-ORDER-REF
              MOVE PL-RELEASE-DATE TO SX-DUE-DATE
              MOVE PL-RELEASE-DATE TO SX-SORT-DATE
              MOVE PL-NEED-DATE TO SX-NEED-DATE
              MOVE PL-QUANTITY TO SX-QUANTITY
              PERFORM RELEASE-EXCEPTION
              ADD 1 TO WS-PAST-DUE-RELEASES
           END-IF.
      *
           IF NOT SOURCE-FOUND
              AND NOT NO-SOURCE-NOTED
              SET NO-SOURCE-NOTED TO TRUE
              MOVE SPACES TO SORT-RECORD
              MOVE 'NO APPROVED SOURCE' TO SX-MESSAGE
              MOVE WS-PLAN-REF TO SX-ORDER-REF
              MOVE PL-RELEASE-DATE TO SX-DUE-DATE
              MOVE PL-RELEASE-DATE TO SX-SORT-DATE
              MOVE PL-NEED-DATE TO SX-NEED-DATE
              MOVE PL-QUANTITY TO SX-QUANTITY
              PERFORM RELEASE-EXCEPTION
           END-IF.
      *
       REPORT-PLANNED-ORDER-EXIT.
           EXIT.
      *
      *    The kit build draws its components in the week it
      *    starts - their requirement, planned at their level.
       EXPLODE-PLANNED-KIT.
      *
           MOVE WS-RELEASE-DATE TO WS-DATE-NUM.
           PERFORM DATE-TO-BUCKET.
           IF WS-BUCKET EQUAL ZERO
              MOVE 1 TO WS-BUCKET
           END-IF.
      *
           PERFORM VARYING WS-L-INDEX
                     FROM WS-MP-FIRST-BOM(WS-PART-IX) BY 1
                     UNTIL WS-L-INDEX NOT LESS THAN
                           WS-MP-FIRST-BOM(WS-PART-IX) +
                           WS-MP-BOM-LINES(WS-PART-IX)
              MOVE WS-BL-COMP-IX(WS-L-INDEX) TO WS-COMP-IX
              COMPUTE WS-MP-GROSS(WS-COMP-IX, WS-BUCKET) =
                      WS-MP-GROSS(WS-COMP-IX, WS-BUCKET) +
                      WS-ORDER-QUANTITY * WS-BL-QTY-PER(WS-L-INDEX)
           END-PERFORM.
      *
       EXPLODE-PLANNED-KIT-EXIT.
           EXIT.
      *
      *    Each open PO line in due-date order, against the week
      *    the plan first needs it in: the week cumulative
      *    requirements overtake the stock and every receipt due
      *    before it. Needed earlier than due is an expedite;
      *    later, or not at all inside the horizon, a
      *    de-expedite; overdue is reported as such. Lines due
      *    past the horizon cannot be judged and are left alone.
       CHECK-PART-RECEIPTS.
      *
           MOVE WS-AVAILABLE TO WS-SUPPLY-BEFORE.
           PERFORM VARYING WS-R-INDEX FROM 1 BY 1
                     UNTIL WS-R-INDEX GREATER THAN WS-PR-COUNT
              MOVE WS-PR-SR-IX(WS-R-INDEX) TO WS-S-INDEX
              IF SR-FROM-PO(WS-S-INDEX)
                 PERFORM FIND-NEED-BUCKET
                 PERFORM CHECK-ONE-RECEIPT
              END-IF
              ADD WS-SR-QUANTITY(WS-S-INDEX) TO WS-SUPPLY-BEFORE
           END-PERFORM.
      *
       CHECK-PART-RECEIPTS-EXIT.
           EXIT.
      *
       FIND-NEED-BUCKET.
      *
           MOVE ZERO TO WS-NEED-BUCKET.
           MOVE ZERO TO WS-CUM-GROSS.
           PERFORM VARYING WS-B-INDEX FROM 1 BY 1
                     UNTIL WS-B-INDEX GREATER THAN HORIZON-WEEKS
                        OR WS-NEED-BUCKET GREATER THAN ZERO
              ADD WS-MP-GROSS(WS-PART-IX, WS-B-INDEX)
                  TO WS-CUM-GROSS
              IF WS-CUM-GROSS GREATER THAN WS-SUPPLY-BEFORE
                 MOVE WS-B-INDEX TO WS-NEED-BUCKET
              END-IF
           END-PERFORM.
      *
       FIND-NEED-BUCKET-EXIT.
           EXIT.
      *
       CHECK-ONE-RECEIPT.
      *
           MOVE SPACES TO SORT-RECORD.
           MOVE WS-SR-DUE-DATE(WS-S-INDEX) TO SX-DUE-DATE.
           MOVE WS-SR-DUE-DATE(WS-S-INDEX) TO SX-SORT-DATE.
           IF WS-NEED-BUCKET GREATER THAN ZERO
              MOVE WS-BK-START-DATE(WS-NEED-BUCKET) TO SX-NEED-DATE
           ELSE
              MOVE ZERO TO SX-NEED-DATE
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-SR-DUE-DATE(WS-S-INDEX) LESS THAN WS-RUN-DATE
                 MOVE 'PAST DUE RECEIPT' TO SX-MESSAGE
                 ADD 1 TO WS-PAST-DUE-RECEIPTS
              WHEN WS-SR-BUCKET(WS-S-INDEX) EQUAL ZERO
                 CONTINUE
              WHEN WS-NEED-BUCKET EQUAL ZERO
                 MOVE 'DE-EXPEDITE' TO SX-MESSAGE
                 ADD 1 TO WS-DE-EXPEDITES
              WHEN WS-NEED-BUCKET LESS THAN WS-SR-BUCKET(WS-S-INDEX)
                 MOVE 'EXPEDITE' TO SX-MESSAGE
                 ADD 1 TO WS-EXPEDITES
              WHEN WS-NEED-BUCKET GREATER THAN
                   WS-SR-BUCKET(WS-S-INDEX)
                 MOVE 'DE-EXPEDITE' TO SX-MESSAGE
                 ADD 1 TO WS-DE-EXPEDITES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           IF SX-MESSAGE NOT EQUAL SPACES
              MOVE WS-SR-ORDER-NUMBER(WS-S-INDEX) TO WR-PO-NUMBER
              MOVE WS-SR-LINE-NUMBER(WS-S-INDEX) TO WR-PO-LINE
              MOVE WS-PO-REF TO SX-ORDER-REF
              MOVE WS-SR-QUANTITY(WS-S-INDEX) TO SX-QUANTITY
              PERFORM RELEASE-EXCEPTION
           END-IF.
      *
       CHECK-ONE-RECEIPT-EXIT.
           EXIT.
      *
      *    Stamp the part on the exception built in SORT-RECORD
      *    and hand it to the sort.
       RELEASE-EXCEPTION.
      *
           MOVE WS-MP-PART-ID(WS-PART-IX) TO SX-PART-ID.
           MOVE WS-DESCRIPTION TO SX-DESCRIPTION.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-EXCEPTION-COUNT.
      *
       RELEASE-EXCEPTION-EXIT.
           EXIT.
      *
      *    SORT output procedure - print the exceptions part by
      *    part, the part named on its first line only.
       PRINT-EXCEPTIONS.
      *
           MOVE ZERO TO WS-LAST-PRINTED-PART.
           PERFORM UNTIL END-OF-SORT-FILE
              RETURN SORT-WORK-FILE
                     AT END
                        SET END-OF-SORT-FILE TO TRUE
                     NOT AT END
                        PERFORM PRINT-ONE-EXCEPTION
              END-RETURN
           END-PERFORM.
      *
       PRINT-EXCEPTIONS-EXIT.
           EXIT.
      *
       PRINT-ONE-EXCEPTION.
      *
           MOVE SPACES TO REPORT-DETAIL-LINE.
           IF SX-PART-ID NOT EQUAL WS-LAST-PRINTED-PART
              MOVE SX-PART-ID TO WS-LAST-PRINTED-PART
              MOVE SX-PART-ID TO RD-PART-ID
              MOVE SX-DESCRIPTION TO RD-DESCRIPTION
           END-IF.
           MOVE SX-MESSAGE TO RD-MESSAGE.
           MOVE SX-ORDER-REF TO RD-ORDER-REF.
           MOVE SX-DUE-DATE TO WS-DATE-NUM.
           PERFORM FORMAT-PRINT-DATE.
           MOVE WS-PRINT-DATE TO RD-DUE-DATE.
           MOVE SX-NEED-DATE TO WS-DATE-NUM.
           PERFORM FORMAT-PRINT-DATE.
           MOVE WS-PRINT-DATE TO RD-NEED-DATE.
           MOVE SX-QUANTITY TO RD-QUANTITY.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-ONE-EXCEPTION-EXIT.
           EXIT.
      *
      *    WS-DATE-NUM as YYYY-MM-DD; zero - nothing in the
      *    horizon needs it - as NONE.
       FORMAT-PRINT-DATE.
      *
           IF WS-DATE-NUM EQUAL ZERO
              MOVE SPACES TO WS-PRINT-DATE
              MOVE 'NONE' TO WP-YYYY
           ELSE
              MOVE WS-DATE-NUM(1:4) TO WP-YYYY
              MOVE WS-DATE-NUM(5:2) TO WP-MM
              MOVE WS-DATE-NUM(7:2) TO WP-DD
           END-IF.
      *
       FORMAT-PRINT-DATE-EXIT.
           EXIT.
      *
      *    Report the run and close everything.
       FINALIZE-RUN.
      *
           MOVE WS-ORDERS-PLANNED TO RT-ORDERS-PLANNED.
           MOVE WS-EXCEPTION-COUNT TO RT-EXCEPTIONS.
           MOVE WS-PAST-DUE-RELEASES TO RT-PAST-DUE-RELEASES.
           MOVE WS-EXPEDITES TO RT-EXPEDITES.
           MOVE WS-DE-EXPEDITES TO RT-DE-EXPEDITES.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
      *
           DISPLAY 'MRPRUN: PARTS PLANNED:    ' WS-PARTS-PLANNED.
           DISPLAY 'MRPRUN: ORDERS PLANNED:   ' WS-ORDERS-PLANNED.
           DISPLAY 'MRPRUN: LAST RUN CLEARED: ' WS-ORDERS-CLEARED.
           DISPLAY 'MRPRUN: FIRMED KEPT:      ' WS-FIRMED-KEPT.
           DISPLAY 'MRPRUN: EXCEPTIONS:       ' WS-EXCEPTION-COUNT.
           DISPLAY 'MRPRUN: PAST DUE RECEIPTS:' WS-PAST-DUE-RECEIPTS.
           IF WS-PARTS-SKIPPED GREATER THAN ZERO
              DISPLAY 'MRPRUN: PARTS NOT PLANNED:' WS-PARTS-SKIPPED
           END-IF.
           IF WS-LINES-SKIPPED GREATER THAN ZERO
              DISPLAY 'MRPRUN: LINES NOT LOADED: ' WS-LINES-SKIPPED
           END-IF.
           IF WS-ORDERS-NOT-WRITTEN GREATER THAN ZERO
              DISPLAY 'MRPRUN: ORDERS NOT FILED: '
                      WS-ORDERS-NOT-WRITTEN
           END-IF.
      *
           CLOSE SMPLXMPL-FILE.
           CLOSE BACKORD-FILE.
           CLOSE SUPPXREF-FILE.
           CLOSE PLANORD-FILE.
           CLOSE EXCEPTION-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
