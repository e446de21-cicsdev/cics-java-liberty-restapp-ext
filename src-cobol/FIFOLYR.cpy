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
      *    One FIFO cost layer, keyed on FL-KEY (part, layer date
      *    YYYYMMDD and the task that created it), held in the
      *    FIFOLYR VSAM KSDS and posted nightly by FIFOPOST from
      *    the day's STKMOVE entries. A receipt's layer carries the
      *    receipt's own date and task - the same key its RCPTLOG
      *    entry has - so a receipt reversal finds the layer it
      *    made. Decreases consume FL-REMAINING-QUANTITY oldest
      *    key first; a used-up layer stays on file at zero so
      *    returns and reversals can put units back into it.
      *    FL-UNIT-COST is in the part's own currency, as
      *    AVERAGE-COST is.
      *****************************************************************
       01  FIFO-LAYER-RECORD.
           03   FL-KEY.
                05  FL-PART-ID          PIC 9(8) DISPLAY.
                05  FL-LAYER-DATE       PIC X(8).
                05  FL-LAYER-TASK       PIC 9(7) DISPLAY.
      *    'R' a receipt, 'O' the opening balance the part carried
      *    the first night it was layered (date and task zero,
      *    costed at its AVERAGE-COST then), 'M' any other
      *    increase - an amend, count or adjustment up, a kit
      *    built - costed at AVERAGE-COST.
           03   FL-SOURCE               PIC X(1).
                88  FL-SOURCE-RECEIPT    VALUE 'R'.
                88  FL-SOURCE-OPENING    VALUE 'O'.
                88  FL-SOURCE-OTHER      VALUE 'M'.
           03   FL-ORIGINAL-QUANTITY    PIC 9(8) DISPLAY.
           03   FL-REMAINING-QUANTITY   PIC 9(8) DISPLAY.
           03   FL-UNIT-COST            PIC 99999V99 PACKED-DECIMAL.
      *    The business date FIFOPOST created the layer on.
           03   FL-POSTED-DATE          PIC X(8).
           03   FILLER                  PIC X(20).
