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
      *    One month-end inventory reconciliation per accounting
      *    period and stock category, held in the INVRECN VSAM KSDS
      *    and written by GLRECON. The opening balance is the
      *    prior period's agreed closing; the posted value is the
      *    month's GLPOST movement on the inventory control
      *    account; the closing value is the stock valuation at
      *    the period end. Whatever difference is left between
      *    the closing value and the rolled-forward balance is
      *    broken down into its known causes, with anything they
      *    do not account for left as unexplained. The closing
      *    value becomes the next period's opening.
      *****************************************************************
       01  INVENTORY-RECON-RECORD.
           03   GR-KEY.
                05  GR-PERIOD           PIC 9(6) DISPLAY.
      *         Stock category - '....' for parts with none.
                05  GR-CATEGORY         PIC X(4).
           03   GR-OPENING-VALUE        PIC S9(13)V99 PACKED-DECIMAL.
           03   GR-POSTED-VALUE         PIC S9(13)V99 PACKED-DECIMAL.
           03   GR-CLOSING-VALUE        PIC S9(13)V99 PACKED-DECIMAL.
      *    Closing less (opening plus posted).
           03   GR-DIFFERENCE-VALUE     PIC S9(13)V99 PACKED-DECIMAL.
      *    The causes, each signed the way it moves the difference:
      *    movements rolled out of a closed period that never
      *    reached the GL (raise it); AVERAGE-COST changes with no
      *    movement - landed cost capitalized on the control
      *    account but not in a price valuation (lower it); price
      *    revaluations of stock on hand (raise or lower it); and
      *    consignment movements posted but excluded from the
      *    valuation (lower it).
           03   GR-UNPOSTED-VALUE       PIC S9(13)V99 PACKED-DECIMAL.
           03   GR-COST-CHANGE-VALUE    PIC S9(13)V99 PACKED-DECIMAL.
           03   GR-REVALUATION-VALUE    PIC S9(13)V99 PACKED-DECIMAL.
           03   GR-CONSIGNMENT-VALUE    PIC S9(13)V99 PACKED-DECIMAL.
           03   GR-UNEXPLAINED-VALUE    PIC S9(13)V99 PACKED-DECIMAL.
           03   GR-STATUS               PIC X(1).
                88  GR-AGREED            VALUE 'A'.
                88  GR-DIFFERENCE        VALUE 'D'.
      *         First reconciliation run - no prior period on
      *         file, so the opening is seeded from the closing.
                88  GR-OPENING-SEEDED    VALUE 'O'.
           03   GR-RUN-DATE             PIC X(8).
           03   FILLER                  PIC X(16) VALUE SPACES.
