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
      *    One in-transit transfer per record, keyed on the
      *    transfer number, held in the XFERTRN VSAM KSDS. STKXFER
      *    writes it when a transfer to another site ships - the
      *    stock has left the from-location's LOCBAL balance but
      *    is not yet in the to-location's - and completes it when
      *    the destination confirms what actually came off the
      *    van: the shipped quantity lands at the to-location and
      *    any shortfall is written off through ADJSTCK under the
      *    transit-loss reason. Until then the units are counted
      *    nowhere but here, so BALRECON adds the shipped-but-not-
      *    received quantities to the LOCBAL side of its check,
      *    and XFERAGE lists them by age for whoever chases the
      *    van.
      *****************************************************************
       01  TRANSFER-RECORD.
           03   XT-TRANSFER-NUMBER      PIC 9(8) DISPLAY.
           03   XT-PART-ID              PIC 9(8) DISPLAY.
           03   XT-FROM-LOCATION        PIC X(10).
           03   XT-TO-LOCATION          PIC X(10).
           03   XT-SHIPPED-QUANTITY     PIC 9(8) DISPLAY.
           03   XT-SHIP-DATE            PIC X(8).
           03   XT-SHIPPED-BY           PIC X(8).
           03   XT-STATUS               PIC X(1).
                88  XT-STATUS-IN-TRANSIT VALUE 'S'.
                88  XT-STATUS-RECEIVED   VALUE 'R'.
      *    Filled in when the destination confirms - what arrived,
      *    and what was written off as lost on the way.
           03   XT-RECEIVED-QUANTITY    PIC 9(8) DISPLAY.
           03   XT-LOSS-QUANTITY        PIC 9(8) DISPLAY.
           03   XT-RECEIVE-DATE         PIC X(8).
           03   XT-RECEIVED-BY          PIC X(8).
           03   FILLER                  PIC X(12) VALUE SPACES.
