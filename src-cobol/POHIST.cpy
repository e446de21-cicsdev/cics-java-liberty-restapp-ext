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
      *****************************************************************
      *    One archived record per entry, keyed on the purchase
      *    order it belongs to and a sequence within it, held in
      *    the POHIST VSAM KSDS. POARCH moves a closed or cancelled
      *    PO here once it is old enough and nothing open still
      *    points at it - its PURCHORD header and lines, the
      *    SUPPINV invoices that billed it, its POREV revision
      *    trail and its settled CREDMEMO memos - each kept whole
      *    as the image of the record it was, so the live copybook
      *    still reads it. The header is always sequence 0001 and
      *    the rest follow in the order POARCH moved them. PORDMENU
      *    lists an archived PO from here (option H).
      *****************************************************************
       01  PO-HISTORY-RECORD.
           03   AH-KEY.
                05  AH-PO-NUMBER        PIC 9(8) DISPLAY.
                05  AH-SEQUENCE         PIC 9(4) DISPLAY.
      *    Which file the image came from - a PURCHORD header or
      *    line, a SUPPINV invoice header or line, a POREV entry or
      *    a CREDMEMO memo.
           03   AH-RECORD-KIND          PIC X(1).
                88  AH-PO-RECORD         VALUE 'P'.
                88  AH-INVOICE-RECORD    VALUE 'I'.
                88  AH-REVISION-RECORD   VALUE 'R'.
                88  AH-CREDIT-RECORD     VALUE 'C'.
           03   AH-ARCHIVE-DATE         PIC X(8).
           03   AH-IMAGE                PIC X(160).
           03   FILLER                  PIC X(19) VALUE SPACES.
