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
      *    Restart checkpoint record for INVIMPRT. Rewritten after
      *    every invoice the import finishes with - written to
      *    SUPPINV or rejected - so a rerun after a mid-file failure
      *    skips the input records already dealt with and carries
      *    the counts forward. The import empties the file when it
      *    reaches the end of its input, so the next file starts
      *    from record one.
      *****************************************************************
       01  IMPORT-CHECKPOINT-RECORD.
           03   IC-RECORDS-READ         PIC 9(8) DISPLAY.
           03   IC-INVOICES-WRITTEN     PIC 9(8) DISPLAY.
           03   IC-INVOICES-REJECTED    PIC 9(8) DISPLAY.
           03   IC-LAST-SUPPLIER-ID     PIC 9(8) DISPLAY.
           03   IC-LAST-INVOICE-NUMBER  PIC X(10).
           03   IC-CHECKPOINT-DATE      PIC 9(8) DISPLAY.
           03   IC-CHECKPOINT-TIME      PIC 9(6) DISPLAY.
