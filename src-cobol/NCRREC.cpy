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
      *    One non-conformance report per incident, keyed on
      *    NC-NCR-NUMBER, held in the NCRFILE VSAM KSDS and worked
      *    by the NCRMNT transaction. It records what was wrong
      *    (the part, lot, supplier, PO, quantity and a defect code
      *    off the DEFCODE master), what was decided (scrap,
      *    rework, return to vendor, or use-as-is under a
      *    concession), and whether the supplier answered for the
      *    cause - the paper log quality used to keep by hand.
      *    Numbers come off the NCRNOCTL control record.
      *****************************************************************
       01  NCR-RECORD.
           03   NC-NCR-NUMBER           PIC 9(8) DISPLAY.
      *    Where the bad goods were found: a receipt quarantined
      *    on INSPHOLD (the hold's sequence is kept) or stock
      *    already on the shelf, reported by a department.
           03   NC-SOURCE               PIC X(1).
                88  NC-FROM-INSPECTION   VALUE 'H'.
                88  NC-FROM-STOCK        VALUE 'S'.
           03   NC-PART-ID              PIC 9(8) DISPLAY.
           03   NC-HOLD-SEQUENCE        PIC 9(3) DISPLAY.
           03   NC-LOT-NUMBER           PIC X(10).
           03   NC-SUPPLIER-ID          PIC 9(8) DISPLAY.
           03   NC-PO-NUMBER            PIC 9(8) DISPLAY.
           03   NC-QUANTITY             PIC 9(8) DISPLAY.
           03   NC-DEFECT-CODE          PIC X(4).
           03   NC-DESCRIPTION          PIC X(60).
           03   NC-DEPARTMENT           PIC X(6).
           03   NC-OPENED-BY            PIC X(8).
           03   NC-OPENED-DATE          PIC X(8).
           03   NC-STATUS               PIC X(1).
                88  NC-STATUS-OPEN       VALUE 'O'.
                88  NC-STATUS-DISPOSED   VALUE 'D'.
                88  NC-STATUS-RESPONDED  VALUE 'R'.
                88  NC-STATUS-CLOSED     VALUE 'C'.
           03   NC-DISPOSITION          PIC X(1).
                88  NC-DISP-NONE         VALUE ' '.
                88  NC-DISP-SCRAP        VALUE 'S'.
                88  NC-DISP-REWORK       VALUE 'W'.
                88  NC-DISP-RETURN       VALUE 'V'.
                88  NC-DISP-USE-AS-IS    VALUE 'U'.
                88  NC-DISP-VALID        VALUE 'S' 'W' 'V' 'U'.
      *    The concession reference a use-as-is decision must
      *    quote, and the RSNCODE reason the scrap or return
      *    posted under.
           03   NC-CONCESSION-REF       PIC X(10).
           03   NC-REASON-CODE          PIC X(4).
      *    The return code the stock movement the disposition
      *    drove came back with ('0' posted, 'S' staged for
      *    approval on ADJSTG); space when nothing moved.
           03   NC-ACTION-RC            PIC X(1).
           03   NC-DISPOSED-BY          PIC X(8).
           03   NC-DISPOSED-DATE        PIC X(8).
           03   NC-SUPPLIER-RESPONSE    PIC X(60).
           03   NC-RESPONSE-DATE        PIC X(8).
           03   NC-CLOSED-BY            PIC X(8).
           03   NC-CLOSED-DATE          PIC X(8).
           03   FILLER                  PIC X(23) VALUE SPACES.
