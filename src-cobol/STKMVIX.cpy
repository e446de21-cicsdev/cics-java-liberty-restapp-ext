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
      *    One entry per STKMOVE ledger movement in the STKMVIX
      *    KSDS - the ledger re-keyed by part, so one part's
      *    history can be read directly (newest first by reading
      *    backwards from the end of the part's key range) instead
      *    of scanning the whole ESDS by RBA. The key orders a
      *    part's movements by the date and time they were
      *    written; MX-SEQUENCE separates movements for the same
      *    part that share a second, starting at 1 and stepped on
      *    a duplicate key. MX-MOVEMENT is the ledger entry itself,
      *    whole, so an inquiry never has to go back to the ESDS.
      *    Written by MOVINDX online and INDEX-MOVEMENT (MVIXP) in
      *    batch, loaded from existing history by MVIXBLD, and
      *    checked against the ledger nightly by MVIXCHK.
      *****************************************************************
       01  STKMOVE-INDEX.
           03   MX-KEY.
                05  MX-PART-ID          PIC 9(8) DISPLAY.
      *         YYYY-MM-DD and HHMMSS, as on the ledger entry.
                05  MX-MOVEMENT-DATE    PIC X(10).
                05  MX-MOVEMENT-TIME    PIC 9(6) DISPLAY.
                05  MX-SEQUENCE         PIC 9(4) DISPLAY.
      *    The STKMOVE entry as it was appended to the ledger.
           03   MX-MOVEMENT             PIC X(117).
