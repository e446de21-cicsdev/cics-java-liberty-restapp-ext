      *                    carries the revision number and an 'R'
      *                    marker so the supplier can tell the new
      *                    paper from the original.
      *  15 Oct 2026  DEV  The transmission record widened to
      *                    112 bytes and a foreign supplier's
      *                    detail lines (quoted in other than the
      *                    home currency) now carry the source's
      *                    country of origin and commodity code
      *                    off SUPPXREF for their export papers.
      *
      *****************************************************************

      *
       FD  XMIT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 112 CHARACTERS.
       01  XMIT-RECORD                  PIC X(112).
      *
       FD  SUPPXREF-FILE
           LABEL RECORDS ARE STANDARD.
           03 WS-WIRE-QUANTITY          PIC 9(8) VALUE ZERO.
           03 WS-WIRE-UOM               PIC X(4) VALUE SPACES.
           03 WS-WIRE-CATALOG           PIC X(20) VALUE SPACES.
           03 WS-WIRE-ORIGIN            PIC X(2) VALUE SPACES.
           03 WS-WIRE-COMMODITY         PIC X(10) VALUE SPACES.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-XMIT-STATUS            PIC X(2) VALUE '00'.
      *    pass is over - a KSDS can't be read for update while it
      *    is being read sequentially.
       77  MAX-FLAGGED-POS              PIC 9(4) VALUE 500.
      *
      *    A line quoted in any other currency is from a foreign
      *    supplier and carries the customs data - the same home
      *    currency PORDGEN converts line prices into.
       77  HOME-CURRENCY-CODE           PIC X(3) VALUE 'USD'.
       01  WS-FLAG-TABLE.
           03 WS-FLAG-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-FLAG-KEY OCCURS 500 TIMES PIC X(11).
      *    supplier's side can replace the earlier paper.
           03   XH-REVISION             PIC 9(3).
           03   XH-REVISION-FLAG        PIC X(1).
           03   FILLER                  PIC X(72) VALUE SPACES.
      *
       01  XMIT-DETAIL.
           03   XD-RECORD-TYPE          PIC X(1) VALUE 'D'.
           03   XD-CATALOG-NUMBER       PIC X(20).
           03   XD-DESCRIPTION          PIC X(36).
           03   FILLER                  PIC X(2) VALUE SPACES.
      *    Country of origin and commodity (tariff) code for the
      *    supplier's export declaration - foreign suppliers only,
      *    spaces otherwise or when the source carries none.
           03   XD-ORIGIN-COUNTRY       PIC X(2).
           03   XD-COMMODITY-CODE       PIC X(10).
      *
       01  XMIT-TRAILER.
           03   XT-RECORD-TYPE          PIC X(1) VALUE 'T'.
           03   XT-PO-NUMBER            PIC 9(8).
           03   XT-LINE-COUNT           PIC 9(3).
           03   XT-TOTAL-VALUE          PIC 9(11)V99.
           03   FILLER                  PIC X(87) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
                 MOVE PO-UNIT-PRICE TO XD-UNIT-PRICE
                 MOVE PO-CURRENCY-CODE TO XD-CURRENCY
                 MOVE PO-DESCRIPTION TO XD-DESCRIPTION
      *          A foreign supplier's line also carries the
      *          customs data their export papers need.
                 IF PO-CURRENCY-CODE NOT EQUAL HOME-CURRENCY-CODE
                    AND PO-CURRENCY-CODE NOT EQUAL SPACES
                    MOVE WS-WIRE-ORIGIN TO XD-ORIGIN-COUNTRY
                    MOVE WS-WIRE-COMMODITY TO XD-COMMODITY-CODE
                 ELSE
                    MOVE SPACES TO XD-ORIGIN-COUNTRY
                    MOVE SPACES TO XD-COMMODITY-CODE
                 END-IF
                 WRITE XMIT-RECORD FROM XMIT-DETAIL
              END-IF
           END-IF.
           MOVE PO-SUGGESTED-QUANTITY TO WS-WIRE-QUANTITY.
           MOVE SPACES TO WS-WIRE-UOM.
           MOVE SPACES TO WS-WIRE-CATALOG.
           MOVE SPACES TO WS-WIRE-ORIGIN.
           MOVE SPACES TO WS-WIRE-COMMODITY.
           MOVE PO-PART-ID TO XR-PART-ID.
           MOVE PO-SUPPLIER TO XR-SUPPLIER-ID.
           READ SUPPXREF-FILE
                   CONTINUE
                NOT INVALID KEY
                   MOVE XR-CATALOG-NUMBER TO WS-WIRE-CATALOG
                   MOVE XR-ORIGIN-COUNTRY TO WS-WIRE-ORIGIN
                   MOVE XR-COMMODITY-CODE TO WS-WIRE-COMMODITY
                   IF XR-UOM-FACTOR NUMERIC
                      AND XR-UOM-FACTOR GREATER THAN 1
                      AND FUNCTION MOD(PO-SUGGESTED-QUANTITY,
