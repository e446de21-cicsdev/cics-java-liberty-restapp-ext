      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Replay the part-merge transfer pairs
      *                    PARTMRG writes - they carry part totals.
      *
      *****************************************************************

      *          in their old/new quantities, not STOCK-QUANTITY,
      *          and a transfer never moves the part total - skip
      *          them rather than corrupt the rebuilt quantity.
      *          A part-merge pair (no location) is the exception:
      *          it does carry the part totals, and is replayed.
                 IF WS-WORK-DATE EQUAL WS-REBUILD-DATE
                    AND (NOT MV-TYPE-TRANSFER
                         OR MV-LOCATION EQUAL SPACES)
                    PERFORM APPLY-ONE-MOVEMENT
                 END-IF
              END-IF
