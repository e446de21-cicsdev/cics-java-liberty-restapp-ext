      *                    a unit QC hasn't released (or has
      *                    rejected) can never satisfy an issue's
      *                    serial check - INSPREL moves them on.
      *  15 Oct 2026  DEV  A registered delivery note is stamped
      *                    with the PO the receipt matched and the
      *                    unit cost it came in at, so LANDCST can
      *                    spread a later freight or duty charge
      *                    over the note by value.
      *  15 Oct 2026  DEV  A hazardous part (PARTCTRL hazard
      *                    class) is refused with 'Z' when the
      *                    location it would land in does not
      *                    permit its class, and the putaway
      *                    suggestion only offers a location that
      *                    does.
      *  15 Oct 2026  DEV  The putaway suggestion prefers a
      *                    location with room for the receipt
      *                    (LOCMAST capacity against the space
      *                    already taken, by the SPACECHK check),
      *                    and a trailing space-warning flag says
      *                    when the suggested or booked location
      *                    would overflow.
      *  15 Oct 2026  DEV  The delivery's DOCKAPPT dock appointment
      *                    for the day (booked against the ASN the
      *                    receipt checked off, or the PO it
      *                    matched) is marked arrived, with the
      *                    time, when its first line is received.
      *  15 Oct 2026  DEV  Every receipt posted to stock leaves an
      *                    RCPTLOG entry of what it changed - lot,
      *                    location, PO line and closes, on-order
      *                    relieved, prior average cost, variance,
      *                    delivery note and backorders filled -
      *                    for the RCPTREV reversal to unwind.
      *  15 Oct 2026  DEV  Index each ledger entry by part on STKMVIX
      *                    through MOVINDX, for the part history
      *                    inquiries.
      *  15 Oct 2026  DEV  The source's country of origin and
      *                    commodity code (SUPPXREF) are carried
      *                    onto the RCPTLOG entry, or the INSPHOLD
      *                    entry of a quarantined receipt with its
      *                    PO line, for the IMPDECL import
      *                    declaration.
      *  15 Oct 2026  DEV  Stamp the PO header's closed date when
      *                    the last open line is received, for the
      *                    POARCH archive.
      *  15 Oct 2026  DEV  The receipt that closes a kanban PO line
      *                    sends the line's KANBAN card back to
      *                    full.
      *  15 Oct 2026  DEV  Each serial received carries its supplier,
      *                    receipt PO and the source's warranty
      *                    terms (SUPPXREF), with the expiry date
      *                    when the warranty counts from receipt.
      *  15 Oct 2026  DEV  The serials a receipt put into stock go
      *                    on its RCPTLOG entry, with what a unit
      *                    coming back around said before, for
      *                    RCPTREV to take back out; a SERIALNO
      *                    write or rewrite that does not take now
      *                    rolls the whole receipt back instead of
      *                    booking it with no serial registered.
      *
      *****************************************************************

           COPY STKLOT.
      *
      *    PARTCTRL copybook - whether this part's receipts are
      *    quarantined for incoming inspection, and its hazard
      *    class.
           COPY PARTCTRL.
      *
      *    INSPHOLD copybook - the quarantine entry a flagged
           COPY SERIALNO.
      *
      *    LOCMAST copybook - the location master a keyed putaway
      *    location must be active on, and whose permitted hazard
      *    classes a hazardous part must be among.
           COPY LOCMAST.
      *
      *    Shared hazard-compatibility work fields - see
      *    HAZCOMPW/HAZCOMPP.
           COPY HAZCOMPW.
      *
      *    Shared warranty-expiry work fields - see
      *    WARRDATW/WARRDATP.
           COPY WARRDATW.
      *
      *    SUPPXREF copybook - the source's purchase-UOM factor a
      *    purchase-unit receipt converts through.
           COPY SUPPXREF.
      *    is checked off against.
           COPY ASN.
      *
      *    DOCKAPPT copybook - the dock appointment the delivery's
      *    first line marks arrived.
           COPY DOCKAPPT.
      *
      *    PPV copybook - the price-variance entry a matched
      *    receipt records.
           COPY PPV.
      *    LABELREC copybook - the bin label every receipt cuts.
           COPY LABELREC.
      *
      *    RCPTLOG copybook - the register entry a receipt posted
      *    to stock leaves for a later reversal.
           COPY RCPTLOG.
      *
      *    KANBAN copybook - the card a kanban PO line refills.
           COPY KANBAN.
      *
      *    Name of the CICS files to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  SERIAL-FILE-NAME     PIC X(8) VALUE 'SERIALNO'.
       77  LOCMAST-FILE-NAME    PIC X(8) VALUE 'LOCMAST'.
       77  ASN-FILE-NAME        PIC X(8) VALUE 'ASNFILE'.
       77  APPT-FILE-NAME       PIC X(8) VALUE 'DOCKAPPT'.
       77  PPV-FILE-NAME        PIC X(8) VALUE 'PPVFILE'.
       77  XREF-FILE-NAME       PIC X(8) VALUE 'SUPPXREF'.
       77  LOG-FILE-NAME        PIC X(8) VALUE 'RCPTLOG'.
       77  KANBAN-FILE-NAME     PIC X(8) VALUE 'KANBAN'.
      *
      *    Smallest EIBCALEN a caller must supply before the
      *    purchase-unit flag after the ASN flag is honored, and
      *
       77  PERDCHK-PROGRAM      PIC X(8) VALUE 'PERDCHK'.
       77  MOVPUB-PROGRAM       PIC X(8) VALUE 'MOVPUB'.
       77  MOVINDX-PROGRAM      PIC X(8) VALUE 'MOVINDX'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  SPACECHK-PROGRAM     PIC X(8) VALUE 'SPACECHK'.
      *
      *    Smallest EIBCALEN a caller must supply before the
      *    space-warning flag after the delivery note is filled in
      *    on the way back.
       77  SPACE-MIN-CALEN      PIC 9(4) VALUE 360.
      *
      *    The most putaway candidates put to the space check -
      *    one slot of SPACECHK's ten is kept for the location
      *    the receipt is booked into.
       77  MAX-PUTAWAY-CANDIDATES PIC 9(2) VALUE 9.
      *
      *    Commarea for the PERDCHK accounting-period resolver
      *    every ledger entry is stamped through.
           03 PD-PERIOD              PIC 9(6) DISPLAY.
           03 PD-ROLLED-FLAG         PIC X(1).
           03 PD-RETURN-CODE         PIC X(1).
      *
      *    Commarea for the SPACECHK capacity check the putaway
      *    candidates are put to.
       01  WS-SPACECHK-AREA.
           03 SK-PART-ID             PIC 9(8) DISPLAY.
           03 SK-QUANTITY            PIC 9(8) DISPLAY.
           03 SK-INCOMING-SPACE      PIC 9(9)V99 DISPLAY.
           03 SK-LOCATION-COUNT      PIC 9(2) DISPLAY.
           03 SK-LOCATION-ENTRY      OCCURS 10 TIMES.
              05 SK-LOCATION         PIC X(10).
              05 SK-CAPACITY         PIC 9(7) DISPLAY.
              05 SK-OCCUPIED         PIC 9(9)V99 DISPLAY.
              05 SK-ROOM-FLAG        PIC X(1).
           03 SK-RETURN-CODE         PIC X(1).
      *
       01  WS-STORAGE.
           03 PERDCHK-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 MOVPUB-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 MOVINDX-RESP      PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FREEZE-FLAG    PIC X(1)          VALUE 'N'.
              88 POSTING-IS-FROZEN VALUE 'Y'.
           03 WRITE-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 WRITE-RESP2       PIC 9(8)  COMP    VALUE ZERO.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 KANBAN-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
              88 MATCH-OVER        VALUE 'V'.
              88 MATCH-UNDER       VALUE 'U'.
           03 WS-MATCHED-PO     PIC 9(8)  VALUE ZERO.
           03 WS-MATCHED-PRICE  PIC 99999V99 PACKED-DECIMAL
                                 VALUE ZERO.
           03 WS-MOVE-LOCATION  PIC X(10) VALUE SPACES.
           03 LOC-RESP          PIC 9(8)  COMP VALUE ZERO.
      *
           03 LOT-RESP          PIC 9(8)  COMP VALUE ZERO.
           03 WS-LOT-SEQUENCE   PIC 9(3)       VALUE ZERO.
      *
      *    Putaway-suggestion state: the candidate locations
      *    (the part's home and its existing LOCBAL balances,
      *    found before this receipt lands) in the SPACECHK
      *    commarea, with each one's balance alongside; 'N' marks
      *    the booked location when it is there only to be
      *    checked for room.
           03 WS-SUGGESTED-LOC  PIC X(10) VALUE SPACES.
           03 WS-SUG-BROWSE-KEY PIC X(18) VALUE SPACES.
           03 WS-SUG-BEST-QTY   PIC S9(9) PACKED-DECIMAL VALUE ZERO.
           03 WS-SUG-BEST-ANY   PIC S9(9) PACKED-DECIMAL VALUE ZERO.
           03 WS-SUG-NEW-LOC    PIC X(10) VALUE SPACES.
           03 WS-SUG-NEW-QTY    PIC S9(9) PACKED-DECIMAL VALUE ZERO.
           03 WS-SUG-INDEX      PIC 9(4)  COMP VALUE ZERO.
           03 WS-SUG-FOUND      PIC 9(4)  COMP VALUE ZERO.
           03 WS-SUG-CANDIDATES PIC 9(4)  COMP VALUE ZERO.
           03 WS-SUG-CANDIDATE  OCCURS 10 TIMES.
              05 WS-SUG-CAND-QTY  PIC S9(9) PACKED-DECIMAL.
              05 WS-SUG-CAND-FLAG PIC X(1).
           03 SPACECHK-RESP     PIC 9(8)  COMP VALUE ZERO.
           03 WS-SPACE-WARNING  PIC X(1)  VALUE 'N'.
              88 SPACE-WOULD-OVERFLOW VALUE 'Y'.
      *
      *    Inspection-hold state: whether this part's receipts
      *    quarantine, and the next free hold sequence.
           03 XREF-RESP         PIC 9(8)  COMP VALUE ZERO.
           03 WS-UOM-ODD-FLAG   PIC X(1)       VALUE 'N'.
      *
      *    The same SUPPXREF read's customs data, for the
      *    receipt's register or quarantine entry.
           03 WS-ORIGIN-COUNTRY PIC X(2)       VALUE SPACES.
           03 WS-COMMODITY-CODE PIC X(10)      VALUE SPACES.
      *
      *    And its warranty terms, for the serials received.
           03 WS-WARRANTY-MONTHS PIC 9(3)      VALUE ZERO.
           03 WS-WARRANTY-BASIS PIC X(1)       VALUE SPACE.
      *
      *    Delivery-note registration state.
           03 NOTE-RESP         PIC 9(8)  COMP VALUE ZERO.
           03 NOTIFY-RESP       PIC 9(8)  COMP VALUE ZERO.
           03 WS-ASN-ACTIVE     PIC X(1)       VALUE 'N'.
              88 ASN-BROWSE-ACTIVE VALUE 'Y'.
      *
      *    Dock-appointment state: the day's browse and the key of
      *    the booking this delivery arrived for.
           03 APPT-RESP         PIC 9(8)  COMP VALUE ZERO.
           03 WS-APPT-BROWSE-KEY PIC X(18)     VALUE SPACES.
           03 WS-APPT-MATCH-KEY PIC X(18)      VALUE SPACES.
           03 WS-APPT-ACTIVE    PIC X(1)       VALUE 'N'.
              88 APPT-BROWSE-ACTIVE VALUE 'Y'.
      *
      *    Receipt-register state: the date and task the receipt's
      *    ledger entry carries, which key its RCPTLOG entry.
           03 LOG-RESP          PIC 9(8)  COMP VALUE ZERO.
           03 WS-RCPT-DATE      PIC X(8)       VALUE SPACES.
           03 WS-RCPT-TASK      PIC 9(7)       VALUE ZERO.
      *
      *    One notification line per filled backorder, written to
      *    the BORD queue.
       01  BO-NOTIFY-MESSAGE.
      *    Where the system recommends this part be put away - the
      *    location already holding it with the deepest balance,
      *    or the part's own WAREHOUSE-LOCATION when none holds
      *    any; for a hazardous part, only a location permitting
      *    its class (blank when none does). Output only, filled
      *    in for a caller whose EIBCALEN covers it
      *    (SUGGEST-MIN-CALEN), so the screen can show
      *    the operator a recommended shelf instead of everyone
      *    inventing their own.
           03 CA-SUGGESTED-LOCATION  PIC X(10).
      *    for a caller whose EIBCALEN covers it
      *    (DNOTE-MIN-CALEN).
           03 CA-DELIVERY-NOTE       PIC X(16).
      *
      *    'Y' when the suggested location, or the location the
      *    receipt is booked into, has too little room left for
      *    it - the receipt still posts; 'N' otherwise. Output
      *    only, filled in for a caller whose EIBCALEN covers it
      *    (SPACE-MIN-CALEN).
           03 CA-SPACE-WARNING       PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
              WHEN OTHER
                 PERFORM CONVERT-PURCHASE-UNITS
                 PERFORM RESOLVE-MOVE-LOCATION
                 PERFORM CHECK-INSPECTION-FLAG
      *          The putaway suggestion reads the balances as they
      *          stood before this receipt lands on one of them.
                 PERFORM SUGGEST-PUTAWAY-LOCATION
                 PERFORM VALIDATE-SERIAL-LIST
                 PERFORM VALIDATE-MOVE-LOCATION
                 PERFORM CHECK-MOVE-LOCATION-HAZARD
                 IF SERIAL-LIST-BAD OR MOVE-LOCATION-BAD
                    OR HZ-LOCATION-REFUSES
      *             A serial-controlled part must arrive with one
      *             serial per unit, a keyed location must be on
      *             the location master, and a hazardous part
      *             must land where its class is permitted -
      *             nothing moves otherwise.
                    IF HZ-LOCATION-REFUSES
                       SET RC-HAZARD-REFUSED TO TRUE
                    ELSE
                       SET RC-VALIDATION-ERROR TO TRUE
                    END-IF
                    EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
                 ELSE
      *          The note registers only once everything else
                 END-IF
                 IF RC-SUCCESS OR RC-HELD-INSPECTION
                    PERFORM MATCH-RECEIPT-TO-ASN
                    PERFORM MARK-APPOINTMENT-ARRIVED
                    PERFORM WRITE-LABEL-RECORD
                    PERFORM STAMP-DELIVERY-NOTE-COST
                 END-IF
                 IF RC-SUCCESS
                    PERFORM WRITE-RECEIPT-LOG
                 END-IF
                 END-IF
                 END-IF
           IF EIBCALEN NOT LESS THAN UOMODD-MIN-CALEN
              MOVE WS-UOM-ODD-FLAG TO CA-UOM-ODD-FLAG
           END-IF.
           IF EIBCALEN NOT LESS THAN SPACE-MIN-CALEN
              MOVE WS-SPACE-WARNING TO CA-SPACE-WARNING
           END-IF.
      *
      *    Back to CICS
           EXEC CICS RETURN END-EXEC.
      *    rewrite the record, and leave the ledger, location, lot,
      *    backorder and PO-match trail behind it.
       POST-RECEIPT-TO-STOCK.
      *
      *    The register entry collects what the receipt changes as
      *    each step below runs - see WRITE-RECEIPT-LOG.
           MOVE SPACES TO RECEIPT-LOG-RECORD.
           MOVE 'N' TO RL-LINE-CLOSED-FLAG.
           MOVE 'N' TO RL-PO-CLOSED-FLAG.
           MOVE ZERO TO RL-ON-ORDER-RELIEVED.
           MOVE ZERO TO RL-VARIANCE-VALUE.
           MOVE ZERO TO RL-PO-PRICE.
           MOVE ZERO TO RL-BACKORDER-COUNT.
           MOVE ZERO TO RL-SERIAL-COUNT.
           MOVE AVERAGE-COST OF WS-STOCK-PART
                TO RL-PRIOR-AVERAGE-COST.
           MOVE UNIT-PRICE OF WS-STOCK-PART TO RL-RECEIPT-PRICE.
      *
           MOVE STOCK-QUANTITY OF WS-STOCK-PART
                TO MV-OLD-QUANTITY.
              MOVE STOCK-QUANTITY OF WS-STOCK-PART
                   TO MV-NEW-QUANTITY
              PERFORM WRITE-MOVEMENT-RECORD
              MOVE WS-DATE8 TO WS-RCPT-DATE
              MOVE WS-TASK-NUMBER TO WS-RCPT-TASK
              PERFORM ADD-TO-LOCATION-BALANCE
              PERFORM RECORD-RECEIPT-LOT
              PERFORM FILL-WAITING-BACKORDERS
       POST-RECEIPT-TO-STOCK-EXIT.
           EXIT.
      *
      *    Does this part's receipt quarantine, is it serial-
      *    controlled, and is it hazardous? A part with no PARTCTRL
      *    entry (or a control file problem) takes the ordinary
      *    path on every count - the controls are opt-in per part.
       CHECK-INSPECTION-FLAG.
      *
           MOVE 'N' TO WS-INSPECT-FLAG.
           MOVE 'N' TO WS-SERIAL-FLAG.
           MOVE SPACES TO WS-HZ-PART-CLASS.
           MOVE CA-PART-ID TO PC-PART-ID.
           EXEC CICS READ FILE(CTRL-FILE-NAME)
                     INTO(PART-CONTROL-RECORD)
              IF PC-SERIAL-CONTROLLED
                 MOVE 'Y' TO WS-SERIAL-FLAG
              END-IF
              MOVE PC-HAZARD-CLASS TO WS-HZ-PART-CLASS
           END-IF.
      *
       CHECK-INSPECTION-FLAG-EXIT.
       VALIDATE-MOVE-LOCATION-EXIT.
           EXIT.
      *
      *    A hazardous part may only land where the location's
      *    permitted list names its class - keyed or defaulted to
      *    the home location alike, so the location must be on the
      *    master. A non-hazardous part passes untouched.
       CHECK-MOVE-LOCATION-HAZARD.
      *
           SET HZ-LOCATION-ACCEPTS TO TRUE.
           IF WS-HZ-PART-CLASS NOT EQUAL SPACES
              AND MOVE-LOCATION-OK
              MOVE WS-MOVE-LOCATION TO WS-HZ-LOCATION
              PERFORM READ-HAZARD-LOCATION
           END-IF.
      *
       CHECK-MOVE-LOCATION-HAZARD-EXIT.
           EXIT.
      *
      *    Read WS-HZ-LOCATION off the location master and apply
      *    the shared rule to it - a location not on the master,
      *    or inactive, accepts nothing hazardous.
       READ-HAZARD-LOCATION.
      *
           MOVE WS-HZ-LOCATION TO LM-LOCATION.
           EXEC CICS READ FILE(LOCMAST-FILE-NAME)
                     INTO(LOCATION-MASTER-RECORD)
                     RIDFLD(LM-LOCATION)
                     RESP(LOCMAST-RESP)
                     END-EXEC.
           IF LOCMAST-RESP EQUAL DFHRESP(NORMAL)
              AND LM-LOCATION-ACTIVE
              PERFORM CHECK-HAZARD-COMPATIBLE
           ELSE
              SET HZ-LOCATION-REFUSES TO TRUE
           END-IF.
      *
       READ-HAZARD-LOCATION-EXIT.
           EXIT.
      *
      *    Write one SERIALNO record per serial received, in stock
      *    and tied to the lot the units arrived as. A serial
      *    already on file (a unit coming back around) is re-read
      *    and rewritten as in stock again. The first one that
      *    does not take rolls the receipt back.
       RECORD-SERIAL-NUMBERS.
      *
           PERFORM VARYING WS-SERIAL-INDEX FROM 1 BY 1
                     UNTIL WS-SERIAL-INDEX GREATER THAN
                           WS-SERIAL-COUNT
                        OR RC-FILE-ERROR
              PERFORM RECORD-ONE-SERIAL
           END-PERFORM.
      *
           MOVE WS-SERIAL-LOT TO SN-LOT-NUMBER.
           MOVE WS-DATE8 TO SN-RECEIPT-DATE.
           EXEC CICS ASSIGN USERID(SN-RECEIPT-USERID) END-EXEC.
           MOVE ZERO TO SN-CLAIM-NUMBER.
           PERFORM STAMP-SERIAL-WARRANTY.
      *
      *    The receipt's register entry notes the serial as new;
      *    a unit already on file overwrites that below with what
      *    its record said before.
           MOVE CA-SERIAL-NUMBER(WS-SERIAL-INDEX)
                TO RL-SERIAL-NUMBER(WS-SERIAL-INDEX).
           MOVE SPACE TO RL-SN-PRIOR-STATUS(WS-SERIAL-INDEX).
      *
           EXEC CICS WRITE FILE(SERIAL-FILE-NAME)
                     FROM(SERIAL-NUMBER-RECORD)
                        RESP(SERIAL-RESP)
                        END-EXEC
              IF SERIAL-RESP EQUAL DFHRESP(NORMAL)
                 PERFORM NOTE-PRIOR-SERIAL-STATE
                 IF RC-HELD-INSPECTION
                    SET SN-STATUS-HELD TO TRUE
                 ELSE
                 MOVE WS-DATE8 TO SN-RECEIPT-DATE
                 EXEC CICS ASSIGN USERID(SN-RECEIPT-USERID)
                           END-EXEC
                 IF SN-CLAIM-NUMBER NOT NUMERIC
                    MOVE ZERO TO SN-CLAIM-NUMBER
                 END-IF
                 PERFORM STAMP-SERIAL-WARRANTY
                 EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                           FROM(SERIAL-NUMBER-RECORD)
                           RESP(SERIAL-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
      *    A serial that did not register - the write, the re-read
      *    or the rewrite - leaves a unit in stock no one can
      *    trace, so the receipt does not stand: everything it
      *    did is rolled back, as a failed reversal is in RCPTREV.
           IF SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
              SET RC-FILE-ERROR TO TRUE
              MOVE SPACES TO WS-STOCK-PART
              MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART
           END-IF.
      *
       RECORD-ONE-SERIAL-EXIT.
           EXIT.
      *
      *    What a unit coming back around said before this receipt
      *    rewrites it, onto the register entry so a reversal can
      *    put it back.
       NOTE-PRIOR-SERIAL-STATE.
      *
           MOVE SN-STATUS TO RL-SN-PRIOR-STATUS(WS-SERIAL-INDEX).
           MOVE SN-LOT-NUMBER TO RL-SN-PRIOR-LOT(WS-SERIAL-INDEX).
           MOVE SN-RECEIPT-DATE
                TO RL-SN-PRIOR-RECEIPT-DATE(WS-SERIAL-INDEX).
           MOVE SN-RECEIPT-USERID
                TO RL-SN-PRIOR-RECEIPT-USERID(WS-SERIAL-INDEX).
           MOVE SN-SUPPLIER-ID
                TO RL-SN-PRIOR-SUPPLIER-ID(WS-SERIAL-INDEX).
           MOVE SN-RECEIPT-PO
                TO RL-SN-PRIOR-RECEIPT-PO(WS-SERIAL-INDEX).
           MOVE SN-WARRANTY-MONTHS
                TO RL-SN-PRIOR-WARRANTY-MONTHS(WS-SERIAL-INDEX).
           MOVE SN-WARRANTY-BASIS
                TO RL-SN-PRIOR-WARRANTY-BASIS(WS-SERIAL-INDEX).
           MOVE SN-WARRANTY-EXPIRY
                TO RL-SN-PRIOR-WARRANTY-EXPIRY(WS-SERIAL-INDEX).
      *
       NOTE-PRIOR-SERIAL-STATE-EXIT.
           EXIT.
      *
      *    Where the unit came from and the warranty it was bought
      *    under. Terms counted from receipt run out that many
      *    months from today; terms counted from issue wait for
      *    the issue to date them. A source with no terms leaves
      *    the unit marked as carrying none.
       STAMP-SERIAL-WARRANTY.
      *
           MOVE WS-PART-SUPPLIER TO SN-SUPPLIER-ID.
           MOVE WS-MATCHED-PO TO SN-RECEIPT-PO.
           MOVE SPACES TO SN-WARRANTY-EXPIRY.
           IF WS-WARRANTY-MONTHS GREATER THAN ZERO
              MOVE WS-WARRANTY-MONTHS TO SN-WARRANTY-MONTHS
              MOVE WS-WARRANTY-BASIS TO SN-WARRANTY-BASIS
              IF SN-WARRANTY-FROM-RECEIPT
                 MOVE WS-DATE8 TO WS-WD-START-DATE
                 MOVE SN-WARRANTY-MONTHS TO WS-WD-MONTHS
                 PERFORM COMPUTE-WARRANTY-EXPIRY
                 MOVE WS-WD-EXPIRY TO SN-WARRANTY-EXPIRY
              END-IF
           ELSE
              MOVE ZERO TO SN-WARRANTY-MONTHS
              SET SN-WARRANTY-NONE TO TRUE
           END-IF.
      *
       STAMP-SERIAL-WARRANTY-EXIT.
           EXIT.
      *
      *    Land the receipt in the INSPHOLD quarantine on the next
      *    free sequence for the part, carrying everything the
      *    eventual release needs to finish the receipt - lot,
           MOVE WS-MOVE-LOCATION TO IH-LOCATION.
           MOVE WS-DATE8 TO IH-RECEIPT-DATE.
           MOVE WS-MATCHED-PO TO IH-PO-NUMBER.
           IF WS-MATCHED-PO GREATER THAN ZERO
              MOVE WS-MATCHED-KEY(9:3) TO IH-PO-LINE
           ELSE
              MOVE ZERO TO IH-PO-LINE
           END-IF.
           MOVE WS-ORIGIN-COUNTRY TO IH-ORIGIN-COUNTRY.
           MOVE WS-COMMODITY-CODE TO IH-COMMODITY-CODE.
           SET IH-STATUS-HELD TO TRUE.
      *
      *    Find a free sequence under the part - try 001 upward
                        RESP(BO-RESP)
                        END-EXEC
              IF BO-RESP EQUAL DFHRESP(NORMAL)
                 ADD 1 TO RL-BACKORDER-COUNT
                 MOVE BO-SEQUENCE TO
                      RL-BACKORDER-SEQUENCE(RL-BACKORDER-COUNT)
                 MOVE BO-PART-ID TO BN-PART-ID
                 MOVE BO-SHORT-QUANTITY TO BN-QUANTITY
                 MOVE BO-REQUESTER-REF TO BN-REQUESTER
      *    already holding the part with the deepest balance, so
      *    two receivers stop splitting the same part across two
      *    aisles. A part held nowhere yet suggests its own home
      *    WAREHOUSE-LOCATION. Only a location with room for the
      *    receipt (SPACECHK) is suggested while there is one;
      *    when none has, the deepest stands and the space
      *    warning is raised - as it is when the location the
      *    receipt is booked into would overflow.
       SUGGEST-PUTAWAY-LOCATION.
      *
           MOVE SPACES TO WS-SUGGESTED-LOC.
           MOVE 'N' TO WS-SPACE-WARNING.
           MOVE ZERO TO SK-LOCATION-COUNT.
           MOVE ZERO TO WS-SUG-CANDIDATES.
      *
           MOVE WAREHOUSE-LOCATION OF WS-STOCK-PART
                TO WS-SUG-NEW-LOC.
           MOVE ZERO TO WS-SUG-NEW-QTY.
           PERFORM ADD-PUTAWAY-CANDIDATE.
      *
           MOVE SPACES TO WS-SUG-BROWSE-KEY.
           MOVE CA-PART-ID TO WS-SUG-BROWSE-KEY(1:8).
           EXEC CICS STARTBR FILE(LOC-FILE-NAME)
                     RIDFLD(WS-SUG-BROWSE-KEY)
                     GTEQ
                           END-EXEC
                 IF LOC-RESP EQUAL DFHRESP(NORMAL)
                    AND LB-PART-ID EQUAL CA-PART-ID
                    MOVE LB-LOCATION TO WS-SUG-NEW-LOC
                    MOVE LB-QUANTITY TO WS-SUG-NEW-QTY
                    PERFORM ADD-PUTAWAY-CANDIDATE
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(LOC-FILE-NAME) END-EXEC
           END-IF.
      *
      *    A hazardous part nowhere compatible yet is offered the
      *    first active location that permits its class.
           IF WS-HZ-PART-CLASS NOT EQUAL SPACES
              AND WS-SUG-CANDIDATES EQUAL ZERO
              PERFORM FIND-HAZARD-LOCATION
              MOVE WS-SUGGESTED-LOC TO WS-SUG-NEW-LOC
              MOVE ZERO TO WS-SUG-NEW-QTY
              PERFORM ADD-PUTAWAY-CANDIDATE
           END-IF.
      *
      *    The booked location rides along to be checked for room.
           MOVE WS-MOVE-LOCATION TO WS-SUG-NEW-LOC.
           PERFORM FIND-PUTAWAY-CANDIDATE.
           IF WS-SUG-FOUND EQUAL ZERO
              AND WS-MOVE-LOCATION NOT EQUAL SPACES
              ADD 1 TO SK-LOCATION-COUNT
              MOVE WS-MOVE-LOCATION TO
                   SK-LOCATION(SK-LOCATION-COUNT)
              MOVE ZERO TO WS-SUG-CAND-QTY(SK-LOCATION-COUNT)
              MOVE 'N' TO WS-SUG-CAND-FLAG(SK-LOCATION-COUNT)
           END-IF.
      *
           IF SK-LOCATION-COUNT GREATER THAN ZERO
              PERFORM CHECK-CANDIDATE-SPACE
              PERFORM PICK-PUTAWAY-CANDIDATE
           END-IF.
      *
       SUGGEST-PUTAWAY-LOCATION-EXIT.
           EXIT.
      *
      *    Which slot, if any, already holds WS-SUG-NEW-LOC.
       FIND-PUTAWAY-CANDIDATE.
      *
           MOVE ZERO TO WS-SUG-FOUND.
           PERFORM VARYING WS-SUG-INDEX FROM 1 BY 1
                     UNTIL WS-SUG-INDEX GREATER THAN
                           SK-LOCATION-COUNT
              IF SK-LOCATION(WS-SUG-INDEX) EQUAL WS-SUG-NEW-LOC
                 MOVE WS-SUG-INDEX TO WS-SUG-FOUND
              END-IF
           END-PERFORM.
      *
       FIND-PUTAWAY-CANDIDATE-EXIT.
           EXIT.
      *
      *    A location becomes a candidate with its balance - a
      *    balance at the home location replaces the home's zero,
      *    and a hazardous part only considers locations that
      *    permit its class.
       ADD-PUTAWAY-CANDIDATE.
      *
           IF WS-SUG-NEW-LOC NOT EQUAL SPACES
              PERFORM FIND-PUTAWAY-CANDIDATE
              IF WS-SUG-FOUND GREATER THAN ZERO
                 MOVE WS-SUG-NEW-QTY TO
                      WS-SUG-CAND-QTY(WS-SUG-FOUND)
              ELSE
                 IF WS-SUG-CANDIDATES LESS THAN
                    MAX-PUTAWAY-CANDIDATES
                    SET HZ-LOCATION-ACCEPTS TO TRUE
                    IF WS-HZ-PART-CLASS NOT EQUAL SPACES
                       MOVE WS-SUG-NEW-LOC TO WS-HZ-LOCATION
                       PERFORM READ-HAZARD-LOCATION
                    END-IF
                    IF HZ-LOCATION-ACCEPTS
                       ADD 1 TO WS-SUG-CANDIDATES
                       ADD 1 TO SK-LOCATION-COUNT
                       MOVE WS-SUG-NEW-LOC TO
                            SK-LOCATION(SK-LOCATION-COUNT)
                       MOVE WS-SUG-NEW-QTY TO
                            WS-SUG-CAND-QTY(SK-LOCATION-COUNT)
                       MOVE 'Y' TO
                            WS-SUG-CAND-FLAG(SK-LOCATION-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       ADD-PUTAWAY-CANDIDATE-EXIT.
           EXIT.
      *
      *    Ask SPACECHK how much room each location has for this
      *    receipt. No answer leaves every location with room -
      *    the suggestion falls back on depth of balance alone.
       CHECK-CANDIDATE-SPACE.
      *
           PERFORM VARYING WS-SUG-INDEX FROM 1 BY 1
                     UNTIL WS-SUG-INDEX GREATER THAN
                           SK-LOCATION-COUNT
              MOVE 'Y' TO SK-ROOM-FLAG(WS-SUG-INDEX)
           END-PERFORM.
           MOVE CA-PART-ID TO SK-PART-ID.
           MOVE CA-RECEIVED-QUANTITY TO SK-QUANTITY.
           MOVE SPACE TO SK-RETURN-CODE.
           EXEC CICS LINK PROGRAM(SPACECHK-PROGRAM)
                     COMMAREA(WS-SPACECHK-AREA)
                     LENGTH(320)
                     RESP(SPACECHK-RESP)
                     END-EXEC.
           IF SPACECHK-RESP NOT EQUAL DFHRESP(NORMAL)
              OR SK-RETURN-CODE NOT EQUAL '0'
              PERFORM VARYING WS-SUG-INDEX FROM 1 BY 1
                        UNTIL WS-SUG-INDEX GREATER THAN
                              SK-LOCATION-COUNT
                 MOVE 'Y' TO SK-ROOM-FLAG(WS-SUG-INDEX)
              END-PERFORM
           END-IF.
      *
       CHECK-CANDIDATE-SPACE-EXIT.
           EXIT.
      *
      *    The deepest candidate with room; failing that the
      *    deepest of all, with the warning raised. The home
      *    location goes in first, so it wins a tie.
       PICK-PUTAWAY-CANDIDATE.
      *
           MOVE -1 TO WS-SUG-BEST-QTY.
           MOVE -1 TO WS-SUG-BEST-ANY.
           MOVE ZERO TO WS-SUG-FOUND.
           PERFORM VARYING WS-SUG-INDEX FROM 1 BY 1
                     UNTIL WS-SUG-INDEX GREATER THAN
                           SK-LOCATION-COUNT
              IF WS-SUG-CAND-FLAG(WS-SUG-INDEX) EQUAL 'Y'
                 IF SK-ROOM-FLAG(WS-SUG-INDEX) EQUAL 'Y'
                    AND WS-SUG-CAND-QTY(WS-SUG-INDEX) GREATER THAN
                        WS-SUG-BEST-QTY
                    MOVE WS-SUG-CAND-QTY(WS-SUG-INDEX)
                         TO WS-SUG-BEST-QTY
                    MOVE SK-LOCATION(WS-SUG-INDEX)
                         TO WS-SUGGESTED-LOC
                 END-IF
                 IF WS-SUG-CAND-QTY(WS-SUG-INDEX) GREATER THAN
                    WS-SUG-BEST-ANY
                    MOVE WS-SUG-CAND-QTY(WS-SUG-INDEX)
                         TO WS-SUG-BEST-ANY
                    MOVE WS-SUG-INDEX TO WS-SUG-FOUND
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-SUG-BEST-QTY LESS THAN ZERO
              AND WS-SUG-FOUND GREATER THAN ZERO
              MOVE SK-LOCATION(WS-SUG-FOUND) TO WS-SUGGESTED-LOC
              SET SPACE-WOULD-OVERFLOW TO TRUE
           END-IF.
      *
           MOVE WS-MOVE-LOCATION TO WS-SUG-NEW-LOC.
           PERFORM FIND-PUTAWAY-CANDIDATE.
           IF WS-SUG-FOUND GREATER THAN ZERO
              IF SK-ROOM-FLAG(WS-SUG-FOUND) EQUAL 'N'
                 SET SPACE-WOULD-OVERFLOW TO TRUE
              END-IF
           END-IF.
      *
       PICK-PUTAWAY-CANDIDATE-EXIT.
           EXIT.
      *
      *    Browse the location master for the first active
      *    location whose permitted list names the part's class.
       FIND-HAZARD-LOCATION.
      *
           MOVE LOW-VALUES TO WS-HZ-LOCATION.
           EXEC CICS STARTBR FILE(LOCMAST-FILE-NAME)
                     RIDFLD(WS-HZ-LOCATION)
                     GTEQ
                     RESP(LOCMAST-RESP)
                     END-EXEC.
           IF LOCMAST-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(LOCMAST-FILE-NAME)
                           INTO(LOCATION-MASTER-RECORD)
                           RIDFLD(WS-HZ-LOCATION)
                           RESP(LOCMAST-RESP)
                           END-EXEC
                 IF LOCMAST-RESP EQUAL DFHRESP(NORMAL)
                    IF LM-LOCATION-ACTIVE
                       PERFORM CHECK-HAZARD-COMPATIBLE
                       IF HZ-LOCATION-ACCEPTS
                          MOVE LM-LOCATION TO WS-SUGGESTED-LOC
                          MOVE 'N' TO WS-BROWSE-ACTIVE
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(LOCMAST-FILE-NAME) END-EXEC
           END-IF.
      *
       FIND-HAZARD-LOCATION-EXIT.
           EXIT.
      *
      *    Check the receipt off against the expected-delivery
      *    register: the part's soonest still-expected ASN line
      *    (the key leads with the expected date inside the part)
       MATCH-RECEIPT-TO-ASN-EXIT.
           EXIT.
      *
      *    Check the truck in against the day's dock appointments:
      *    the first booking still waiting that names the ASN line
      *    just checked off, or the PO the receipt matched, is
      *    marked arrived now. Later lines off the same truck find
      *    it already arrived and leave it alone; a delivery with
      *    no appointment changes nothing.
       MARK-APPOINTMENT-ARRIVED.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
           MOVE SPACES TO WS-APPT-MATCH-KEY.
           MOVE LOW-VALUES TO WS-APPT-BROWSE-KEY.
           MOVE WS-DATE8 TO WS-APPT-BROWSE-KEY(1:8).
      *
           EXEC CICS STARTBR FILE(APPT-FILE-NAME)
                     RIDFLD(WS-APPT-BROWSE-KEY)
                     GTEQ
                     RESP(APPT-RESP)
                     END-EXEC.
           IF APPT-RESP EQUAL DFHRESP(NORMAL)
              SET APPT-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT APPT-BROWSE-ACTIVE
                 OR WS-APPT-MATCH-KEY NOT EQUAL SPACES
                 EXEC CICS READNEXT FILE(APPT-FILE-NAME)
                           INTO(DOCK-APPOINTMENT-RECORD)
                           RIDFLD(WS-APPT-BROWSE-KEY)
                           RESP(APPT-RESP)
                           END-EXEC
                 IF APPT-RESP EQUAL DFHRESP(NORMAL)
                    AND DA-APPT-DATE EQUAL WS-DATE8
                    IF DA-STATUS-BOOKED
                       IF (WS-ASN-FLAG EQUAL 'A'
                           AND DA-ASN-NUMBER NOT EQUAL SPACES
                           AND DA-ASN-NUMBER EQUAL AN-ASN-NUMBER)
                          OR (DA-PO-NUMBER GREATER THAN ZERO
                           AND DA-PO-NUMBER EQUAL WS-MATCHED-PO)
                          OR (WS-ASN-FLAG EQUAL 'A'
                           AND DA-PO-NUMBER GREATER THAN ZERO
                           AND DA-PO-NUMBER EQUAL AN-PO-NUMBER)
                          MOVE DA-KEY TO WS-APPT-MATCH-KEY
                       END-IF
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-APPT-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(APPT-FILE-NAME) END-EXEC
           END-IF.
      *
           IF WS-APPT-MATCH-KEY NOT EQUAL SPACES
              EXEC CICS READ FILE(APPT-FILE-NAME)
                        INTO(DOCK-APPOINTMENT-RECORD)
                        RIDFLD(WS-APPT-MATCH-KEY)
                        UPDATE
                        RESP(APPT-RESP)
                        END-EXEC
              IF APPT-RESP EQUAL DFHRESP(NORMAL)
                 SET DA-STATUS-ARRIVED TO TRUE
                 MOVE WS-DATE8 TO DA-ARRIVED-DATE
                 MOVE WS-TIME6(1:4) TO DA-ARRIVED-TIME
                 EXEC CICS REWRITE FILE(APPT-FILE-NAME)
                           FROM(DOCK-APPOINTMENT-RECORD)
                           RESP(APPT-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       MARK-APPOINTMENT-ARRIVED-EXIT.
           EXIT.
      *
      *    Where the source sells in its own unit, a receipt keyed
      *    in that unit converts to stock units here - and a
      *    stock-unit receipt that isn't a whole number of
       CONVERT-PURCHASE-UNITS.
      *
           MOVE 'N' TO WS-UOM-ODD-FLAG.
           MOVE SPACES TO WS-ORIGIN-COUNTRY.
           MOVE SPACES TO WS-COMMODITY-CODE.
           MOVE ZERO TO WS-WARRANTY-MONTHS.
           MOVE SPACE TO WS-WARRANTY-BASIS.
           MOVE CA-PART-ID TO XR-PART-ID.
           MOVE SUPPLIER OF WS-STOCK-PART TO XR-SUPPLIER-ID.
           EXEC CICS READ FILE(XREF-FILE-NAME)
                     RIDFLD(XR-KEY)
                     RESP(XREF-RESP)
                     END-EXEC.
           IF XREF-RESP EQUAL DFHRESP(NORMAL)
              MOVE XR-ORIGIN-COUNTRY TO WS-ORIGIN-COUNTRY
              MOVE XR-COMMODITY-CODE TO WS-COMMODITY-CODE
              IF XR-WARRANTY-MONTHS NUMERIC
                 AND XR-WARRANTY-MONTHS GREATER THAN ZERO
                 AND (XR-WARRANTY-FROM-RECEIPT
                   OR XR-WARRANTY-FROM-ISSUE)
                 MOVE XR-WARRANTY-MONTHS TO WS-WARRANTY-MONTHS
                 MOVE XR-WARRANTY-BASIS TO WS-WARRANTY-BASIS
              END-IF
           END-IF.
           IF XREF-RESP EQUAL DFHRESP(NORMAL)
              AND XR-UOM-FACTOR NUMERIC
              AND XR-UOM-FACTOR GREATER THAN 1
              MOVE CA-DELIVERY-NOTE TO DN-NOTE-NUMBER
              MOVE CA-PART-ID TO DN-PART-ID
              MOVE CA-RECEIVED-QUANTITY TO DN-QUANTITY
              MOVE ZERO TO DN-PO-NUMBER
              MOVE ZERO TO DN-UNIT-COST
              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-DATE8)
       REGISTER-DELIVERY-NOTE-EXIT.
           EXIT.
      *
      *    Once the receipt has matched (or not), stamp the note's
      *    line with the PO and the unit cost it came in at - the
      *    value basis a later landed-cost charge is spread on.
       STAMP-DELIVERY-NOTE-COST.
      *
           IF EIBCALEN NOT LESS THAN DNOTE-MIN-CALEN
              AND CA-DELIVERY-NOTE NOT EQUAL SPACES
              MOVE SUPPLIER OF WS-STOCK-PART TO DN-SUPPLIER-ID
              MOVE CA-DELIVERY-NOTE TO DN-NOTE-NUMBER
              MOVE CA-PART-ID TO DN-PART-ID
              EXEC CICS READ FILE(NOTE-FILE-NAME)
                        INTO(DELIVERY-NOTE-RECORD)
                        RIDFLD(DN-KEY)
                        UPDATE
                        RESP(NOTE-RESP)
                        END-EXEC
              IF NOTE-RESP EQUAL DFHRESP(NORMAL)
                 MOVE WS-MATCHED-PO TO DN-PO-NUMBER
                 IF WS-MATCHED-PO GREATER THAN ZERO
                    MOVE WS-MATCHED-PRICE TO DN-UNIT-COST
                 ELSE
                    MOVE UNIT-PRICE OF WS-STOCK-PART TO DN-UNIT-COST
                 END-IF
                 EXEC CICS REWRITE FILE(NOTE-FILE-NAME)
                           FROM(DELIVERY-NOTE-RECORD)
                           RESP(NOTE-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       STAMP-DELIVERY-NOTE-COST-EXIT.
           EXIT.
      *
      *    Cut the bin label for this receipt onto the LABL print
      *    feed - everything on it was already in the transaction,
      *    so nothing gets re-copied by hand. A held receipt's
       WRITE-LABEL-RECORD-EXIT.
           EXIT.
      *
      *    Register what this receipt changed on RCPTLOG, under the
      *    part and the date and task its ledger entry carries -
      *    the lot and location it landed in, the PO line it
      *    matched and the delivery note it booked, with the rest
      *    already collected as the receipt posted.
       WRITE-RECEIPT-LOG.
      *
           MOVE CA-PART-ID TO RL-PART-ID.
           MOVE WS-RCPT-DATE TO RL-RECEIPT-DATE.
           MOVE WS-RCPT-TASK TO RL-RECEIPT-TASK.
           MOVE CA-RECEIVED-QUANTITY TO RL-QUANTITY.
           MOVE WS-MOVE-LOCATION TO RL-LOCATION.
           MOVE LT-EXPIRY-DATE TO RL-LOT-EXPIRY-DATE.
           MOVE LT-SEQUENCE TO RL-LOT-SEQUENCE.
           MOVE LT-LOT-NUMBER TO RL-LOT-NUMBER.
           MOVE WS-MATCHED-PO TO RL-PO-NUMBER.
           IF WS-MATCHED-PO GREATER THAN ZERO
              MOVE WS-MATCHED-KEY(9:3) TO RL-PO-LINE
           ELSE
              MOVE ZERO TO RL-PO-LINE
           END-IF.
           MOVE SUPPLIER OF WS-STOCK-PART TO RL-SUPPLIER-ID.
           IF EIBCALEN NOT LESS THAN DNOTE-MIN-CALEN
              MOVE CA-DELIVERY-NOTE TO RL-DELIVERY-NOTE
           END-IF.
           MOVE WS-ORIGIN-COUNTRY TO RL-ORIGIN-COUNTRY.
           MOVE WS-COMMODITY-CODE TO RL-COMMODITY-CODE.
           MOVE WS-SERIAL-COUNT TO RL-SERIAL-COUNT.
           SET RL-STATUS-POSTED TO TRUE.
      *
           EXEC CICS WRITE FILE(LOG-FILE-NAME)
                     FROM(RECEIPT-LOG-RECORD)
                     RIDFLD(RL-KEY)
                     RESP(LOG-RESP)
                     END-EXEC.
      *
       WRITE-RECEIPT-LOG-EXIT.
           EXIT.
      *
      *    Append this movement to the STKMOVE ledger, stamped with
      *    the same identification fields PRICEHST and SUPPAUDT
      *    capture. The caller has already set the part, type and
                     LENGTH(94)
                     RESP(MOVPUB-RESP)
                     END-EXEC.
      *
      *    Index the entry by part on STKMVIX, so one part's
      *    history reads directly instead of by a ledger scan.
           EXEC CICS LINK PROGRAM(MOVINDX-PROGRAM)
                     COMMAREA(STKMOVE)
                     LENGTH(LENGTH OF STKMOVE)
                     RESP(MOVINDX-RESP)
                     END-EXEC.
      *
       WRITE-MOVEMENT-RECORD-EXIT.
           EXIT.
              MOVE ZERO TO WS-MATCHED-PO
           ELSE
              MOVE PO-NUMBER TO WS-MATCHED-PO
              MOVE PO-UNIT-PRICE TO WS-MATCHED-PRICE
              PERFORM POST-RECEIPT-TO-LINE
           END-IF.
      *
              PERFORM RECORD-PRICE-VARIANCE
              PERFORM RELIEVE-ON-ORDER
              IF PO-LINE-CLOSED
                 MOVE 'Y' TO RL-LINE-CLOSED-FLAG
                 IF PO-KANBAN-LINE
                    PERFORM REFILL-KANBAN-CARD
                 END-IF
                 PERFORM CLOSE-PO-IF-COMPLETE
              END-IF
           END-IF.
              EXEC CICS WRITE FILE(PPV-FILE-NAME)
                        FROM(PRICE-VARIANCE-RECORD)
                        END-EXEC
              MOVE PV-VARIANCE-VALUE TO RL-VARIANCE-VALUE
              MOVE PO-UNIT-PRICE TO RL-PO-PRICE
           END-IF.
      *
       RECORD-PRICE-VARIANCE-EXIT.
           IF READ-RESP EQUAL DFHRESP(NORMAL)
              IF CA-RECEIVED-QUANTITY GREATER THAN
                 ON-ORDER-QUANTITY OF WS-STOCK-PART
                 MOVE ON-ORDER-QUANTITY OF WS-STOCK-PART
                      TO RL-ON-ORDER-RELIEVED
                 MOVE ZERO TO ON-ORDER-QUANTITY OF WS-STOCK-PART
              ELSE
                 MOVE CA-RECEIVED-QUANTITY TO RL-ON-ORDER-RELIEVED
                 SUBTRACT CA-RECEIVED-QUANTITY FROM
                     ON-ORDER-QUANTITY OF WS-STOCK-PART
              END-IF
       RELIEVE-ON-ORDER-EXIT.
           EXIT.
      *
      *    A closed kanban line has refilled its bin - the card it
      *    names goes back to full, provided it is still waiting on
      *    this PO (it may since have been reset and scanned
      *    again). A missing card does not hold up the receipt.
       REFILL-KANBAN-CARD.
      *
           MOVE PO-KANBAN-CARD TO KB-CARD-ID.
           EXEC CICS READ FILE(KANBAN-FILE-NAME)
                     INTO(KANBAN-CARD-RECORD)
                     RIDFLD(KB-CARD-ID)
                     UPDATE
                     RESP(KANBAN-RESP)
                     END-EXEC.
           IF KANBAN-RESP EQUAL DFHRESP(NORMAL)
              IF KB-STATUS-IN-REPLEN
                 AND KB-PO-NUMBER EQUAL PO-NUMBER
                 SET KB-STATUS-FULL TO TRUE
                 MOVE WS-DATE8 TO KB-REFILL-DATE
                 EXEC CICS REWRITE FILE(KANBAN-FILE-NAME)
                           FROM(KANBAN-CARD-RECORD)
                           RESP(KANBAN-RESP)
                           END-EXEC
              ELSE
                 EXEC CICS UNLOCK FILE(KANBAN-FILE-NAME) END-EXEC
              END-IF
           END-IF.
      *
       REFILL-KANBAN-CARD-EXIT.
           EXIT.
      *
      *    Once a line closes, close the whole PO if no line on it
      *    is still open.
       CLOSE-PO-IF-COMPLETE.
                        END-EXEC
              IF PO-RESP EQUAL DFHRESP(NORMAL)
                 SET PO-STATUS-CLOSED TO TRUE
                 MOVE WS-DATE8 TO PO-CLOSED-DATE
                 EXEC CICS REWRITE FILE(PO-FILE-NAME)
                           FROM(PURCHASE-ORDER-RECORD)
                           RESP(PO-RESP)
                           END-EXEC
                 IF PO-RESP EQUAL DFHRESP(NORMAL)
                    MOVE 'Y' TO RL-PO-CLOSED-FLAG
                 END-IF
              END-IF
           END-IF.
      *
      *
       CHECK-POSTING-FREEZE-EXIT.
           EXIT.
      *
      *    Shared hazard-compatibility paragraph - see HAZCOMPP.cpy.
           COPY HAZCOMPP.
      *
      *    Shared warranty-expiry paragraph - see WARRDATP.cpy.
           COPY WARRDATP.
