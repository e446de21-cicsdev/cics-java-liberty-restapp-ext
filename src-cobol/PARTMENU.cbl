      *                    frozen, closed-period and over-budget
      *                    refusals each get their own message
      *                    instead of the generic file error.
      *  15 Oct 2026  DEV  A receipt refused because the location
      *                    does not permit the part's hazard class
      *                    says so instead of the file error.
      *  15 Oct 2026  DEV  The receipt takes RECVGDS's grown 360-
      *                    byte commarea and warns LOCATION OVER
      *                    CAP when the putaway location would
      *                    overflow.
      *  15 Oct 2026  DEV  An issue sends ISSUGDS's grown 362-byte
      *                    commarea in offer mode - a short part
      *                    with an interchangeable part in stock
      *                    names the equivalent to key instead.
      *  15 Oct 2026  DEV  An add over an existing part (ADDPART's
      *                    amend) is refused when the part no
      *                    longer reads as it did when this
      *                    terminal displayed it (VSTAMPW/VSTAMPP
      *                    version stamp) - the current values are
      *                    shown for the operator to re-key
      *                    against.
      *
      *****************************************************************

      *    be tested the same way regardless of which program set it.
           COPY RTNCODE.
      *
      *    Shared version stamp work fields - see VSTAMPW/VSTAMPP.
           COPY VSTAMPW.
      *
      *    PARTMN1 symbolic map - see PARTMNS.bms/PARTMN1.cpy.
           COPY PARTMN1.
      *
           03 RV-PURCHASE-UNIT-FLAG  PIC X(1).
           03 RV-UOM-ODD-FLAG        PIC X(1).
           03 RV-DELIVERY-NOTE       PIC X(16).
           03 RV-SPACE-WARNING       PIC X(1).
      *
       01  WS-ISSUGDS-AREA.
           03 IS-PART-ID             PIC 9(8) DISPLAY.
           03 IS-REQUISITION         PIC X(8).
           03 IS-BUDGET-OVERRIDE     PIC X(1).
           03 IS-BUDGET-FLAG         PIC X(1).
      *    No job from the screen; a short part is answered with
      *    the interchangeable part in stock, offered not taken -
      *    the clerk keys the equivalent if the requester wants it.
           03 IS-JOB-NUMBER          PIC X(8).
           03 IS-SUBSTITUTE-MODE     PIC X(1).
           03 IS-SUBSTITUTE-PART-ID  PIC 9(8) DISPLAY.
      *
      *    Commarea for the shared AUTHCHK entitlement check run
      *    before any option dispatches.
           03 WS-NOTE-ACTIVE         PIC X(1) VALUE 'N'.
              88 NOTE-BROWSE-ACTIVE     VALUE 'Y'.
           03 WS-USERID              PIC X(8) VALUE SPACES.
           03 WS-PART-VERSION-FLAG   PIC X(1) VALUE 'N'.
              88 PART-VERSION-OK        VALUE 'Y'.
              88 PART-VERSION-REFUSED   VALUE 'N'.
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
           MOVE ZERO TO WS-DISPLAY-COUNT.
           PERFORM CLEAR-RESULT-ROWS.
           MOVE SPACES TO MSGO.
           MOVE 'PM' TO WS-VS-SCREEN.

      *    The signed-on user (or one of their LINK2SEC-resolved
      *    roles) must be entitled to the option before anything
      *    Add a new part by LINKing to ADDPART. Unsupplied fields
      *    other than PART-ID/DESCRIPTION/PRICE default the same way
      *    ADDPART itself defaults a blank CURRENCY-CODE and
      *    DISCONTINUED-FLAG. A part already on file is amended,
      *    so it must first pass CHECK-PART-VERSION.
       DO-ADD.
      *
           SET PART-VERSION-REFUSED TO TRUE.
           IF NOT PARTIDI NUMERIC
              MOVE 'PART ID MUST BE NUMERIC' TO MSGO
           ELSE
              PERFORM CHECK-PART-VERSION
           END-IF.
      *
           IF PART-VERSION-OK
              MOVE SPACES TO WS-STOCK-PART
              MOVE LOW-VALUES TO WS-STOCK-PART
              MOVE PARTIDI TO PART-ID OF WS-STOCK-PART
                 MOVE AP-RETURN-CODE TO RETURN-CODE
                 MOVE AP-STOCK-PART TO WS-STOCK-PART
                 PERFORM SHOW-ONE-PART
                 IF RC-SUCCESS OR RC-DUPLICATE-AMENDED
                    PERFORM STAMP-PART-ON-FILE
                 END-IF
                 EVALUATE TRUE
                    WHEN RC-SUCCESS
                       MOVE 'PART ADDED' TO MSGO
              EVALUATE TRUE
                 WHEN RC-SUCCESS
                    PERFORM SHOW-ONE-PART
                    PERFORM SAVE-PART-STAMP
                    MOVE 'PART FOUND' TO MSGO
                 WHEN RC-DISCONTINUED
                    PERFORM SHOW-ONE-PART
                    PERFORM SAVE-PART-STAMP
                    MOVE 'PART FOUND BUT DISCONTINUED' TO MSGO
                 WHEN RC-NOTFND
                    MOVE 'PART NOT FOUND' TO MSGO
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Before an add that would amend a part already on file,
      *    the part must still read exactly as it did when this
      *    terminal displayed it. A mismatch, or no stamp for this
      *    part at all, refuses the add and shows the part as it
      *    stands - which re-stamps it, so the re-keyed amend goes
      *    through. A part not on file is a plain add.
       CHECK-PART-VERSION.
      *
           SET PART-VERSION-OK TO TRUE.
           MOVE PARTIDI TO GP-PART-ID.
           EXEC CICS LINK PROGRAM(GETPART-PROGRAM)
                     COMMAREA(WS-GETPART-AREA)
                     LENGTH(103)
                     RESP(LINK-RESP)
                     END-EXEC.
      *
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
              MOVE GP-RETURN-CODE TO RETURN-CODE
              IF RC-SUCCESS OR RC-DISCONTINUED
                 MOVE GP-PART-ID TO WS-VS-CURRENT-KEY
                 MOVE GP-STOCK-PART TO WS-VS-CURRENT-IMAGE
                 PERFORM CHECK-VERSION-STAMP
                 IF NOT VERSION-STAMP-MATCHES
                    SET PART-VERSION-REFUSED TO TRUE
                    MOVE GP-STOCK-PART TO WS-STOCK-PART
                    PERFORM SHOW-ONE-PART
                    PERFORM SAVE-VERSION-STAMP
                    IF VERSION-STAMP-STALE
                       MOVE WS-VS-STALE-MESSAGE TO MSGO
                    ELSE
                       MOVE 'PART ON FILE - CURRENT VALUES SHOWN'
                            TO MSGO
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       CHECK-PART-VERSION-EXIT.
           EXIT.
      *
      *    Stamp the part GETPART just returned as the one this
      *    terminal has on display.
       SAVE-PART-STAMP.
      *
           MOVE GP-PART-ID TO WS-VS-CURRENT-KEY.
           MOVE GP-STOCK-PART TO WS-VS-CURRENT-IMAGE.
           PERFORM SAVE-VERSION-STAMP.
      *
       SAVE-PART-STAMP-EXIT.
           EXIT.
      *
      *    ADDPART hands back its working copy rather than the
      *    record it filed, so after an add or amend the part is
      *    read back through GETPART for the stamp - its return
      *    code is tested in place so the add's own RETURN-CODE
      *    is left for the message that follows.
       STAMP-PART-ON-FILE.
      *
           MOVE PARTIDI TO GP-PART-ID.
           EXEC CICS LINK PROGRAM(GETPART-PROGRAM)
                     COMMAREA(WS-GETPART-AREA)
                     LENGTH(103)
                     RESP(LINK-RESP)
                     END-EXEC.
      *
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
              AND (GP-RETURN-CODE EQUAL '0' OR GP-RETURN-CODE EQUAL 'X')
              PERFORM SAVE-PART-STAMP
           END-IF.
      *
       STAMP-PART-ON-FILE-EXIT.
           EXIT.
      *
      *    Adjust a part's stock quantity by LINKing to RECVGDS (a
      *    '+' prefix, a receipt) or ISSUGDS (a '-' prefix, an
      *    issue). Any other prefix is rejected before either
      *
           EXEC CICS LINK PROGRAM(RECVGDS-PROGRAM)
                     COMMAREA(WS-RECVGDS-AREA)
                     LENGTH(360)
                     RESP(LINK-RESP)
                     END-EXEC.
      *
                         TO MSGO
                 WHEN RC-PERIOD-CLOSED
                    MOVE 'ACCOUNTING PERIOD CLOSED' TO MSGO
                 WHEN RC-HAZARD-REFUSED
                    MOVE 'LOCATION NOT PERMITTED FOR HAZARD CLASS'
                         TO MSGO
                 WHEN RC-VALIDATION-ERROR
                    MOVE 'RECEIPT QUANTITY REJECTED' TO MSGO
                 WHEN RC-NOTFND
       DO-RECEIPT-EXIT.
           EXIT.
      *
      *    The putaway suggestion and the space and odd-quantity
      *    warnings ride on the right half of the message line -
      *    the odd quantity wins the slot when both are raised.
       SHOW-RECEIPT-ANSWERS.
      *
           IF RV-SUGGESTED-LOCATION NOT EQUAL SPACES
              MOVE 'PUTAWAY:' TO MSGO(41:8)
              MOVE RV-SUGGESTED-LOCATION TO MSGO(50:10)
           END-IF.
           IF RV-SPACE-WARNING EQUAL 'Y'
              MOVE 'LOCATION OVER CAP' TO MSGO(61:19)
           END-IF.
           IF RV-UOM-ODD-FLAG EQUAL 'O'
              MOVE 'ODD PURCH UNIT QTY' TO MSGO(61:19)
           END-IF.
      *    over-budget issue.
           MOVE MVFLAGI TO IS-BUDGET-OVERRIDE.
           MOVE SPACE TO IS-BUDGET-FLAG.
           MOVE SPACES TO IS-JOB-NUMBER.
           MOVE 'O' TO IS-SUBSTITUTE-MODE.
           MOVE ZERO TO IS-SUBSTITUTE-PART-ID.
      *
           EXEC CICS LINK PROGRAM(ISSUGDS-PROGRAM)
                     COMMAREA(WS-ISSUGDS-AREA)
                     LENGTH(362)
                     RESP(LINK-RESP)
                     END-EXEC.
      *
                         TO MSGO
                 WHEN RC-PERIOD-CLOSED
                    MOVE 'ACCOUNTING PERIOD CLOSED' TO MSGO
                 WHEN RC-SUBSTITUTE-OFFERED
                    MOVE 'SHORT - EQUIVALENT IN STOCK, PART-ID'
                         TO MSGO
                    MOVE IS-SUBSTITUTE-PART-ID TO MSGO(38:8)
                 WHEN RC-VALIDATION-ERROR
                    MOVE 'ISSUE QUANTITY REJECTED' TO MSGO
                 WHEN RC-NOTFND
      *
       DO-LABEL-REPRINT-EXIT.
           EXIT.
      *
      *    Shared version stamp paragraphs - see VSTAMPP.cpy.
           COPY VSTAMPP.
