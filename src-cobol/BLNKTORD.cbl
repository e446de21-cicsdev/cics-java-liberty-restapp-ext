      *       committed total quantity, the agreed call-off price
      *       and the validity window - released immediately (the
      *       negotiation already happened) with the next PO
      *       number off the PONUMCTL control record. The whole
      *       committed value is held to the creator's POLIMIT
      *       purchase authority; above it the blanket is written
      *       pending release, for PORDMENU R by someone whose
      *       limit covers it, and takes no call-offs until then.
      *   'R' releases a call-off against it: the release becomes
      *       an ordinary open detail line on the blanket PO, so
      *       RECVGDS receipt matching takes deliveries against it
      *  02 Sep 2026  DEV  A call-off now feeds its quantity into
      *                    the part's on-order balance the same
      *                    way an ordinary PO release does.
      *  15 Oct 2026  DEV  A new blanket's total committed value is
      *                    checked against the creator's POLIMIT
      *                    purchase authority through POLIMCHK -
      *                    above it the blanket is written pending
      *                    release and refuses call-offs until
      *                    released on PORDMENU.
      *
      *****************************************************************

       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  CTL-FILE-NAME        PIC X(8) VALUE 'PONUMCTL'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'SMPLXMPL'.
       77  POLIMCHK-PROGRAM     PIC X(8) VALUE 'POLIMCHK'.
      *
       01  WS-STORAGE.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
                                              VALUE ZERO.
           03 WS-REMAINING      PIC S9(9) PACKED-DECIMAL VALUE ZERO.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
           03 LINK-RESP         PIC 9(8)  COMP    VALUE ZERO.
      *
      *    Commarea for the shared POLIMCHK authority check.
       01  WS-POLIMCHK-AREA.
           03 PL-RELEASE-VALUE       PIC 9(11)V99 DISPLAY.
           03 PL-CATEGORY-COUNT      PIC 9(2) DISPLAY.
           03 PL-CATEGORY OCCURS 10 TIMES
                                     PIC X(4).
           03 PL-USERID              PIC X(8).
           03 PL-RELEASE-LIMIT       PIC 9(11)V99 DISPLAY.
           03 PL-COVERED-FLAG        PIC X(1).
              88 PL-COVERED             VALUE 'Y'.
           03 PL-RETURN-CODE         PIC X(1).
      *
       LINKAGE SECTION.
      *
              IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-NOTFND TO TRUE
              ELSE
                 PERFORM CHECK-BLANKET-AUTHORITY
                 PERFORM TAKE-NEXT-PO-NUMBER
                 IF RC-SUCCESS
                    PERFORM WRITE-BLANKET-HEADER
       DO-CREATE-BLANKET-EXIT.
           EXIT.
      *
      *    Ask POLIMCHK whether the creator's authority covers the
      *    whole blanket - the committed quantity at the agreed
      *    price, in the part's category - not any one call-off.
      *    A failed LINK leaves the flag at N: fail closed.
       CHECK-BLANKET-AUTHORITY.
      *
           MOVE 'N' TO PL-COVERED-FLAG.
           MOVE SPACES TO PL-USERID.
           COMPUTE PL-RELEASE-VALUE =
                   CA-BLANKET-QUANTITY * CA-UNIT-PRICE.
           MOVE 1 TO PL-CATEGORY-COUNT.
           MOVE CATEGORY-CODE OF WS-STOCK-PART TO PL-CATEGORY(1).
           EXEC CICS LINK PROGRAM(POLIMCHK-PROGRAM)
                     COMMAREA(WS-POLIMCHK-AREA)
                     LENGTH(78)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO PL-COVERED-FLAG
           END-IF.
      *
       CHECK-BLANKET-AUTHORITY-EXIT.
           EXIT.
      *
      *    The PONUMCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back,
      *    the online equivalent of PORDGEN's batch update.
           MOVE WS-DATE8(7:2) TO PO-ORDER-DATE-DD.
      *    The negotiation already happened - a blanket is born
      *    released, with no lines and no value until the first
      *    call-off. One above the creator's authority is born
      *    pending release instead, with no release date yet.
           MOVE PL-USERID TO PO-RELEASE-REQUESTED-BY.
           IF PL-COVERED
              SET PO-STATUS-RELEASED TO TRUE
              MOVE WS-DATE8 TO PO-RELEASE-DATE
              MOVE PL-USERID TO PO-RELEASED-BY
           ELSE
              SET PO-STATUS-PENDING TO TRUE
           END-IF.
           MOVE ZERO TO PO-LINE-COUNT.
           MOVE ZERO TO PO-TOTAL-VALUE.
           MOVE ZERO TO PO-REVISION-NUMBER.
           SET PO-TYPE-BLANKET TO TRUE.
           MOVE CA-BLANKET-QUANTITY TO PO-BLANKET-QUANTITY.
              MOVE WS-NEW-PO-NUMBER TO CA-PO-NUMBER
              MOVE ZERO TO CA-RELEASED-TO-DATE
              MOVE CA-BLANKET-QUANTITY TO CA-REMAINING-QUANTITY
              IF PO-STATUS-PENDING
                 SET RC-PENDING-RELEASE TO TRUE
              END-IF
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
              WHEN NOT PO-TYPE-BLANKET
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(PO-FILE-NAME) END-EXEC
      *       Nothing is called off a blanket still waiting for
      *       someone with the authority to release it.
              WHEN PO-STATUS-PENDING
                 SET RC-PENDING-RELEASE TO TRUE
                 PERFORM RETURN-BLANKET-POSITION
                 EXEC CICS UNLOCK FILE(PO-FILE-NAME) END-EXEC
              WHEN CA-RELEASE-QUANTITY EQUAL ZERO
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(PO-FILE-NAME) END-EXEC
