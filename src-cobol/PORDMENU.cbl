      * This program presents the PORDMN1 mapped screen with an
      * OPTION field (B=browse PO headers, optionally by supplier,
      * L=list one PO's detail lines, A=amend a line's suggested
      * quantity, R=release, C=cancel, H=list an archived PO) and
      * works the PURCHORD file
      * directly the same way SUPPMENU works SUPPMAST, driving the
      * PO status from draft to released or cancelled so the rest
      * of the system can key off it.
      * total value in step; amend, release and cancel are only
      * honored while the PO is still a draft.
      *
      * A release is held to the releaser's purchase authority on
      * POLIMIT, checked through POLIMCHK. One above it parks the
      * PO pending release ('P') instead, for R by someone whose
      * limit covers it; the header keeps both userids.
      *
      * To simplify the code, this program has minimal error-handling
      * logic beyond mapping the file-control response to a message.
      *
      *                    to the supplier marked as a revision -
      *                    they were shipping the original
      *                    quantity and arguing at the dock.
      *  15 Oct 2026  DEV  A release is refused while the PO's
      *                    supplier has a lapsed mandatory SUPPCERT
      *                    certificate, until the renewal is keyed
      *                    on SUPPMENU.
      *  15 Oct 2026  DEV  A release skips non-stock lines when
      *                    building on-order balances - they have
      *                    no part to put on order.
      *  15 Oct 2026  DEV  H option - list a PO POARCH has moved to
      *                    POHIST, a page of ten entries at a time
      *                    (the LINE field picks the page), with
      *                    its invoices, revisions and credit
      *                    memos. L on an archived PO points at H.
      *                    A cancel stamps the PO's closed date.
      *  15 Oct 2026  DEV  A release above the userid's POLIMIT
      *                    purchase authority leaves the PO pending
      *                    release for a userid whose limit covers
      *                    it. The requester and releaser are both
      *                    kept on the header. A pending PO can be
      *                    cancelled.
      *
      *****************************************************************

      *    amendment leaves.
           COPY POREV.
      *
      *    SUPPCERT copybook - the supplier certificates a release
      *    checks for a lapsed mandatory one.
           COPY SUPPCERT.
      *
      *    POHIST copybook - an archived PO's records, and the
      *    invoice and credit-memo layouts its images are read
      *    back through.
           COPY POHIST.
           COPY SUPPINV.
           COPY CRMEMO.
      *
      *    PORDMN1 symbolic map - see PORDMNS.bms/PORDMN1.cpy.
           COPY PORDMN1.
      *
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 DR-DESCRIPTION         PIC X(30).
      *
      *    Archived-PO result lines - an invoice header or line, a
      *    revision entry and a credit memo.
       01  WS-INV-HDR-ROW.
           03 FILLER                 PIC X(4)  VALUE 'INV '.
           03 IH-INVOICE-NUMBER      PIC X(10).
           03 FILLER                 PIC X(5)  VALUE ' SUP '.
           03 IH-SUPPLIER            PIC 9(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 IH-INVOICE-DATE        PIC X(8).
           03 FILLER                 PIC X(7)  VALUE ' TOTAL '.
           03 IH-TOTAL-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(4)  VALUE ' ST '.
           03 IH-STATUS              PIC X(1).
           03 FILLER                 PIC X(11) VALUE SPACES.
      *
       01  WS-INV-DTL-ROW.
           03 FILLER                 PIC X(4)  VALUE 'INV '.
           03 ID-INVOICE-NUMBER      PIC X(10).
           03 FILLER                 PIC X(4)  VALUE ' LN '.
           03 ID-LINE-NUMBER         PIC 9(3).
           03 FILLER                 PIC X(7)  VALUE ' PO LN '.
           03 ID-PO-LINE-NUMBER      PIC 9(3).
           03 FILLER                 PIC X(5)  VALUE ' QTY '.
           03 ID-QUANTITY            PIC ZZZZZZZ9.
           03 FILLER                 PIC X(5)  VALUE ' AMT '.
           03 ID-LINE-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(10) VALUE SPACES.
      *
       01  WS-REV-ROW.
           03 FILLER                 PIC X(4)  VALUE 'REV '.
           03 VR-REVISION            PIC 9(3).
           03 FILLER                 PIC X(4)  VALUE ' LN '.
           03 VR-LINE-NUMBER         PIC 9(3).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 VR-FIELD-NAME          PIC X(16).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 VR-OLD-VALUE           PIC X(20).
           03 FILLER                 PIC X(3)  VALUE ' > '.
           03 VR-NEW-VALUE           PIC X(20).
      *
       01  WS-MEMO-ROW.
           03 FILLER                 PIC X(9)  VALUE 'CRM PART '.
           03 MR-PART-ID             PIC 9(8).
           03 FILLER                 PIC X(5)  VALUE ' QTY '.
           03 MR-QUANTITY            PIC ZZZZZZZ9.
           03 FILLER                 PIC X(7)  VALUE ' VALUE '.
           03 MR-VALUE               PIC Z,ZZZ,ZZZ,ZZ9.99.
           03 FILLER                 PIC X(4)  VALUE ' ST '.
           03 MR-STATUS              PIC X(1).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 MR-SETTLE-REF          PIC X(10).
           03 FILLER                 PIC X(6)  VALUE SPACES.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 MAP-RESP               PIC 9(8) COMP VALUE ZERO.
           03 WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8               PIC X(8)          VALUE SPACES.
      *
      *    Certificate check on release.
           03 CERT-RESP              PIC 9(8) COMP VALUE ZERO.
           03 WS-CERT-BROWSE-KEY     PIC X(12) VALUE SPACES.
           03 WS-CERT-ACTIVE         PIC X(1) VALUE 'N'.
              88 CERT-BROWSE-ACTIVE     VALUE 'Y'.
           03 WS-CERT-LAPSED-FLAG    PIC X(1) VALUE 'N'.
              88 SUPPLIER-CERT-LAPSED   VALUE 'Y'.
      *
      *    Purchase authority check on release - the categories
      *    the PO's parts fall in, gathered for POLIMCHK.
           03 LINK-RESP              PIC 9(8) COMP VALUE ZERO.
           03 WS-CAT-PART-ID         PIC 9(8) VALUE ZERO.
           03 WS-CAT-INDEX           PIC 9(4) COMP VALUE ZERO.
           03 WS-CAT-FOUND-FLAG      PIC X(1) VALUE 'N'.
              88 CATEGORY-ALREADY-HELD  VALUE 'Y'.
      *
      *    Archived-PO listing - the page asked for and whether the
      *    PO runs on past it.
           03 HIST-RESP              PIC 9(8) COMP VALUE ZERO.
           03 WS-HIST-PAGE           PIC 9(3) VALUE ZERO.
           03 WS-HIST-KEY            PIC X(12) VALUE SPACES.
           03 WS-HIST-SEQUENCE       PIC 9(4) VALUE ZERO.
           03 WS-HIST-MORE-FLAG      PIC X(1) VALUE 'N'.
              88 HISTORY-HAS-MORE       VALUE 'Y'.
           03 WS-ARCHIVED-ON         PIC X(10) VALUE SPACES.
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
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  FILE-NAME                PIC X(8) VALUE 'PURCHORD'.
       77  PART-FILE-NAME           PIC X(8) VALUE 'SMPLXMPL'.
       77  REV-FILE-NAME            PIC X(8) VALUE 'POREV'.
       77  CERT-FILE-NAME           PIC X(8) VALUE 'SUPPCERT'.
       77  HIST-FILE-NAME           PIC X(8) VALUE 'POHIST'.
       77  POLIMCHK-PROGRAM         PIC X(8) VALUE 'POLIMCHK'.
      *
      *    How many result lines the PORDMN1 map has room to show.
       77  MAX-DISPLAY-ROWS         PIC 9(4) VALUE 10.
              WHEN 'C'
                 MOVE 'C' TO WS-TARGET-STATUS
                 PERFORM DO-SET-STATUS
              WHEN 'H'
                 PERFORM DO-LIST-ARCHIVED
              WHEN OTHER
                 MOVE 'INVALID OPTION - USE B, L, A, R, C OR H'
                      TO MSGO
           END-EVALUATE.

           EXEC CICS SEND MAP(PORDMN1-MAPNAME) MAPSET(PORDMNS-MAPSET)
                    MOVE 'PO LISTED' TO MSGO
                 END-IF
              END-IF
              IF WS-ROW-COUNT EQUAL ZERO
                 PERFORM CHECK-ARCHIVED-PO
              END-IF
           END-IF.
      *
       DO-LIST-LINES-EXIT.
           EXIT.
      *
      *    A PO no longer on PURCHORD may have been archived - say
      *    so, rather than leave the buyer thinking it never was.
       CHECK-ARCHIVED-PO.
      *
           MOVE PONUMI TO WS-HIST-KEY(1:8).
           MOVE '0001' TO WS-HIST-KEY(9:4).
           EXEC CICS READ FILE(HIST-FILE-NAME)
                     INTO(PO-HISTORY-RECORD)
                     RIDFLD(WS-HIST-KEY)
                     RESP(HIST-RESP)
                     END-EXEC.
           IF HIST-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'PO HAS BEEN ARCHIVED - USE OPTION H' TO MSGO
           END-IF.
      *
       CHECK-ARCHIVED-PO-EXIT.
           EXIT.
      *
      *    List one archived PO from POHIST - its header and lines,
      *    then its invoices, revisions and credit memos, in the
      *    order POARCH moved them - ten entries to a page, the
      *    page taken from the LINE field (page 1 when blank).
       DO-LIST-ARCHIVED.
      *
           IF NOT PONUMI NUMERIC
              MOVE 'PO NUMBER MUST BE NUMERIC' TO MSGO
           ELSE
              MOVE 1 TO WS-HIST-PAGE
              IF POLINEI NUMERIC AND POLINEI NOT EQUAL '000'
                 MOVE POLINEI TO WS-HIST-PAGE
              END-IF
              COMPUTE WS-HIST-SEQUENCE =
                      (WS-HIST-PAGE - 1) * MAX-DISPLAY-ROWS + 1
              MOVE PONUMI TO WS-HIST-KEY(1:8)
              MOVE WS-HIST-SEQUENCE TO WS-HIST-KEY(9:4)
              MOVE 'N' TO WS-HIST-MORE-FLAG
              MOVE ZERO TO WS-ROW-COUNT
              EXEC CICS STARTBR FILE(HIST-FILE-NAME)
                        RIDFLD(WS-HIST-KEY)
                        GTEQ
                        RESP(HIST-RESP)
                        END-EXEC
              IF HIST-RESP EQUAL DFHRESP(NORMAL)
                 SET BROWSE-IS-ACTIVE TO TRUE
                 PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                    EXEC CICS READNEXT FILE(HIST-FILE-NAME)
                              INTO(PO-HISTORY-RECORD)
                              RIDFLD(WS-HIST-KEY)
                              RESP(HIST-RESP)
                              END-EXEC
                    IF HIST-RESP EQUAL DFHRESP(NORMAL)
                       AND AH-PO-NUMBER EQUAL PONUMI
                       IF WS-ROW-COUNT LESS THAN MAX-DISPLAY-ROWS
                          ADD 1 TO WS-ROW-COUNT
                          MOVE WS-ROW-COUNT TO WS-INDEX
                          PERFORM FORMAT-ARCHIVED-ROW
                       ELSE
      *                   One entry past the page - there is more.
                          SET HISTORY-HAS-MORE TO TRUE
                          MOVE 'N' TO WS-BROWSE-ACTIVE
                       END-IF
                    ELSE
                       MOVE 'N' TO WS-BROWSE-ACTIVE
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(HIST-FILE-NAME) END-EXEC
              END-IF
              EVALUATE TRUE
                 WHEN WS-ROW-COUNT EQUAL ZERO
                      AND WS-HIST-PAGE GREATER THAN 1
                    MOVE 'NO MORE ARCHIVED ENTRIES FOR THIS PO'
                         TO MSGO
                 WHEN WS-ROW-COUNT EQUAL ZERO
                    MOVE 'PO NOT ARCHIVED' TO MSGO
                 WHEN HISTORY-HAS-MORE
                    STRING 'ARCHIVED ' DELIMITED BY SIZE
                           WS-ARCHIVED-ON DELIMITED BY SIZE
                           ' - MORE: NEXT PAGE IN LINE FIELD'
                              DELIMITED BY SIZE
                           INTO MSGO
                    END-STRING
                 WHEN OTHER
                    STRING 'ARCHIVED PO LISTED - ARCHIVED '
                              DELIMITED BY SIZE
                           WS-ARCHIVED-ON DELIMITED BY SIZE
                           INTO MSGO
                    END-STRING
              END-EVALUATE
           END-IF.
      *
       DO-LIST-ARCHIVED-EXIT.
           EXIT.
      *
      *    Format the POHIST entry in PO-HISTORY-RECORD into result
      *    row WS-INDEX through the layout of the file it came
      *    from.
       FORMAT-ARCHIVED-ROW.
      *
           STRING AH-ARCHIVE-DATE(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AH-ARCHIVE-DATE(5:2) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AH-ARCHIVE-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-ARCHIVED-ON
           END-STRING.
      *
           EVALUATE TRUE
              WHEN AH-PO-RECORD
                 MOVE AH-IMAGE TO PURCHASE-ORDER-RECORD
                 IF PO-HEADER-RECORD
                    PERFORM FORMAT-HEADER-ROW
                 ELSE
                    PERFORM FORMAT-DETAIL-ROW
                 END-IF
              WHEN AH-INVOICE-RECORD
                 MOVE AH-IMAGE TO SUPPLIER-INVOICE-RECORD
                 IF IV-HEADER-RECORD
                    MOVE IV-INVOICE-NUMBER TO IH-INVOICE-NUMBER
                    MOVE IV-SUPPLIER-ID TO IH-SUPPLIER
                    MOVE IV-INVOICE-DATE TO IH-INVOICE-DATE
                    MOVE IV-TOTAL-AMOUNT TO IH-TOTAL-AMOUNT
                    MOVE IV-STATUS TO IH-STATUS
                    MOVE WS-INV-HDR-ROW TO WS-ROW-TEXT(WS-INDEX)
                 ELSE
                    MOVE IV-INVOICE-NUMBER TO ID-INVOICE-NUMBER
                    MOVE IV-LINE-NUMBER TO ID-LINE-NUMBER
                    MOVE IV-PO-LINE-NUMBER TO ID-PO-LINE-NUMBER
                    MOVE IV-QUANTITY TO ID-QUANTITY
                    MOVE IV-LINE-AMOUNT TO ID-LINE-AMOUNT
                    MOVE WS-INV-DTL-ROW TO WS-ROW-TEXT(WS-INDEX)
                 END-IF
              WHEN AH-REVISION-RECORD
                 MOVE AH-IMAGE TO PO-REVISION-RECORD
                 MOVE RV-REVISION TO VR-REVISION
                 MOVE RV-LINE-NUMBER TO VR-LINE-NUMBER
                 MOVE RV-FIELD-NAME TO VR-FIELD-NAME
                 MOVE RV-OLD-VALUE TO VR-OLD-VALUE
                 MOVE RV-NEW-VALUE TO VR-NEW-VALUE
                 MOVE WS-REV-ROW TO WS-ROW-TEXT(WS-INDEX)
              WHEN AH-CREDIT-RECORD
                 MOVE AH-IMAGE TO CREDIT-MEMO-RECORD
                 MOVE CM-PART-ID TO MR-PART-ID
                 MOVE CM-QUANTITY TO MR-QUANTITY
                 MOVE CM-VALUE TO MR-VALUE
                 MOVE CM-STATUS TO MR-STATUS
                 MOVE CM-SETTLE-REF TO MR-SETTLE-REF
                 MOVE WS-MEMO-ROW TO WS-ROW-TEXT(WS-INDEX)
              WHEN OTHER
                 MOVE AH-IMAGE TO WS-ROW-TEXT(WS-INDEX)
           END-EVALUATE.
      *
       FORMAT-ARCHIVED-ROW-EXIT.
           EXIT.
      *
      *    Amend one detail line's suggested quantity, keeping the
      *    header's total value in step. Only a draft PO can be
      *    amended.
           EXIT.
      *
      *    Release or cancel a draft PO - flip the header status to
      *    WS-TARGET-STATUS once the current status allows it. A
      *    release the userid's authority does not cover leaves a
      *    draft pending release, and leaves a pending PO as it was.
       DO-SET-STATUS.
      *
           IF NOT PONUMI NUMERIC
              MOVE 'PO NUMBER MUST BE NUMERIC' TO MSGO
           ELSE
              MOVE 'N' TO PL-COVERED-FLAG
              MOVE SPACES TO PL-USERID
              IF WS-TARGET-STATUS EQUAL 'R'
                 PERFORM GATHER-PO-CATEGORIES
              END-IF
              MOVE PONUMI TO WS-BROWSE-KEY(1:8)
              MOVE '000' TO WS-BROWSE-KEY(9:3)
              EXEC CICS READ FILE(FILE-NAME)
                        UPDATE
                        RESP(FILE-RESP) RESP2(FILE-RESP2)
                        END-EXEC
              MOVE 'N' TO WS-CERT-LAPSED-FLAG
              IF FILE-RESP EQUAL DFHRESP(NORMAL)
                 AND WS-TARGET-STATUS EQUAL 'R'
                 PERFORM CHECK-SUPPLIER-CERTIFICATES
                 PERFORM CHECK-RELEASE-AUTHORITY
              END-IF
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE 'PO NOT FOUND' TO MSGO
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'FILE ERROR READING PO' TO MSGO
                 WHEN NOT PO-STATUS-DRAFT
                      AND NOT PO-STATUS-PENDING
                    EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
                    MOVE 'PO IS NOT DRAFT OR PENDING - STATUS UNCHANGED'
                         TO MSGO
                 WHEN SUPPLIER-CERT-LAPSED
                    EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
                    MOVE 'SUPPLIER CERTIFICATE LAPSED - PO NOT RELEASED'
                         TO MSGO
                 WHEN PO-STATUS-PENDING
                      AND WS-TARGET-STATUS EQUAL 'R'
                      AND NOT PL-COVERED
                    EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
                    MOVE 'PO ABOVE YOUR RELEASE LIMIT - STILL PENDING'
                         TO MSGO
                 WHEN OTHER
                    IF WS-TARGET-STATUS EQUAL 'R'
                       AND PO-STATUS-DRAFT
                       MOVE PL-USERID TO PO-RELEASE-REQUESTED-BY
                    END-IF
                    IF WS-TARGET-STATUS EQUAL 'R'
                       AND NOT PL-COVERED
                       SET PO-STATUS-PENDING TO TRUE
                    ELSE
                       MOVE WS-TARGET-STATUS TO PO-STATUS
                    END-IF
                    EVALUATE TRUE
                       WHEN PO-STATUS-RELEASED
                          MOVE PL-USERID TO PO-RELEASED-BY
                          PERFORM STAMP-RELEASE-DATE
                       WHEN PO-STATUS-CANCELLED
                          PERFORM STAMP-CANCEL-DATE
                    END-EVALUATE
                    EXEC CICS REWRITE FILE(FILE-NAME)
                              FROM(PURCHASE-ORDER-RECORD)
                              RESP(FILE-RESP) RESP2(FILE-RESP2)
                    IF FILE-RESP EQUAL DFHRESP(NORMAL)
                       MOVE 1 TO WS-INDEX
                       PERFORM FORMAT-HEADER-ROW
                       EVALUATE TRUE
                          WHEN PO-STATUS-RELEASED
                             PERFORM BUILD-ON-ORDER-BALANCES
                             MOVE 'PO RELEASED' TO MSGO
                          WHEN PO-STATUS-PENDING
                             MOVE 'PO PENDING - ABOVE YOUR LIMIT'
                                  TO MSGO
                          WHEN OTHER
                             MOVE 'PO CANCELLED' TO MSGO
                       END-EVALUATE
                    ELSE
                       MOVE 'FILE ERROR UPDATING PO STATUS' TO MSGO
                    END-IF
       DO-SET-STATUS-EXIT.
           EXIT.
      *
      *    Browse the PO supplier's SUPPCERT certificates for a
      *    mandatory one that has lapsed - expired before today, or
      *    with no usable expiry date. A supplier with no
      *    certificates on file needs none.
       CHECK-SUPPLIER-CERTIFICATES.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           MOVE PO-SUPPLIER TO WS-CERT-BROWSE-KEY(1:8).
           MOVE LOW-VALUES TO WS-CERT-BROWSE-KEY(9:4).
           EXEC CICS STARTBR FILE(CERT-FILE-NAME)
                     RIDFLD(WS-CERT-BROWSE-KEY)
                     GTEQ
                     RESP(CERT-RESP)
                     END-EXEC.
           IF CERT-RESP EQUAL DFHRESP(NORMAL)
              SET CERT-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT CERT-BROWSE-ACTIVE
                 EXEC CICS READNEXT FILE(CERT-FILE-NAME)
                           INTO(SUPPLIER-CERTIFICATE)
                           RIDFLD(WS-CERT-BROWSE-KEY)
                           RESP(CERT-RESP)
                           END-EXEC
                 IF CERT-RESP EQUAL DFHRESP(NORMAL)
                    AND CE-SUPPLIER-ID EQUAL PO-SUPPLIER
                    IF CE-MANDATORY
                       AND (CE-EXPIRY-DATE NOT NUMERIC
                            OR CE-EXPIRY-DATE LESS THAN WS-DATE8)
                       SET SUPPLIER-CERT-LAPSED TO TRUE
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-CERT-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(CERT-FILE-NAME) END-EXEC
           END-IF.
      *
       CHECK-SUPPLIER-CERTIFICATES-EXIT.
           EXIT.
      *
      *    Gather the part categories the PO spans for the
      *    authority check - each stock line's part, or a
      *    blanket's own part. Non-stock lines have no part and
      *    add nothing; POLIMCHK holds a PO with no category to the
      *    releaser's any-category limit. Run before the header is
      *    read for update, since the browse reads into the same
      *    record area.
       GATHER-PO-CATEGORIES.
      *
           MOVE ZERO TO PL-CATEGORY-COUNT.
           MOVE SPACES TO PL-CATEGORY(1).
           MOVE PONUMI TO WS-BROWSE-KEY(1:8).
           MOVE '000' TO WS-BROWSE-KEY(9:3).
           EXEC CICS STARTBR FILE(FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(FILE-NAME)
                           INTO(PURCHASE-ORDER-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    AND PO-NUMBER EQUAL PONUMI
                    EVALUATE TRUE
                       WHEN PO-HEADER-RECORD AND PO-TYPE-BLANKET
                          MOVE PO-BLANKET-PART-ID TO WS-CAT-PART-ID
                          PERFORM ADD-PART-CATEGORY
                       WHEN PO-DETAIL-RECORD
                            AND NOT PO-NON-STOCK-LINE
                          MOVE PO-PART-ID TO WS-CAT-PART-ID
                          PERFORM ADD-PART-CATEGORY
                    END-EVALUATE
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-PO-CATEGORIES-EXIT.
           EXIT.
      *
      *    Add the part's category to the list once. A PO spanning
      *    more than ten categories is held to its first ten.
       ADD-PART-CATEGORY.
      *
           EXEC CICS READ FILE(PART-FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(WS-CAT-PART-ID)
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO WS-CAT-FOUND-FLAG
              PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                        UNTIL WS-CAT-INDEX GREATER THAN
                              PL-CATEGORY-COUNT
                 IF PL-CATEGORY(WS-CAT-INDEX) EQUAL
                    CATEGORY-CODE OF WS-STOCK-PART
                    SET CATEGORY-ALREADY-HELD TO TRUE
                 END-IF
              END-PERFORM
              IF NOT CATEGORY-ALREADY-HELD
                 AND PL-CATEGORY-COUNT LESS THAN 10
                 ADD 1 TO PL-CATEGORY-COUNT
                 MOVE CATEGORY-CODE OF WS-STOCK-PART
                   TO PL-CATEGORY(PL-CATEGORY-COUNT)
              END-IF
           END-IF.
      *
       ADD-PART-CATEGORY-EXIT.
           EXIT.
      *
      *    Ask POLIMCHK whether the userid's authority covers the
      *    PO header in PURCHASE-ORDER-RECORD - its total value, or
      *    for a blanket the whole negotiated quantity at the
      *    committed price, not what has been called off so far.
      *    A failed LINK leaves the flag at N: fail closed.
       CHECK-RELEASE-AUTHORITY.
      *
           IF PO-TYPE-BLANKET
              COMPUTE PL-RELEASE-VALUE =
                      PO-BLANKET-QUANTITY * PO-BLANKET-PRICE
           ELSE
              MOVE PO-TOTAL-VALUE TO PL-RELEASE-VALUE
           END-IF.
           EXEC CICS LINK PROGRAM(POLIMCHK-PROGRAM)
                     COMMAREA(WS-POLIMCHK-AREA)
                     LENGTH(78)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'N' TO PL-COVERED-FLAG
           END-IF.
      *
       CHECK-RELEASE-AUTHORITY-EXIT.
           EXIT.
      *
      *    Stamp the header's release date with today's date, the
      *    same ASKTIME/FORMATTIME idiom RECVGDS uses to stamp a
      *    receipt.
       STAMP-RELEASE-DATE-EXIT.
           EXIT.
      *
      *    A cancelled PO is finished with - stamp its closed date,
      *    which POARCH ages it off.
       STAMP-CANCEL-DATE.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           MOVE WS-DATE8 TO PO-CLOSED-DATE.
      *
       STAMP-CANCEL-DATE-EXIT.
           EXIT.
      *
      *    A release puts every line's suggested quantity on order -
      *    add it to each part's on-order balance so inquiries show
      *    what is already on the way. RECVGDS relieves the balance
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    AND PO-NUMBER EQUAL PONUMI
                    IF PO-DETAIL-RECORD AND NOT PO-NON-STOCK-LINE
                       PERFORM ADD-LINE-TO-ON-ORDER
                    END-IF
                 ELSE
