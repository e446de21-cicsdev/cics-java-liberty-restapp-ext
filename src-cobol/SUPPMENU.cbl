      *                    or out of PENDING - and a status change
      *                    now lands on the SUPPHIST trail like
      *                    any other field.
      *  15 Oct 2026  DEV  PAYMENT TERMS now names a PAYTERMS
      *                    terms code - an add or change keying a
      *                    code that is not active on PAYTERMS is
      *                    refused. Blank terms are still taken.
      *  15 Oct 2026  DEV  An add, or a change to the name or
      *                    address, is screened against the
      *                    DENYPTY denied-party list DPSCREEN
      *                    loads. An uncleared match puts the
      *                    supplier on HOLD with SCREENING as the
      *                    history reason and raises a critical
      *                    alert; with the list unavailable the
      *                    add or change is refused.
      *  15 Oct 2026  DEV  New K=key-certificate and X=list-
      *                    certificates options on the SUPPCERT
      *                    file - a certificate's type, reference,
      *                    issue and expiry dates keyed through the
      *                    entry fields, re-keyed on renewal, with
      *                    the expiry change on the SUPPHIST trail.
      *                    CERTCHK warns of expiries and holds the
      *                    supplier when a mandatory one lapses.
      *  15 Oct 2026  DEV  A supplier retired by the SUPPMRG merge
      *                    inquires with the surviving supplier's
      *                    ID and can no longer be changed; an add
      *                    starts the merge pointer at zero.
      *  15 Oct 2026  DEV  A change is refused when the supplier
      *                    no longer reads as it did when this
      *                    terminal displayed it (VSTAMPW/VSTAMPP
      *                    version stamp) - the current values are
      *                    shown for the operator to re-key
      *                    against.
      *  15 Oct 2026  DEV  Opened from the APRVINBX approvals inbox
      *                    (XCTL, with the item on the APRVHAND
      *                    commarea) the screen comes up with the
      *                    item's key already filled in, ready for
      *                    the decision.
      *
      *****************************************************************

      *    the contacts options maintain.
           COPY SUPPCNTC.
      *
      *    PAYTERMS copybook - the terms code PAYMENT TERMS names.
           COPY PAYTERMS.
      *
      *    DENYPTY copybook - the denied-party list, keyed on the
      *    normalized name or address - and DPCLEAR, the matches
      *    compliance has cleared.
           COPY DENYPTY.
           COPY DPCLEAR.
      *
      *    Shared name normalization work fields - see DPNORMW/
      *    DPNORMP.
           COPY DPNORMW.
      *
      *    ALERTREC copybook - the alert a denied-party hold raises.
           COPY ALERTREC.
      *
      *    SUPPCERT copybook - the certificates the K and X
      *    options maintain.
           COPY SUPPCERT.
      *
      *    Shared version stamp work fields - see VSTAMPW/VSTAMPP.
           COPY VSTAMPW.
      *
      *    Common return-code field and its 88-levels.
           COPY RTNCODE.
      *
      *    APRVHAND copybook - the item handed over by the
      *    APRVINBX approvals inbox, when it started this screen.
           COPY APRVHAND.
      *
      *    SUPPMN1 symbolic map - see SUPPMNS.bms/SUPPMN1.cpy.
           COPY SUPPMN1.
      *
           03 WS-HIST-OLD            PIC X(30) VALUE SPACES.
           03 WS-HIST-NEW            PIC X(30) VALUE SPACES.
           03 WS-HIST-FIELD          PIC X(16) VALUE SPACES.
           03 WS-HIST-REASON         PIC X(12) VALUE SPACES.
           03 WS-TERMS-OK-FLAG       PIC X(1)  VALUE 'Y'.
              88 TERMS-CODE-OK          VALUE 'Y'.
           03 WS-STATUS-OK-FLAG      PIC X(1)  VALUE 'Y'.
              88 STATUS-CHANGE-OK       VALUE 'Y'.
              88 STATUS-CHANGE-REFUSED  VALUE 'N'.
           03 WS-SRCH-ACTIVE         PIC X(1) VALUE 'N'.
              88 SEARCH-BROWSE-ACTIVE   VALUE 'Y'.
      *
      *    Denied-party screening state: the key being browsed for,
      *    the outcome, and whether the screening forced the HOLD.
           03 WS-DENY-SEARCH-KEY     PIC X(61) VALUE SPACES.
           03 WS-DENY-ACTIVE         PIC X(1) VALUE 'N'.
              88 DENY-BROWSE-ACTIVE     VALUE 'Y'.
           03 WS-DENY-RESULT         PIC X(1) VALUE 'C'.
              88 DENY-SCREEN-CLEAR      VALUE 'C'.
              88 DENY-SCREEN-HIT        VALUE 'H'.
              88 DENY-LIST-UNAVAILABLE  VALUE 'U'.
           03 WS-DENY-HOLD-FLAG      PIC X(1) VALUE 'N'.
              88 DENY-HOLD-FORCED       VALUE 'Y'.
      *
      *    Certificate options: the browse key, and the expiry a
      *    renewal replaced.
           03 WS-CERT-BROWSE-KEY     PIC X(12) VALUE SPACES.
           03 WS-CERT-ACTIVE         PIC X(1) VALUE 'N'.
              88 CERT-BROWSE-ACTIVE     VALUE 'Y'.
           03 WS-CERT-OLD-EXPIRY     PIC X(8) VALUE SPACES.
           03 WS-CERT-RENEWAL        PIC X(1) VALUE 'N'.
              88 CERT-IS-RENEWAL        VALUE 'Y'.
      *
      *    The message a merged-away supplier answers with.
           03 WS-MERGED-MSG.
              05 FILLER              PIC X(19)
                                     VALUE 'SUPPLIER MERGED -  '.
              05 FILLER              PIC X(4) VALUE 'USE '.
              05 WS-MERGED-MSG-ID    PIC 9(8).
      *
      *    Commarea for the shared AUTHCHK entitlement check run
      *    before any option dispatches.
       01  WS-AUTHCHK-AREA.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 PK-STATUS              PIC X(8).
      *
      *    One formatted certificate row for the X option.
       01  WS-CERT-ROW.
           03 CR-CERT-TYPE           PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 CR-REFERENCE           PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 CR-ISSUE-DATE          PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 CR-EXPIRY-DATE         PIC X(8).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 CR-MANDATORY           PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 CR-STATE               PIC X(6).
           03 FILLER                 PIC X(8) VALUE SPACES.
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  FILE-NAME                PIC X(8) VALUE 'SUPPMAST'.
       77  HIST-FILE-NAME           PIC X(8) VALUE 'SUPPHIST'.
       77  CONTACT-FILE-NAME        PIC X(8) VALUE 'SUPPCNTC'.
       77  CERT-FILE-NAME           PIC X(8) VALUE 'SUPPCERT'.
       77  TERMS-FILE-NAME          PIC X(8) VALUE 'PAYTERMS'.
       77  AUTHCHK-PROGRAM          PIC X(8) VALUE 'AUTHCHK'.
       77  THIS-MENU-NAME           PIC X(8) VALUE 'SUPPMENU'.
       77  DENY-FILE-NAME           PIC X(8) VALUE 'DENYPTY'.
       77  CLEAR-FILE-NAME          PIC X(8) VALUE 'DPCLEAR'.
       77  ALERT-QUEUE-NAME         PIC X(4) VALUE 'ALRT'.
      *
       77  SUPPMN1-MAPNAME          PIC X(8) VALUE 'SUPPMN1'.
       77  SUPPMNS-MAPSET           PIC X(8) VALUE 'SUPPMNS'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA               PIC X(48).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.

      *    Started from the approvals inbox, the item's key comes
      *    up filled in.
           IF EIBCALEN NOT LESS THAN LENGTH OF APPROVAL-HANDOFF
              MOVE DFHCOMMAREA TO APPROVAL-HANDOFF
           ELSE
              MOVE SPACES TO APPROVAL-HANDOFF
           END-IF.
           IF AH-FROM-INBOX
              MOVE AH-KEY-1 TO SUPPIDO
              MOVE 'FROM THE APPROVALS INBOX - P=APPROVE'
                   TO MSGO
           END-IF.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(SUPPMN1-MAPNAME) MAPSET(SUPPMNS-MAPSET)
              GOBACK
           END-IF.

      *    A key the operator left untouched is not returned by the
      *    terminal - take it from the inbox's hand-over.
           IF AH-FROM-INBOX AND SUPPIDL EQUAL ZERO
              MOVE AH-KEY-1 TO SUPPIDI
           END-IF.

           MOVE SPACES TO MSGO.
           MOVE 'SM' TO WS-VS-SCREEN.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.


           EVALUATE OPTNI
              WHEN 'A'
                 PERFORM CHECK-PAYMENT-TERMS
                 IF TERMS-CODE-OK
                    PERFORM DO-ADD
                 END-IF
              WHEN 'C'
                 PERFORM CHECK-PAYMENT-TERMS
                 IF TERMS-CODE-OK
                    PERFORM DO-CHANGE
                 END-IF
              WHEN 'I'
                 PERFORM DO-INQUIRE
              WHEN 'P'
                 PERFORM DO-VIEW-CONTACT
              WHEN 'S'
                 PERFORM DO-NAME-SEARCH
              WHEN 'K'
                 PERFORM DO-KEY-CERTIFICATE
              WHEN 'X'
                 PERFORM DO-LIST-CERTIFICATES
              WHEN OTHER
                 MOVE 'INVALID OPTION - USE A, C, I, P, T, V, S, K OR X'
                      TO MSGO
           END-EVALUATE.

      *
      *    Show SUPPMAST back on the screen - used after a successful
      *    add, change or inquire so the operator sees what is now on
      *    file. What is shown becomes this terminal's version
      *    stamp for the next change.
       SHOW-SUPPMAST-ON-MAP.
      *
           MOVE SM-SUPPLIER-ID TO SUPPIDO.
           MOVE SM-PHONE TO PHONEO.
           MOVE SM-PAYMENT-TERMS TO TERMSO.
           MOVE SM-STATUS-CODE TO STATUSO.
      *
           MOVE SM-SUPPLIER-ID TO WS-VS-CURRENT-KEY.
           MOVE SUPPMAST TO WS-VS-CURRENT-IMAGE.
           PERFORM SAVE-VERSION-STAMP.
      *
       SHOW-SUPPMAST-ON-MAP-EXIT.
           EXIT.
      *
      *    The typed PAYMENT TERMS must be an active PAYTERMS code
      *    - INVMATCH works every invoice's due date out from it.
      *    Blank terms are taken; such a supplier's invoices fall
      *    due as soon as they match.
       CHECK-PAYMENT-TERMS.
      *
           MOVE 'Y' TO WS-TERMS-OK-FLAG.
           IF TERMSI NOT EQUAL SPACES
              AND TERMSI NOT EQUAL LOW-VALUES
              MOVE TERMSI TO PT-TERMS-CODE
              EXEC CICS READ FILE(TERMS-FILE-NAME)
                        INTO(PAYMENT-TERMS-RECORD)
                        RIDFLD(PT-TERMS-CODE)
                        RESP(FILE-RESP) RESP2(FILE-RESP2)
                        END-EXEC
              IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 OR NOT PT-TERMS-ACTIVE
                 MOVE 'N' TO WS-TERMS-OK-FLAG
                 MOVE 'PAYMENT TERMS NOT AN ACTIVE PAYTERMS CODE'
                      TO MSGO
              END-IF
           END-IF.
      *
       CHECK-PAYMENT-TERMS-EXIT.
           EXIT.
      *
      *    Add a new supplier.
       DO-ADD.
      *
              MOVE SPACES TO SM-APPROVED-BY
              MOVE SPACES TO SM-APPROVED-DATE
              MOVE ZERO TO SM-APPROVED-TIME
              MOVE ZERO TO SM-MERGED-INTO
      *
      *       A new supplier is screened against the denied-party
      *       list before it goes on file - an uncleared match
      *       goes on file on HOLD instead.
              PERFORM SCREEN-DENIED-PARTIES
              IF DENY-LIST-UNAVAILABLE
                 MOVE 'DENIED-PARTY LIST DOWN - TRY LATER'
                      TO MSGO
              ELSE
                 IF DENY-SCREEN-HIT
                    SET SM-STATUS-HOLD TO TRUE
                    SET DENY-HOLD-FORCED TO TRUE
                 END-IF
      *
                 EXEC CICS WRITE FILE(FILE-NAME)
                           FROM(SUPPMAST)
                           RIDFLD(SM-SUPPLIER-ID)
                           RESP(FILE-RESP) RESP2(FILE-RESP2)
                           END-EXEC
      *
                 EVALUATE TRUE
                    WHEN FILE-RESP EQUAL DFHRESP(NORMAL)
                       SET RC-SUCCESS TO TRUE
                    WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                       SET RC-DUPLICATE-AMENDED TO TRUE
                    WHEN OTHER
                       SET RC-FILE-ERROR TO TRUE
                 END-EVALUATE
      *
                 EVALUATE TRUE
                    WHEN RC-SUCCESS
                       PERFORM SHOW-SUPPMAST-ON-MAP
      *                The add itself goes on the history trail too.
                       MOVE 'ADDED' TO WS-HIST-FIELD
                       MOVE SPACES TO WS-HIST-OLD
                       MOVE SM-SUPPLIER-NAME TO WS-HIST-NEW
                       PERFORM WRITE-ONE-HISTORY-ENTRY
                       IF DENY-HOLD-FORCED
                          MOVE 'STATUS' TO WS-HIST-FIELD
                          MOVE 'PENDING' TO WS-HIST-OLD
                          MOVE SM-STATUS-CODE TO WS-HIST-NEW
                          MOVE 'SCREENING' TO WS-HIST-REASON
                          PERFORM WRITE-ONE-HISTORY-ENTRY
                          PERFORM RAISE-DENIED-PARTY-ALERT
                          MOVE 'DENIED-PARTY MATCH - PUT ON HOLD'
                               TO MSGO
                       ELSE
                          MOVE 'SUPPLIER ADDED - PENDING APPROVAL'
                               TO MSGO
                       END-IF
                    WHEN RC-DUPLICATE-AMENDED
                       MOVE 'SUPPLIER ID ALREADY ON FILE' TO MSGO
                    WHEN OTHER
                       MOVE 'FILE ERROR ADDING SUPPLIER' TO MSGO
                 END-EVALUATE
              END-IF
           END-IF.
      *
       DO-ADD-EXIT.
      *
              SET STATUS-CHANGE-OK TO TRUE
              IF FILE-RESP EQUAL DFHRESP(NORMAL)
      *          The supplier must still read exactly as it did
      *          when this terminal displayed it - otherwise the
      *          keyed values were typed against something no
      *          longer on file, so the current record is shown
      *          instead for the operator to re-key against.
                 PERFORM CHECK-SUPPLIER-VERSION
              END-IF
              IF FILE-RESP EQUAL DFHRESP(NORMAL)
                 AND STATUS-CHANGE-OK
      *          The typed STATUS is honored for ACTIVE, HOLD and
      *          BLOCKED; a keyed transition into or out of
      *          PENDING is refused - only the P=approve option
      *          checker trail is never an entry field and is
      *          carried forward.
                 PERFORM RESOLVE-CHANGED-STATUS
      *          A new name or address is screened against the
      *          denied-party list - an uncleared match puts the
      *          supplier on HOLD whatever status was keyed.
                 IF STATUS-CHANGE-OK
                    AND (SM-SUPPLIER-NAME NOT EQUAL OS-SUPPLIER-NAME
                      OR SM-ADDRESS-LINE1 NOT EQUAL OS-ADDRESS-LINE1
                      OR SM-ADDRESS-CITY NOT EQUAL OS-ADDRESS-CITY)
                    PERFORM SCREEN-DENIED-PARTIES
                    EVALUATE TRUE
                       WHEN DENY-LIST-UNAVAILABLE
                          SET STATUS-CHANGE-REFUSED TO TRUE
                          MOVE 'DENIED-PARTY LIST DOWN - TRY LATER'
                               TO MSGO
                       WHEN DENY-SCREEN-HIT
                          AND NOT SM-STATUS-HOLD
                          AND NOT SM-STATUS-BLOCKED
                          SET SM-STATUS-HOLD TO TRUE
                          SET DENY-HOLD-FORCED TO TRUE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
                 IF STATUS-CHANGE-OK
                    MOVE OS-CREATED-BY TO SM-CREATED-BY
                    MOVE OS-CREATED-DATE TO SM-CREATED-DATE
                    MOVE OS-APPROVED-BY TO SM-APPROVED-BY
                    MOVE OS-APPROVED-DATE TO SM-APPROVED-DATE
                    MOVE OS-APPROVED-TIME TO SM-APPROVED-TIME
                    MOVE OS-MERGED-INTO TO SM-MERGED-INTO
                    EXEC CICS REWRITE FILE(FILE-NAME)
                              FROM(SUPPMAST)
                              RESP(FILE-RESP) RESP2(FILE-RESP2)
                 END-EVALUATE
      *
                 EVALUATE TRUE
                    WHEN RC-SUCCESS AND DENY-HOLD-FORCED
                       PERFORM SHOW-SUPPMAST-ON-MAP
                       PERFORM RAISE-DENIED-PARTY-ALERT
                       MOVE 'DENIED-PARTY MATCH - PUT ON HOLD'
                            TO MSGO
                    WHEN RC-SUCCESS
                       PERFORM SHOW-SUPPMAST-ON-MAP
                       MOVE 'SUPPLIER CHANGED' TO MSGO
       DO-CHANGE-EXIT.
           EXIT.
      *
      *    Compare the supplier just read for update with this
      *    terminal's version stamp. A mismatch, or no stamp for
      *    this supplier at all, refuses the change and puts the
      *    record as it stands on the screen - which re-stamps it,
      *    so the re-keyed change goes through.
       CHECK-SUPPLIER-VERSION.
      *
           MOVE OS-SUPPLIER-ID TO WS-VS-CURRENT-KEY.
           MOVE OLD-SUPPMAST TO WS-VS-CURRENT-IMAGE.
           PERFORM CHECK-VERSION-STAMP.
      *
           IF NOT VERSION-STAMP-MATCHES
              EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
              SET STATUS-CHANGE-REFUSED TO TRUE
              MOVE OLD-SUPPMAST TO SUPPMAST
              PERFORM SHOW-SUPPMAST-ON-MAP
              IF VERSION-STAMP-STALE
                 MOVE WS-VS-STALE-MESSAGE TO MSGO
              ELSE
                 MOVE 'NOT DISPLAYED FIRST - CURRENT VALUES SHOWN'
                      TO MSGO
              END-IF
           END-IF.
      *
       CHECK-SUPPLIER-VERSION-EXIT.
           EXIT.
      *
      *    Work out the status a change leaves the supplier in.
      *    ACTIVE, HOLD and BLOCKED are keyed freely (a blank
      *    keeps the current status); PENDING can only be entered
       RESOLVE-CHANGED-STATUS.
      *
           EVALUATE TRUE
      *       A supplier merged away stays BLOCKED - its business
      *       lives on under the surviving ID.
              WHEN OS-MERGED-INTO NUMERIC
               AND OS-MERGED-INTO GREATER THAN ZERO
                 SET STATUS-CHANGE-REFUSED TO TRUE
                 MOVE OS-MERGED-INTO TO WS-MERGED-MSG-ID
                 MOVE WS-MERGED-MSG TO MSGO
              WHEN OS-STATUS-PENDING
                 IF STATUSI EQUAL SPACES
                    OR STATUSI EQUAL 'PENDING'
              MOVE 'STATUS' TO WS-HIST-FIELD
              MOVE OS-STATUS-CODE TO WS-HIST-OLD
              MOVE SM-STATUS-CODE TO WS-HIST-NEW
              IF DENY-HOLD-FORCED
                 MOVE 'SCREENING' TO WS-HIST-REASON
              END-IF
              PERFORM WRITE-ONE-HISTORY-ENTRY
           END-IF.
      *
       DO-VIEW-CONTACT-EXIT.
           EXIT.
      *
      *    Key a supplier certificate, or re-key it on renewal,
      *    through the entry fields - the first four bytes of TERMS
      *    carry the certificate type (ISO9, INSR, FOOD, ...), NAME
      *    the reference, ADDRESS 1 and ADDRESS 2 the issue and
      *    expiry dates as YYYYMMDD, and a Y in STATUS makes it
      *    mandatory. A renewal restarts the expiry warnings and
      *    clears the lapse; a supplier CERTCHK put on HOLD is
      *    released with C=change as any other hold is.
       DO-KEY-CERTIFICATE.
      *
           EVALUATE TRUE
              WHEN NOT SUPPIDI NUMERIC
                 MOVE 'SUPPLIER ID MUST BE NUMERIC' TO MSGO
              WHEN TERMSI(1:4) EQUAL SPACES
                OR TERMSI(1:4) EQUAL LOW-VALUES
                 MOVE 'CERTIFICATE TYPE GOES IN TERMS' TO MSGO
              WHEN SNAMEI EQUAL SPACES
                OR SNAMEI EQUAL LOW-VALUES
                 MOVE 'CERTIFICATE REFERENCE GOES IN NAME' TO MSGO
              WHEN ADDR1I(1:8) NOT NUMERIC
                OR ADDR2I(1:8) NOT NUMERIC
                 MOVE 'ISSUE/EXPIRY DATES GO IN ADDRESS 1/2 AS YYYYMMDD'
                      TO MSGO
              WHEN ADDR2I(1:8) NOT GREATER THAN ADDR1I(1:8)
                 MOVE 'EXPIRY DATE MUST BE AFTER ISSUE DATE' TO MSGO
              WHEN OTHER
                 MOVE SUPPIDI TO SM-SUPPLIER-ID
                 EXEC CICS READ FILE(FILE-NAME)
                           INTO(SUPPMAST)
                           RIDFLD(SM-SUPPLIER-ID)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    PERFORM WRITE-CERTIFICATE
                 ELSE
                    MOVE 'SUPPLIER NOT FOUND' TO MSGO
                 END-IF
           END-EVALUATE.
      *
       DO-KEY-CERTIFICATE-EXIT.
           EXIT.
      *
      *    Write the certificate, or rewrite the one already on
      *    file for that type, and leave the expiry on the
      *    supplier's SUPPHIST trail.
       WRITE-CERTIFICATE.
      *
           MOVE 'N' TO WS-CERT-RENEWAL.
           MOVE SPACES TO WS-CERT-OLD-EXPIRY.
           MOVE SM-SUPPLIER-ID TO CE-SUPPLIER-ID.
           MOVE TERMSI(1:4) TO CE-CERT-TYPE.
           EXEC CICS READ FILE(CERT-FILE-NAME)
                     INTO(SUPPLIER-CERTIFICATE)
                     RIDFLD(CE-KEY)
                     UPDATE
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET CERT-IS-RENEWAL TO TRUE
              MOVE CE-EXPIRY-DATE TO WS-CERT-OLD-EXPIRY
           ELSE
              MOVE SPACES TO SUPPLIER-CERTIFICATE
              MOVE SM-SUPPLIER-ID TO CE-SUPPLIER-ID
              MOVE TERMSI(1:4) TO CE-CERT-TYPE
           END-IF.
      *
           MOVE SNAMEI TO CE-REFERENCE.
           MOVE ADDR1I(1:8) TO CE-ISSUE-DATE.
           MOVE ADDR2I(1:8) TO CE-EXPIRY-DATE.
           IF STATUSI(1:1) EQUAL 'Y'
              SET CE-MANDATORY TO TRUE
           ELSE
              MOVE 'N' TO CE-MANDATORY-FLAG
           END-IF.
           MOVE ZERO TO CE-WARNING-SENT.
           MOVE 'N' TO CE-LAPSE-FLAG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           MOVE WS-USERID TO CE-KEYED-BY.
           MOVE WS-DATE8 TO CE-KEYED-DATE.
      *
           IF CERT-IS-RENEWAL
              EXEC CICS REWRITE FILE(CERT-FILE-NAME)
                        FROM(SUPPLIER-CERTIFICATE)
                        RESP(FILE-RESP)
                        END-EXEC
           ELSE
              EXEC CICS WRITE FILE(CERT-FILE-NAME)
                        FROM(SUPPLIER-CERTIFICATE)
                        RIDFLD(CE-KEY)
                        RESP(FILE-RESP)
                        END-EXEC
           END-IF.
      *
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              MOVE SPACES TO WS-HIST-FIELD
              STRING 'CERT ' DELIMITED BY SIZE
                     CE-CERT-TYPE DELIMITED BY SIZE
                     INTO WS-HIST-FIELD
              END-STRING
              MOVE WS-CERT-OLD-EXPIRY TO WS-HIST-OLD
              MOVE CE-EXPIRY-DATE TO WS-HIST-NEW
              IF CERT-IS-RENEWAL
                 MOVE 'RENEWED' TO WS-HIST-REASON
              END-IF
              PERFORM WRITE-ONE-HISTORY-ENTRY
              EVALUATE TRUE
                 WHEN NOT CERT-IS-RENEWAL
                    MOVE 'CERTIFICATE ADDED' TO MSGO
                 WHEN SM-STATUS-HOLD
                    MOVE 'CERTIFICATE RENEWED - SUPPLIER STILL ON HOLD'
                         TO MSGO
                 WHEN OTHER
                    MOVE 'CERTIFICATE RENEWED' TO MSGO
              END-EVALUATE
           ELSE
              MOVE 'FILE ERROR WRITING CERTIFICATE' TO MSGO
           END-IF.
      *
       WRITE-CERTIFICATE-EXIT.
           EXIT.
      *
      *    List the supplier's certificates on the pick rows, up
      *    to five, each with whether it has lapsed.
       DO-LIST-CERTIFICATES.
      *
           IF NOT SUPPIDI NUMERIC
              MOVE 'SUPPLIER ID MUST BE NUMERIC' TO MSGO
           ELSE
              MOVE ZERO TO WS-PICK-COUNT
              MOVE SPACES TO PICK1O
              MOVE SPACES TO PICK2O
              MOVE SPACES TO PICK3O
              MOVE SPACES TO PICK4O
              MOVE SPACES TO PICK5O
              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-DATE8)
                        END-EXEC
              MOVE SUPPIDI TO WS-CERT-BROWSE-KEY(1:8)
              MOVE LOW-VALUES TO WS-CERT-BROWSE-KEY(9:4)
              EXEC CICS STARTBR FILE(CERT-FILE-NAME)
                        RIDFLD(WS-CERT-BROWSE-KEY)
                        GTEQ
                        RESP(FILE-RESP)
                        END-EXEC
              IF FILE-RESP EQUAL DFHRESP(NORMAL)
                 SET CERT-BROWSE-ACTIVE TO TRUE
                 PERFORM UNTIL NOT CERT-BROWSE-ACTIVE
                    OR WS-PICK-COUNT NOT LESS THAN 5
                    EXEC CICS READNEXT FILE(CERT-FILE-NAME)
                              INTO(SUPPLIER-CERTIFICATE)
                              RIDFLD(WS-CERT-BROWSE-KEY)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP EQUAL DFHRESP(NORMAL)
                       AND CE-SUPPLIER-ID EQUAL SUPPIDI
                       PERFORM ADD-CERT-ROW
                    ELSE
                       MOVE 'N' TO WS-CERT-ACTIVE
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(CERT-FILE-NAME) END-EXEC
              END-IF
              IF WS-PICK-COUNT EQUAL ZERO
                 MOVE 'NO CERTIFICATES ON FILE FOR SUPPLIER' TO MSGO
              ELSE
                 MOVE 'CERTIFICATES LISTED' TO MSGO
              END-IF
           END-IF.
      *
       DO-LIST-CERTIFICATES-EXIT.
           EXIT.
      *
      *    Format this certificate onto the next pick row.
       ADD-CERT-ROW.
      *
           ADD 1 TO WS-PICK-COUNT.
           MOVE CE-CERT-TYPE TO CR-CERT-TYPE.
           MOVE CE-REFERENCE TO CR-REFERENCE.
           MOVE CE-ISSUE-DATE TO CR-ISSUE-DATE.
           MOVE CE-EXPIRY-DATE TO CR-EXPIRY-DATE.
           MOVE CE-MANDATORY-FLAG TO CR-MANDATORY.
           IF CE-EXPIRY-DATE LESS THAN WS-DATE8
              MOVE 'LAPSED' TO CR-STATE
           ELSE
              MOVE 'VALID' TO CR-STATE
           END-IF.
           EVALUATE WS-PICK-COUNT
              WHEN 1
                 MOVE WS-CERT-ROW TO PICK1O
              WHEN 2
                 MOVE WS-CERT-ROW TO PICK2O
              WHEN 3
                 MOVE WS-CERT-ROW TO PICK3O
              WHEN 4
                 MOVE WS-CERT-ROW TO PICK4O
              WHEN OTHER
                 MOVE WS-CERT-ROW TO PICK5O
           END-EVALUATE.
      *
       ADD-CERT-ROW-EXIT.
           EXIT.
      *
      *    Find the next free contact sequence for the supplier.
       FIND-NEXT-CONTACT-SEQ.
      *
       ADD-PICK-ROW-EXIT.
           EXIT.
      *
      *    Screen SUPPMAST's name, then its street address and
      *    city, against the DENYPTY list, both normalized by the
      *    DPNORMP rule DPSCREEN loads the list with. A match
      *    compliance has cleared on DPCLEAR does not count.
       SCREEN-DENIED-PARTIES.
      *
           SET DENY-SCREEN-CLEAR TO TRUE.
           MOVE 'N' TO WS-DENY-HOLD-FLAG.
      *
           MOVE SM-SUPPLIER-NAME TO WS-DN-INPUT.
           PERFORM NORMALIZE-PARTY-NAME.
           IF WS-DN-OUTPUT NOT EQUAL SPACES
              SET DX-NAME-MATCH TO TRUE
              MOVE WS-DN-OUTPUT TO DX-MATCH-TEXT
              PERFORM SCREEN-ONE-DENY-KEY
           END-IF.
      *
           IF DENY-SCREEN-CLEAR
              AND SM-ADDRESS-LINE1 NOT EQUAL SPACES
              MOVE SPACES TO WS-DN-INPUT
              STRING SM-ADDRESS-LINE1 DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     SM-ADDRESS-CITY DELIMITED BY '  '
                     INTO WS-DN-INPUT
              END-STRING
              PERFORM NORMALIZE-PARTY-NAME
              SET DX-ADDRESS-MATCH TO TRUE
              MOVE WS-DN-OUTPUT TO DX-MATCH-TEXT
              PERFORM SCREEN-ONE-DENY-KEY
           END-IF.
      *
       SCREEN-DENIED-PARTIES-EXIT.
           EXIT.
      *
      *    Browse every list entry filed under DX-MATCH-KEY until
      *    one is found that has not been cleared for this
      *    supplier. A list that cannot be browsed is unavailable.
       SCREEN-ONE-DENY-KEY.
      *
           MOVE DX-MATCH-KEY TO WS-DENY-SEARCH-KEY.
           MOVE LOW-VALUES TO DX-ENTRY-ID.
           EXEC CICS STARTBR FILE(DENY-FILE-NAME)
                     RIDFLD(DX-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET DENY-LIST-UNAVAILABLE TO TRUE
              WHEN OTHER
                 SET DENY-BROWSE-ACTIVE TO TRUE
                 PERFORM UNTIL NOT DENY-BROWSE-ACTIVE
                    EXEC CICS READNEXT FILE(DENY-FILE-NAME)
                              INTO(DENIED-PARTY-RECORD)
                              RIDFLD(DX-KEY)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP EQUAL DFHRESP(NORMAL)
                       AND DX-MATCH-KEY EQUAL WS-DENY-SEARCH-KEY
                       MOVE SM-SUPPLIER-ID TO DC-SUPPLIER-ID
                       MOVE DX-ENTRY-ID TO DC-ENTRY-ID
                       EXEC CICS READ FILE(CLEAR-FILE-NAME)
                                 INTO(DENIED-PARTY-CLEARANCE)
                                 RIDFLD(DC-KEY)
                                 RESP(FILE-RESP)
                                 END-EXEC
                       IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                          SET DENY-SCREEN-HIT TO TRUE
                          MOVE 'N' TO WS-DENY-ACTIVE
                       END-IF
                    ELSE
                       MOVE 'N' TO WS-DENY-ACTIVE
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(DENY-FILE-NAME) END-EXEC
           END-EVALUATE.
      *
       SCREEN-ONE-DENY-KEY-EXIT.
           EXIT.
      *
      *    Tell operations a supplier has just been put on HOLD by
      *    the screening, on the ALRT queue ALRTROUT is fed from.
       RAISE-DENIED-PARTY-ALERT.
      *
           SET AM-SEV-CRITICAL TO TRUE.
           MOVE THIS-MENU-NAME TO AM-SOURCE.
           MOVE SPACES TO AM-ALERT-TEXT.
           STRING 'DENIED-PARTY HOLD ON SUPPLIER '
                  DELIMITED BY SIZE
                  SM-SUPPLIER-ID DELIMITED BY SIZE
                  INTO AM-ALERT-TEXT
           END-STRING.
           EXEC CICS WRITEQ TD QUEUE(ALERT-QUEUE-NAME)
                     FROM(ALERT-MESSAGE)
                     END-EXEC.
      *
       RAISE-DENIED-PARTY-ALERT-EXIT.
           EXIT.
      *
      *    Append one before/after entry, stamped with the same
      *    identification fields PRICEHST captures.
       WRITE-ONE-HISTORY-ENTRY.
           MOVE WS-HIST-FIELD TO SH-FIELD-NAME.
           MOVE WS-HIST-OLD TO SH-OLD-VALUE.
           MOVE WS-HIST-NEW TO SH-NEW-VALUE.
           MOVE WS-HIST-REASON TO SH-CHANGE-REASON.
           MOVE SPACES TO WS-HIST-REASON.
           MOVE WS-USERID TO SH-CICS-USERID.
           MOVE EIBTRMID TO SH-TERMINAL-ID.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
              EVALUATE TRUE
                 WHEN RC-SUCCESS
                    PERFORM SHOW-SUPPMAST-ON-MAP
                    IF SM-MERGED-INTO NUMERIC
                       AND SM-MERGED-INTO GREATER THAN ZERO
                       MOVE SM-MERGED-INTO TO WS-MERGED-MSG-ID
                       MOVE WS-MERGED-MSG TO MSGO
                    ELSE
                       MOVE 'SUPPLIER FOUND' TO MSGO
                    END-IF
                 WHEN RC-NOTFND
                    MOVE 'SUPPLIER NOT FOUND' TO MSGO
                 WHEN OTHER
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Shared name normalization paragraphs - see DPNORMP.cpy.
           COPY DPNORMP.
      *
      *    Shared version stamp paragraphs - see VSTAMPP.cpy.
           COPY VSTAMPP.
