       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

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
      *
      * Warranty-claim maintenance. A serial-controlled unit that
      * fails in the field is checked against the warranty stamped
      * on its SERIALNO record and, when still covered, claimed
      * against the supplier it came from. Each claim is numbered
      * on WARRCLM and carried from open to credited or rejected:
      *
      *   'W' checks cover - returns whether the unit is still in
      *       warranty on the failure date keyed (default today),
      *       its expiry, and the supplier, PO and lot it came
      *       from. Nothing is written.
      *   'O' opens a claim. The unit must be on SERIALNO, not
      *       held at inspection or rejected, and inside its
      *       warranty on the failure date. The supplier, PO and
      *       lot come off the unit (the part's own supplier when
      *       the unit pre-dates that record); the value claimed
      *       is the part's UNIT-PRICE unless keyed. A unit with a
      *       claim still outstanding gets that claim back with
      *       the duplicate return code rather than a second one.
      *       The number comes off the WCLMNCTL control record and
      *       is stamped on the unit.
      *   'S' records an open claim as submitted to the supplier,
      *       with their return authorisation if they gave one.
      *   'C' records a submitted claim as credited and writes
      *       the CREDMEMO entry (origin 'W', quantity one) that
      *       CRMSETTL and PAYPROP settle like any other credit.
      *       The value is the claim's unless the supplier agreed
      *       a different one.
      *   'R' rejects an open or submitted claim, with the reason.
      *   'I' returns the claim.
      *
      * The reason code a warranty credit posts under defaults to
      * the compiled value below, PARMFILE key WARRRSN overrides
      * it, and a reason keyed by the caller beats both.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              WCLMMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    WARRCLM copybook - the claim being worked.
           COPY WARRCLM.
      *
      *    WCLMCTL copybook - the one-record number control.
           COPY WCLMCTL.
      *
      *    SERIALNO copybook - the failed unit.
           COPY SERIALNO.
      *
      *    STOCK-PART copybook - the part the unit is one of.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    CRMEMO copybook - the credit a warranty claim earns.
           COPY CRMEMO.
      *
      *    PARMFILE copybook - the reason-code override.
           COPY PARMFILE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  CLAIM-FILE-NAME      PIC X(8) VALUE 'WARRCLM'.
       77  CTL-FILE-NAME        PIC X(8) VALUE 'WCLMNCTL'.
       77  SERIAL-FILE-NAME     PIC X(8) VALUE 'SERIALNO'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'SMPLXMPL'.
       77  MEMO-FILE-NAME       PIC X(8) VALUE 'CREDMEMO'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
      *
      *    The RSNCODE reason a warranty credit posts under.
      *    PARMFILE key WARRRSN overrides it at task start.
       01  WARRANTY-REASON-CODE PIC X(4) VALUE 'WARR'.
      *
       01  WS-STORAGE.
           03 CLAIM-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 CTL-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 SERIAL-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 PART-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 MEMO-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TIME6          PIC 9(6)  DISPLAY VALUE ZERO.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-FAILURE-DATE   PIC X(8)          VALUE SPACES.
           03 WS-FAILURE-DATE-N REDEFINES WS-FAILURE-DATE
                                PIC 9(8).
           03 WS-SUPPLIER-ID    PIC 9(8)  DISPLAY VALUE ZERO.
           03 WS-COVER-FLAG     PIC X(1)          VALUE 'N'.
              88 UNIT-COVERED      VALUE 'Y'.
              88 UNIT-NOT-COVERED  VALUE 'N'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-COVERAGE     VALUE 'W'.
              88 CA-ACTION-OPEN         VALUE 'O'.
              88 CA-ACTION-SUBMIT       VALUE 'S'.
              88 CA-ACTION-CREDIT       VALUE 'C'.
              88 CA-ACTION-REJECT       VALUE 'R'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
      *
      *    Output on open (the number the claim was given, or the
      *    outstanding claim already on the unit); input on
      *    submit, credit, reject and inquire.
           03 CA-CLAIM-NUMBER        PIC 9(8) DISPLAY.
      *
      *    The unit - input on a cover check and an open.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-SERIAL-NUMBER       PIC X(15).
      *
      *    Open fields. A blank failure date means today; a zero
      *    claim value means the part's UNIT-PRICE.
           03 CA-FAILURE-DATE        PIC X(8).
           03 CA-FAULT-TEXT          PIC X(60).
           03 CA-CLAIM-VALUE         PIC 9(9)V99 DISPLAY.
      *
      *    Submit field - optional.
           03 CA-SUPPLIER-RMA        PIC X(12).
      *
      *    Credit fields - both optional: a zero value means the
      *    value claimed; the reason beats the configured default.
           03 CA-CREDIT-VALUE        PIC 9(9)V99 DISPLAY.
           03 CA-REASON-CODE         PIC X(4).
      *
      *    Reject field - required.
           03 CA-REJECT-TEXT         PIC X(40).
      *
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Cover-check output.
           03 CA-COVERED-FLAG        PIC X(1).
           03 CA-WARRANTY-EXPIRY     PIC X(8).
           03 CA-SUPPLIER-ID         PIC 9(8) DISPLAY.
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
           03 CA-LOT-NUMBER          PIC X(10).
      *
      *    The claim as it stands after the action - output on
      *    every action that found it.
           03 CA-CLAIM-DATA          PIC X(280).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACES TO CA-CLAIM-DATA.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM GET-RUNTIME-PARMS.
      *
           EVALUATE TRUE
              WHEN CA-ACTION-COVERAGE
                 PERFORM DO-CHECK-COVERAGE
              WHEN CA-ACTION-OPEN
                 PERFORM DO-OPEN-CLAIM
              WHEN CA-ACTION-SUBMIT
                 PERFORM DO-SUBMIT-CLAIM
              WHEN CA-ACTION-CREDIT
                 PERFORM DO-CREDIT-CLAIM
              WHEN CA-ACTION-REJECT
                 PERFORM DO-REJECT-CLAIM
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Override the compiled warranty reason with whatever
      *    operations has put on PARMFILE - an absent or blank key
      *    leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'WARRRSN' TO PM-PARM-KEY.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                     INTO(PARAMETER-RECORD)
                     RIDFLD(PM-PARM-KEY)
                     RESP(PARM-RESP)
                     END-EXEC.
           IF PARM-RESP EQUAL DFHRESP(NORMAL)
              AND PM-PARM-VALUE(1:4) NOT EQUAL SPACES
              MOVE PM-PARM-VALUE(1:4) TO WARRANTY-REASON-CODE
           END-IF.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    Tell the caller whether the unit is still covered on the
      *    failure date, and where it came from.
       DO-CHECK-COVERAGE.
      *
           PERFORM READ-SERIAL.
           IF RC-SUCCESS
              PERFORM CHECK-FAILURE-DATE
           END-IF.
           IF RC-SUCCESS
              PERFORM CHECK-COVER
              MOVE WS-COVER-FLAG TO CA-COVERED-FLAG
              MOVE SN-WARRANTY-EXPIRY TO CA-WARRANTY-EXPIRY
              MOVE WS-SUPPLIER-ID TO CA-SUPPLIER-ID
              IF SN-RECEIPT-PO NUMERIC
                 MOVE SN-RECEIPT-PO TO CA-PO-NUMBER
              ELSE
                 MOVE ZERO TO CA-PO-NUMBER
              END-IF
              MOVE SN-LOT-NUMBER TO CA-LOT-NUMBER
           END-IF.
      *
       DO-CHECK-COVERAGE-EXIT.
           EXIT.
      *
      *    Open a claim on a covered unit: the unit, the date it
      *    failed, its cover on that date, no claim already
      *    outstanding, then the next number off the control
      *    record. The unit is locked until it carries the number.
      *    The number control, the claim and the unit are one unit
      *    of work - a file error anywhere backs all three out, so
      *    no number is lost and no claim is left that its unit
      *    does not point to.
       DO-OPEN-CLAIM.
      *
           IF CA-FAULT-TEXT EQUAL SPACES
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
           IF RC-SUCCESS
              PERFORM LOCK-SERIAL
           END-IF.
           IF RC-SUCCESS
              PERFORM CHECK-FAILURE-DATE
              IF RC-SUCCESS
                 AND (SN-STATUS-HELD OR SN-STATUS-REJECTED)
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
              IF RC-SUCCESS
                 PERFORM CHECK-COVER
                 IF UNIT-NOT-COVERED
                    SET RC-VALIDATION-ERROR TO TRUE
                 END-IF
              END-IF
              IF RC-SUCCESS
                 PERFORM CHECK-OUTSTANDING-CLAIM
              END-IF
              IF RC-SUCCESS
                 PERFORM READ-PART
              END-IF
              IF RC-SUCCESS
                 PERFORM TAKE-NEXT-CLAIM-NUMBER
              END-IF
              IF RC-SUCCESS
                 PERFORM WRITE-NEW-CLAIM
              END-IF
              IF RC-SUCCESS
                 MOVE WC-CLAIM-NUMBER TO SN-CLAIM-NUMBER
                 EXEC CICS REWRITE FILE(SERIAL-FILE-NAME)
                           FROM(SERIAL-NUMBER-RECORD)
                           RESP(SERIAL-RESP)
                           END-EXEC
                 IF SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
              END-IF
              EVALUATE TRUE
                 WHEN RC-SUCCESS
                    CONTINUE
                 WHEN RC-FILE-ERROR
                    EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                    MOVE ZERO TO CA-CLAIM-NUMBER
                    MOVE SPACES TO CA-CLAIM-DATA
                 WHEN OTHER
                    EXEC CICS UNLOCK FILE(SERIAL-FILE-NAME) END-EXEC
              END-EVALUATE
           END-IF.
      *
       DO-OPEN-CLAIM-EXIT.
           EXIT.
      *
      *    A claim still open or with the supplier is handed back
      *    rather than duplicated.
       CHECK-OUTSTANDING-CLAIM.
      *
           IF SN-CLAIM-NUMBER NUMERIC
              AND SN-CLAIM-NUMBER GREATER THAN ZERO
              MOVE SN-CLAIM-NUMBER TO WC-CLAIM-NUMBER
              EXEC CICS READ FILE(CLAIM-FILE-NAME)
                        INTO(WARRANTY-CLAIM-RECORD)
                        RIDFLD(WC-CLAIM-NUMBER)
                        RESP(CLAIM-RESP)
                        END-EXEC
              IF CLAIM-RESP EQUAL DFHRESP(NORMAL)
                 AND WC-STATUS-OUTSTANDING
                 SET RC-DUPLICATE-AMENDED TO TRUE
                 MOVE WC-CLAIM-NUMBER TO CA-CLAIM-NUMBER
                 MOVE WARRANTY-CLAIM-RECORD TO CA-CLAIM-DATA
              END-IF
           END-IF.
      *
       CHECK-OUTSTANDING-CLAIM-EXIT.
           EXIT.
      *
      *    Build and write the claim off the locked unit.
       WRITE-NEW-CLAIM.
      *
           MOVE SPACES TO WARRANTY-CLAIM-RECORD.
           MOVE WCC-LAST-CLAIM-NUMBER TO WC-CLAIM-NUMBER.
           MOVE SN-PART-ID TO WC-PART-ID.
           MOVE SN-SERIAL-NUMBER TO WC-SERIAL-NUMBER.
           MOVE WS-SUPPLIER-ID TO WC-SUPPLIER-ID.
           IF SN-RECEIPT-PO NUMERIC
              MOVE SN-RECEIPT-PO TO WC-PO-NUMBER
           ELSE
              MOVE ZERO TO WC-PO-NUMBER
           END-IF.
           MOVE SN-LOT-NUMBER TO WC-LOT-NUMBER.
           MOVE SN-RECEIPT-DATE TO WC-RECEIPT-DATE.
           MOVE SN-WARRANTY-EXPIRY TO WC-WARRANTY-EXPIRY.
           MOVE WS-FAILURE-DATE TO WC-FAILURE-DATE.
           MOVE CA-FAULT-TEXT TO WC-FAULT-TEXT.
           IF CA-CLAIM-VALUE NUMERIC
              AND CA-CLAIM-VALUE GREATER THAN ZERO
              MOVE CA-CLAIM-VALUE TO WC-CLAIM-VALUE
           ELSE
              MOVE UNIT-PRICE OF WS-STOCK-PART TO WC-CLAIM-VALUE
           END-IF.
           MOVE ZERO TO WC-CREDIT-VALUE.
           SET WC-STATUS-OPEN TO TRUE.
           MOVE WS-USERID TO WC-OPENED-BY.
           MOVE WS-DATE8 TO WC-OPENED-DATE.
           EXEC CICS WRITE FILE(CLAIM-FILE-NAME)
                     FROM(WARRANTY-CLAIM-RECORD)
                     RIDFLD(WC-CLAIM-NUMBER)
                     RESP(CLAIM-RESP)
                     END-EXEC.
           IF CLAIM-RESP EQUAL DFHRESP(NORMAL)
              MOVE WC-CLAIM-NUMBER TO CA-CLAIM-NUMBER
              MOVE WARRANTY-CLAIM-RECORD TO CA-CLAIM-DATA
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       WRITE-NEW-CLAIM-EXIT.
           EXIT.
      *
      *    The failure date keyed (today when blank) must be a real
      *    date no later than today.
       CHECK-FAILURE-DATE.
      *
           IF CA-FAILURE-DATE EQUAL SPACES
              MOVE WS-DATE8 TO WS-FAILURE-DATE
           ELSE
              MOVE CA-FAILURE-DATE TO WS-FAILURE-DATE
           END-IF.
           IF WS-FAILURE-DATE NOT NUMERIC
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-FAILURE-DATE-N)
                 NOT EQUAL ZERO
                 OR WS-FAILURE-DATE GREATER THAN WS-DATE8
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
       CHECK-FAILURE-DATE-EXIT.
           EXIT.
      *
      *    Covered when the unit has a warranty expiry and failed
      *    on or before it. A unit with an issue-based warranty
      *    that has not been issued yet has no expiry - it is still
      *    on the shelf and is not a field failure. Also settles
      *    the supplier the unit came from: its own when stamped,
      *    else the part's.
       CHECK-COVER.
      *
           SET UNIT-NOT-COVERED TO TRUE.
           IF SN-WARRANTY-EXPIRY NOT EQUAL SPACES
              AND WS-FAILURE-DATE NOT GREATER THAN SN-WARRANTY-EXPIRY
              AND (SN-WARRANTY-FROM-RECEIPT OR SN-WARRANTY-FROM-ISSUE)
              SET UNIT-COVERED TO TRUE
           END-IF.
           IF SN-SUPPLIER-ID NUMERIC
              AND SN-SUPPLIER-ID GREATER THAN ZERO
              MOVE SN-SUPPLIER-ID TO WS-SUPPLIER-ID
           ELSE
              PERFORM READ-PART
              MOVE SUPPLIER OF WS-STOCK-PART TO WS-SUPPLIER-ID
           END-IF.
      *
       CHECK-COVER-EXIT.
           EXIT.
      *
       READ-PART.
      *
           MOVE SN-PART-ID TO PART-ID OF WS-STOCK-PART.
           EXEC CICS READ FILE(PART-FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(PART-ID OF WS-STOCK-PART)
                     RESP(PART-RESP)
                     END-EXEC.
           IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-NOTFND TO TRUE
           END-IF.
      *
       READ-PART-EXIT.
           EXIT.
      *
       READ-SERIAL.
      *
           MOVE CA-PART-ID TO SN-PART-ID.
           MOVE CA-SERIAL-NUMBER TO SN-SERIAL-NUMBER.
           EXEC CICS READ FILE(SERIAL-FILE-NAME)
                     INTO(SERIAL-NUMBER-RECORD)
                     RIDFLD(SN-KEY)
                     RESP(SERIAL-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN SERIAL-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       READ-SERIAL-EXIT.
           EXIT.
      *
      *    Read the unit for update.
       LOCK-SERIAL.
      *
           MOVE CA-PART-ID TO SN-PART-ID.
           MOVE CA-SERIAL-NUMBER TO SN-SERIAL-NUMBER.
           EXEC CICS READ FILE(SERIAL-FILE-NAME)
                     INTO(SERIAL-NUMBER-RECORD)
                     RIDFLD(SN-KEY)
                     UPDATE
                     RESP(SERIAL-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN SERIAL-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN SERIAL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       LOCK-SERIAL-EXIT.
           EXIT.
      *
      *    The WCLMNCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back.
       TAKE-NEXT-CLAIM-NUMBER.
      *
           MOVE ZERO TO WS-CTL-RBA.
           EXEC CICS READ FILE(CTL-FILE-NAME)
                     INTO(CLAIM-CONTROL-RECORD)
                     RIDFLD(WS-CTL-RBA)
                     RBA
                     UPDATE
                     RESP(CTL-RESP)
                     END-EXEC.
           IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO WCC-LAST-CLAIM-NUMBER
              MOVE WS-DATE8 TO WCC-LAST-USED-DATE
              EXEC CICS REWRITE FILE(CTL-FILE-NAME)
                        FROM(CLAIM-CONTROL-RECORD)
                        RESP(CTL-RESP)
                        END-EXEC
              IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       TAKE-NEXT-CLAIM-NUMBER-EXIT.
           EXIT.
      *
      *    Record an open claim as sent to the supplier.
       DO-SUBMIT-CLAIM.
      *
           PERFORM LOCK-CLAIM.
           IF RC-SUCCESS
              IF NOT WC-STATUS-OPEN
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(CLAIM-FILE-NAME) END-EXEC
              ELSE
                 MOVE CA-SUPPLIER-RMA TO WC-SUPPLIER-RMA
                 MOVE WS-USERID TO WC-SUBMITTED-BY
                 MOVE WS-DATE8 TO WC-SUBMITTED-DATE
                 SET WC-STATUS-SUBMITTED TO TRUE
                 PERFORM REWRITE-CLAIM
              END-IF
           END-IF.
      *
       DO-SUBMIT-CLAIM-EXIT.
           EXIT.
      *
      *    The supplier has agreed the claim: write the credit memo
      *    that settlement works, then close the claim as credited.
      *    The memo and the claim go together or not at all - a
      *    memo left behind by a claim still shown as submitted
      *    would be credited a second time.
       DO-CREDIT-CLAIM.
      *
           PERFORM LOCK-CLAIM.
           IF RC-SUCCESS
              IF NOT WC-STATUS-SUBMITTED
                 OR CA-CREDIT-VALUE NOT NUMERIC
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(CLAIM-FILE-NAME) END-EXEC
              ELSE
                 IF CA-CREDIT-VALUE GREATER THAN ZERO
                    MOVE CA-CREDIT-VALUE TO WC-CREDIT-VALUE
                 ELSE
                    MOVE WC-CLAIM-VALUE TO WC-CREDIT-VALUE
                 END-IF
                 IF CA-REASON-CODE NOT EQUAL SPACES
                    MOVE CA-REASON-CODE TO WC-REASON-CODE
                 ELSE
                    MOVE WARRANTY-REASON-CODE TO WC-REASON-CODE
                 END-IF
                 PERFORM WRITE-CREDIT-MEMO
                 IF RC-SUCCESS
                    SET WC-STATUS-CREDITED TO TRUE
                    MOVE WS-USERID TO WC-CLOSED-BY
                    MOVE WS-DATE8 TO WC-CLOSED-DATE
                    PERFORM REWRITE-CLAIM
                 END-IF
                 IF NOT RC-SUCCESS
                    EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                    MOVE SPACES TO CA-CLAIM-DATA
                 END-IF
              END-IF
           END-IF.
      *
       DO-CREDIT-CLAIM-EXIT.
           EXIT.
      *
      *    One unit's credit on CREDMEMO, against the PO the unit
      *    was received on, marked as a warranty credit with the
      *    claim it settles.
       WRITE-CREDIT-MEMO.
      *
           MOVE SPACES TO CREDIT-MEMO-RECORD.
           MOVE WC-PART-ID TO CM-PART-ID.
           MOVE WC-SUPPLIER-ID TO CM-SUPPLIER-ID.
           MOVE 1 TO CM-QUANTITY.
           MOVE WC-PO-NUMBER TO CM-PO-NUMBER.
           MOVE WC-REASON-CODE TO CM-REASON-CODE.
           MOVE WC-CREDIT-VALUE TO CM-VALUE.
           MOVE WS-DATE8 TO CM-RTV-DATE.
           MOVE WS-TIME6 TO CM-RTV-TIME.
           MOVE WS-USERID TO CM-CICS-USERID.
           MOVE EIBTRMID TO CM-TERMINAL-ID.
           SET CM-FROM-WARRANTY TO TRUE.
           MOVE WC-CLAIM-NUMBER TO CM-CLAIM-NUMBER.
      *
           EXEC CICS WRITE FILE(MEMO-FILE-NAME)
                     FROM(CREDIT-MEMO-RECORD)
                     RESP(MEMO-RESP)
                     END-EXEC.
           IF MEMO-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       WRITE-CREDIT-MEMO-EXIT.
           EXIT.
      *
      *    The supplier has turned the claim down - or we withdrew
      *    it before it went - with the reason.
       DO-REJECT-CLAIM.
      *
           PERFORM LOCK-CLAIM.
           IF RC-SUCCESS
              IF NOT WC-STATUS-OUTSTANDING
                 OR CA-REJECT-TEXT EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(CLAIM-FILE-NAME) END-EXEC
              ELSE
                 MOVE CA-REJECT-TEXT TO WC-REJECT-TEXT
                 SET WC-STATUS-REJECTED TO TRUE
                 MOVE WS-USERID TO WC-CLOSED-BY
                 MOVE WS-DATE8 TO WC-CLOSED-DATE
                 PERFORM REWRITE-CLAIM
              END-IF
           END-IF.
      *
       DO-REJECT-CLAIM-EXIT.
           EXIT.
      *
       DO-INQUIRE.
      *
           MOVE CA-CLAIM-NUMBER TO WC-CLAIM-NUMBER.
           EXEC CICS READ FILE(CLAIM-FILE-NAME)
                     INTO(WARRANTY-CLAIM-RECORD)
                     RIDFLD(WC-CLAIM-NUMBER)
                     RESP(CLAIM-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN CLAIM-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN CLAIM-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE WARRANTY-CLAIM-RECORD TO CA-CLAIM-DATA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Read the claim for update.
       LOCK-CLAIM.
      *
           MOVE CA-CLAIM-NUMBER TO WC-CLAIM-NUMBER.
           EXEC CICS READ FILE(CLAIM-FILE-NAME)
                     INTO(WARRANTY-CLAIM-RECORD)
                     RIDFLD(WC-CLAIM-NUMBER)
                     UPDATE
                     RESP(CLAIM-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN CLAIM-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN CLAIM-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       LOCK-CLAIM-EXIT.
           EXIT.
      *
       REWRITE-CLAIM.
      *
           EXEC CICS REWRITE FILE(CLAIM-FILE-NAME)
                     FROM(WARRANTY-CLAIM-RECORD)
                     RESP(CLAIM-RESP)
                     END-EXEC.
           IF CLAIM-RESP EQUAL DFHRESP(NORMAL)
              MOVE WARRANTY-CLAIM-RECORD TO CA-CLAIM-DATA
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       REWRITE-CLAIM-EXIT.
           EXIT.
