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
      * Non-conformance report maintenance. A rejected receipt or a
      * department's report of bad stock used to leave nothing but
      * a status byte on INSPHOLD and perhaps a CREDMEMO; this
      * transaction keeps a numbered NCR per incident on NCRFILE
      * and carries it from open to closed:
      *
      *   'O' opens an NCR. Source 'H' names an INSPHOLD receipt
      *       (part and hold sequence) - the lot, PO, quantity and
      *       supplier are taken off the hold and its PO. Source
      *       'S' is stock on the shelf - the caller keys the lot,
      *       supplier (default the part's own), PO and quantity.
      *       The defect code must be active on DEFCODE; the number
      *       comes off the NCRNOCTL control record.
      *   'D' records the disposition of an open NCR and drives
      *       the stock movement it implies:
      *         return to vendor - RTVGOODS for stock on the
      *           shelf; the INSPREL reject (and its credit memo)
      *           for a receipt still held;
      *         scrap - an ADJSTCK write-off under the scrap
      *           reason for stock on the shelf; a receipt still
      *           held is accepted through INSPREL first so the
      *           write-off has something to come off;
      *         use-as-is - a mandatory concession reference; a
      *           receipt still held is accepted through INSPREL;
      *         rework - recorded only; the hold (if any) waits
      *           for the reworked goods to be released.
      *       A hold already rejected is on its way back to the
      *       supplier with its credit memo - the disposition is
      *       recorded and nothing moves again. The movement
      *       program's own refusal comes back as the return code
      *       and leaves the NCR open.
      *   'R' records the supplier's response (cause and
      *       corrective action) on a dispositioned NCR.
      *   'C' closes a dispositioned or responded NCR.
      *   'I' returns the NCR.
      *
      * The reason codes the scrap and return post under default
      * to the compiled values below, PARMFILE keys NCRSCRAP and
      * NCRRTV override them, and a reason keyed by the caller
      * beats both.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              NCRMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    NCRREC copybook - the report being worked.
           COPY NCRREC.
      *
      *    NCRCTL copybook - the one-record number control.
           COPY NCRCTL.
      *
      *    DEFCODE copybook - the defect code quoted.
           COPY DEFCODE.
      *
      *    INSPHOLD copybook - the quarantined receipt behind an
      *    inspection NCR.
           COPY INSPHOLD.
      *
      *    PURCHORD copybook - the PO header naming the supplier.
           COPY PURCHORD.
      *
      *    STOCK-PART copybook - the part the NCR is against.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    PARMFILE copybook - the reason-code overrides.
           COPY PARMFILE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files and programs to use
       77  NCR-FILE-NAME        PIC X(8) VALUE 'NCRFILE'.
       77  CTL-FILE-NAME        PIC X(8) VALUE 'NCRNOCTL'.
       77  DEFECT-FILE-NAME     PIC X(8) VALUE 'DEFCODE'.
       77  HOLD-FILE-NAME       PIC X(8) VALUE 'INSPHOLD'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'SMPLXMPL'.
       77  PARM-FILE-NAME       PIC X(8) VALUE 'PARMFILE'.
       77  RTV-PROGRAM          PIC X(8) VALUE 'RTVGOODS'.
       77  ADJUST-PROGRAM       PIC X(8) VALUE 'ADJSTCK'.
       77  RELEASE-PROGRAM      PIC X(8) VALUE 'INSPREL'.
      *
      *    The RSNCODE reasons a scrap and a return to vendor post
      *    under. PARMFILE keys NCRSCRAP and NCRRTV override them
      *    at task start.
       01  SCRAP-REASON-CODE    PIC X(4) VALUE 'SCRP'.
       01  RTV-REASON-CODE      PIC X(4) VALUE 'DEFC'.
      *
       01  WS-STORAGE.
           03 NCR-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 CTL-RESP          PIC 9(8)  COMP    VALUE ZERO.
           03 DEFECT-RESP       PIC 9(8)  COMP    VALUE ZERO.
           03 HOLD-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PO-RESP           PIC 9(8)  COMP    VALUE ZERO.
           03 PART-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 PARM-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 LINK-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
           03 WS-CTL-RBA        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-REASON-CODE    PIC X(4)          VALUE SPACES.
           03 WS-HOLD-STATE     PIC X(1)          VALUE SPACE.
              88 HOLD-STILL-HELD   VALUE 'H'.
              88 HOLD-ACCEPTED     VALUE 'A'.
              88 HOLD-REJECTED     VALUE 'R'.
              88 HOLD-NOT-INVOLVED VALUE ' '.
      *
      *    The RTVGOODS commarea.
       01  WS-RTV-AREA.
           03 RT-PART-ID             PIC 9(8) DISPLAY.
           03 RT-RTV-QUANTITY        PIC 9(8) DISPLAY.
           03 RT-PO-NUMBER           PIC 9(8) DISPLAY.
           03 RT-REASON-CODE         PIC X(4).
           03 RT-STOCK-PART          PIC X(124).
           03 RT-RETURN-CODE         PIC X(1).
      *
      *    The ADJSTCK commarea, as far as the location - without
      *    the pre-approved flag, so a big write-off is staged for
      *    a second userid like any other.
       01  WS-ADJUST-AREA.
           03 AA-PART-ID             PIC 9(8) DISPLAY.
           03 AA-ADJUST-SIGN         PIC X(1).
           03 AA-ADJUST-QUANTITY     PIC 9(8) DISPLAY.
           03 AA-REASON-CODE         PIC X(4).
           03 AA-STOCK-PART          PIC X(124).
           03 AA-RETURN-CODE         PIC X(1).
           03 AA-LOCATION            PIC X(10).
      *
      *    The INSPREL commarea.
       01  WS-RELEASE-AREA.
           03 IR-PART-ID             PIC 9(8) DISPLAY.
           03 IR-ACTION              PIC X(1).
           03 IR-HOLD-SEQUENCE       PIC 9(3) DISPLAY.
           03 IR-REASON-CODE         PIC X(4).
           03 IR-RETURN-CODE         PIC X(1).
           03 IR-RELEASED-QUANTITY   PIC 9(8) DISPLAY.
           03 IR-FLAG-SELECT         PIC X(1).
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-OPEN         VALUE 'O'.
              88 CA-ACTION-DISPOSE      VALUE 'D'.
              88 CA-ACTION-RESPONSE     VALUE 'R'.
              88 CA-ACTION-CLOSE        VALUE 'C'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
      *
      *    Output on open (the number the NCR was given); input on
      *    everything else.
           03 CA-NCR-NUMBER          PIC 9(8) DISPLAY.
      *
      *    Open fields. For source 'H' only the part and hold
      *    sequence are needed - the rest comes off the hold.
           03 CA-SOURCE              PIC X(1).
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-HOLD-SEQUENCE       PIC 9(3) DISPLAY.
           03 CA-LOT-NUMBER          PIC X(10).
           03 CA-SUPPLIER-ID         PIC 9(8) DISPLAY.
           03 CA-PO-NUMBER           PIC 9(8) DISPLAY.
           03 CA-QUANTITY            PIC 9(8) DISPLAY.
           03 CA-DEFECT-CODE         PIC X(4).
           03 CA-DEPARTMENT          PIC X(6).
           03 CA-DESCRIPTION         PIC X(60).
      *
      *    Disposition fields - the reason is optional and beats
      *    the configured default.
           03 CA-DISPOSITION         PIC X(1).
           03 CA-CONCESSION-REF      PIC X(10).
           03 CA-REASON-CODE         PIC X(4).
      *
      *    Supplier-response field.
           03 CA-RESPONSE-TEXT       PIC X(60).
      *
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    The NCR as it stands after the action - output on every
      *    action that found it.
           03 CA-NCR-DATA            PIC X(280).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE SPACES TO CA-NCR-DATA.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           PERFORM GET-RUNTIME-PARMS.
      *
           EVALUATE TRUE
              WHEN CA-ACTION-OPEN
                 PERFORM DO-OPEN-NCR
              WHEN CA-ACTION-DISPOSE
                 PERFORM DO-DISPOSE-NCR
              WHEN CA-ACTION-RESPONSE
                 PERFORM DO-SUPPLIER-RESPONSE
              WHEN CA-ACTION-CLOSE
                 PERFORM DO-CLOSE-NCR
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
      *    Override the compiled scrap and return reasons with
      *    whatever operations has put on PARMFILE - an absent or
      *    blank key leaves the default standing.
       GET-RUNTIME-PARMS.
      *
           MOVE 'NCRSCRAP' TO PM-PARM-KEY.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                     INTO(PARAMETER-RECORD)
                     RIDFLD(PM-PARM-KEY)
                     RESP(PARM-RESP)
                     END-EXEC.
           IF PARM-RESP EQUAL DFHRESP(NORMAL)
              AND PM-PARM-VALUE(1:4) NOT EQUAL SPACES
              MOVE PM-PARM-VALUE(1:4) TO SCRAP-REASON-CODE
           END-IF.
      *
           MOVE 'NCRRTV' TO PM-PARM-KEY.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                     INTO(PARAMETER-RECORD)
                     RIDFLD(PM-PARM-KEY)
                     RESP(PARM-RESP)
                     END-EXEC.
           IF PARM-RESP EQUAL DFHRESP(NORMAL)
              AND PM-PARM-VALUE(1:4) NOT EQUAL SPACES
              MOVE PM-PARM-VALUE(1:4) TO RTV-REASON-CODE
           END-IF.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
      *    Open a new NCR: a real part, an active defect code, the
      *    incident's identity (off the hold for an inspection
      *    NCR), then the next number off the control record.
       DO-OPEN-NCR.
      *
           MOVE SPACES TO NCR-RECORD.
           MOVE CA-PART-ID TO NC-PART-ID.
           MOVE CA-DEFECT-CODE TO NC-DEFECT-CODE.
           MOVE CA-DESCRIPTION TO NC-DESCRIPTION.
           MOVE CA-DEPARTMENT TO NC-DEPARTMENT.
           MOVE CA-SOURCE TO NC-SOURCE.
      *
           IF NOT NC-FROM-INSPECTION AND NOT NC-FROM-STOCK
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
           IF RC-SUCCESS
              PERFORM VALIDATE-PART
           END-IF.
           IF RC-SUCCESS
              PERFORM VALIDATE-DEFECT-CODE
           END-IF.
           IF RC-SUCCESS
              IF NC-FROM-INSPECTION
                 PERFORM TAKE-IDENTITY-FROM-HOLD
              ELSE
                 PERFORM TAKE-IDENTITY-FROM-CALLER
              END-IF
           END-IF.
           IF RC-SUCCESS
              AND NC-QUANTITY EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
           IF RC-SUCCESS
              PERFORM TAKE-NEXT-NCR-NUMBER
           END-IF.
           IF RC-SUCCESS
              MOVE NCC-LAST-NCR-NUMBER TO NC-NCR-NUMBER
              MOVE WS-USERID TO NC-OPENED-BY
              MOVE WS-DATE8 TO NC-OPENED-DATE
              SET NC-STATUS-OPEN TO TRUE
              SET NC-DISP-NONE TO TRUE
              EXEC CICS WRITE FILE(NCR-FILE-NAME)
                        FROM(NCR-RECORD)
                        RIDFLD(NC-NCR-NUMBER)
                        RESP(NCR-RESP)
                        END-EXEC
              IF NCR-RESP EQUAL DFHRESP(NORMAL)
                 MOVE NC-NCR-NUMBER TO CA-NCR-NUMBER
                 MOVE NCR-RECORD TO CA-NCR-DATA
              ELSE
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       DO-OPEN-NCR-EXIT.
           EXIT.
      *
       VALIDATE-PART.
      *
           MOVE CA-PART-ID TO PART-ID OF WS-STOCK-PART.
           EXEC CICS READ FILE(PART-FILE-NAME)
                     INTO(WS-STOCK-PART)
                     RIDFLD(PART-ID OF WS-STOCK-PART)
                     RESP(PART-RESP)
                     END-EXEC.
           IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-NOTFND TO TRUE
           END-IF.
      *
       VALIDATE-PART-EXIT.
           EXIT.
      *
      *    The defect code must exist and be active - a retired
      *    code cannot be quoted on a new NCR.
       VALIDATE-DEFECT-CODE.
      *
           MOVE CA-DEFECT-CODE TO DF-DEFECT-CODE.
           EXEC CICS READ FILE(DEFECT-FILE-NAME)
                     INTO(DEFECT-CODE-RECORD)
                     RIDFLD(DF-DEFECT-CODE)
                     RESP(DEFECT-RESP)
                     END-EXEC.
           IF DEFECT-RESP NOT EQUAL DFHRESP(NORMAL)
              OR NOT DF-CODE-ACTIVE
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
      *
       VALIDATE-DEFECT-CODE-EXIT.
           EXIT.
      *
      *    An inspection NCR takes its lot, PO and quantity off the
      *    hold, and its supplier off the hold's PO (the part's own
      *    supplier when the receipt matched no PO). A quantity
      *    keyed by the caller - part of the hold found bad - is
      *    kept when it does not exceed the hold.
       TAKE-IDENTITY-FROM-HOLD.
      *
           MOVE CA-PART-ID TO IH-PART-ID.
           MOVE CA-HOLD-SEQUENCE TO IH-SEQUENCE.
           EXEC CICS READ FILE(HOLD-FILE-NAME)
                     INTO(INSPECTION-HOLD-RECORD)
                     RIDFLD(IH-KEY)
                     RESP(HOLD-RESP)
                     END-EXEC.
           IF HOLD-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-NOTFND TO TRUE
           ELSE
              MOVE IH-SEQUENCE TO NC-HOLD-SEQUENCE
              MOVE IH-LOT-NUMBER TO NC-LOT-NUMBER
              MOVE IH-PO-NUMBER TO NC-PO-NUMBER
              IF CA-QUANTITY GREATER THAN ZERO
                 AND CA-QUANTITY NOT GREATER THAN IH-QUANTITY
                 MOVE CA-QUANTITY TO NC-QUANTITY
              ELSE
                 MOVE IH-QUANTITY TO NC-QUANTITY
              END-IF
              MOVE SUPPLIER OF WS-STOCK-PART TO NC-SUPPLIER-ID
              IF IH-PO-NUMBER GREATER THAN ZERO
                 MOVE IH-PO-NUMBER TO PO-NUMBER
                 MOVE ZERO TO PO-LINE-NUMBER
                 EXEC CICS READ FILE(PO-FILE-NAME)
                           INTO(PURCHASE-ORDER-RECORD)
                           RIDFLD(PO-KEY)
                           RESP(PO-RESP)
                           END-EXEC
                 IF PO-RESP EQUAL DFHRESP(NORMAL)
                    MOVE PO-SUPPLIER TO NC-SUPPLIER-ID
                 END-IF
              END-IF
           END-IF.
      *
       TAKE-IDENTITY-FROM-HOLD-EXIT.
           EXIT.
      *
      *    A stock NCR takes what the caller keyed; no supplier
      *    keyed means the part's own.
       TAKE-IDENTITY-FROM-CALLER.
      *
           MOVE ZERO TO NC-HOLD-SEQUENCE.
           MOVE CA-LOT-NUMBER TO NC-LOT-NUMBER.
           MOVE CA-PO-NUMBER TO NC-PO-NUMBER.
           MOVE CA-QUANTITY TO NC-QUANTITY.
           IF CA-SUPPLIER-ID GREATER THAN ZERO
              MOVE CA-SUPPLIER-ID TO NC-SUPPLIER-ID
           ELSE
              MOVE SUPPLIER OF WS-STOCK-PART TO NC-SUPPLIER-ID
           END-IF.
      *
       TAKE-IDENTITY-FROM-CALLER-EXIT.
           EXIT.
      *
      *    The NCRNOCTL control record sits at RBA zero of its
      *    ESDS - lock it, take the next number, write it back.
       TAKE-NEXT-NCR-NUMBER.
      *
           MOVE ZERO TO WS-CTL-RBA.
           EXEC CICS READ FILE(CTL-FILE-NAME)
                     INTO(NCR-CONTROL-RECORD)
                     RIDFLD(WS-CTL-RBA)
                     RBA
                     UPDATE
                     RESP(CTL-RESP)
                     END-EXEC.
           IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              ADD 1 TO NCC-LAST-NCR-NUMBER
              MOVE WS-DATE8 TO NCC-LAST-USED-DATE
              EXEC CICS REWRITE FILE(CTL-FILE-NAME)
                        FROM(NCR-CONTROL-RECORD)
                        RESP(CTL-RESP)
                        END-EXEC
              IF CTL-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       TAKE-NEXT-NCR-NUMBER-EXIT.
           EXIT.
      *
      *    Record the disposition of an open NCR, driving the stock
      *    movement it implies first - the NCR only moves on once
      *    the movement has gone through (or been staged for
      *    approval).
       DO-DISPOSE-NCR.
      *
           PERFORM LOCK-NCR.
           IF RC-SUCCESS
              AND NOT NC-STATUS-OPEN
              SET RC-VALIDATION-ERROR TO TRUE
           END-IF.
           IF RC-SUCCESS
              MOVE CA-DISPOSITION TO NC-DISPOSITION
              EVALUATE TRUE
                 WHEN NOT NC-DISP-VALID
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN NC-DISP-USE-AS-IS
                      AND CA-CONCESSION-REF EQUAL SPACES
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM FIND-HOLD-STATE
              END-EVALUATE
           END-IF.
           IF RC-SUCCESS
              MOVE SPACE TO NC-ACTION-RC
              MOVE SPACES TO NC-REASON-CODE
              EVALUATE TRUE
                 WHEN NC-DISP-RETURN
                    PERFORM DRIVE-RETURN-TO-VENDOR
                 WHEN NC-DISP-SCRAP
                    PERFORM DRIVE-SCRAP
                 WHEN NC-DISP-USE-AS-IS
                    MOVE CA-CONCESSION-REF TO NC-CONCESSION-REF
                    IF HOLD-STILL-HELD
                       PERFORM RELEASE-HOLD-TO-STOCK
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF RC-SUCCESS
              SET NC-STATUS-DISPOSED TO TRUE
              MOVE WS-USERID TO NC-DISPOSED-BY
              MOVE WS-DATE8 TO NC-DISPOSED-DATE
              PERFORM REWRITE-NCR
           ELSE
              EXEC CICS UNLOCK FILE(NCR-FILE-NAME) END-EXEC
           END-IF.
      *
       DO-DISPOSE-NCR-EXIT.
           EXIT.
      *
      *    Where the goods of an inspection NCR stand now: still
      *    held, accepted into stock, or already rejected back to
      *    the supplier. A stock NCR involves no hold.
       FIND-HOLD-STATE.
      *
           SET HOLD-NOT-INVOLVED TO TRUE.
           IF NC-FROM-INSPECTION
              MOVE NC-PART-ID TO IH-PART-ID
              MOVE NC-HOLD-SEQUENCE TO IH-SEQUENCE
              EXEC CICS READ FILE(HOLD-FILE-NAME)
                        INTO(INSPECTION-HOLD-RECORD)
                        RIDFLD(IH-KEY)
                        RESP(HOLD-RESP)
                        END-EXEC
              IF HOLD-RESP EQUAL DFHRESP(NORMAL)
                 MOVE IH-STATUS TO WS-HOLD-STATE
              ELSE
                 SET RC-FILE-ERROR TO TRUE
              END-IF
           END-IF.
      *
       FIND-HOLD-STATE-EXIT.
           EXIT.
      *
      *    Return to vendor: a held receipt goes back through the
      *    INSPREL reject (which writes its credit memo); stock on
      *    the shelf - or an accepted hold - through RTVGOODS. A
      *    hold already rejected is on its way already.
       DRIVE-RETURN-TO-VENDOR.
      *
           IF CA-REASON-CODE NOT EQUAL SPACES
              MOVE CA-REASON-CODE TO WS-REASON-CODE
           ELSE
              MOVE RTV-REASON-CODE TO WS-REASON-CODE
           END-IF.
           MOVE WS-REASON-CODE TO NC-REASON-CODE.
      *
           EVALUATE TRUE
              WHEN HOLD-STILL-HELD
                 MOVE 'R' TO IR-ACTION
                 PERFORM LINK-INSPECTION-RELEASE
              WHEN HOLD-REJECTED
                 CONTINUE
              WHEN OTHER
                 MOVE SPACES TO WS-RTV-AREA
                 MOVE NC-PART-ID TO RT-PART-ID
                 MOVE NC-QUANTITY TO RT-RTV-QUANTITY
                 MOVE NC-PO-NUMBER TO RT-PO-NUMBER
                 MOVE WS-REASON-CODE TO RT-REASON-CODE
                 EXEC CICS LINK PROGRAM(RTV-PROGRAM)
                           COMMAREA(WS-RTV-AREA)
                           LENGTH(153)
                           RESP(LINK-RESP)
                           END-EXEC
                 IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 ELSE
                    MOVE RT-RETURN-CODE TO NC-ACTION-RC
                    IF RT-RETURN-CODE NOT EQUAL '0'
                       MOVE RT-RETURN-CODE TO RETURN-CODE
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       DRIVE-RETURN-TO-VENDOR-EXIT.
           EXIT.
      *
      *    Scrap: write the quantity off through ADJSTCK under the
      *    scrap reason. A held receipt is accepted into stock
      *    first, so the ledger shows it arriving and being
      *    written off; a hold already rejected never came in.
       DRIVE-SCRAP.
      *
           IF CA-REASON-CODE NOT EQUAL SPACES
              MOVE CA-REASON-CODE TO WS-REASON-CODE
           ELSE
              MOVE SCRAP-REASON-CODE TO WS-REASON-CODE
           END-IF.
           MOVE WS-REASON-CODE TO NC-REASON-CODE.
      *
           IF HOLD-STILL-HELD
              PERFORM RELEASE-HOLD-TO-STOCK
           END-IF.
      *
           IF RC-SUCCESS
              AND NOT HOLD-REJECTED
              MOVE SPACES TO WS-ADJUST-AREA
              MOVE NC-PART-ID TO AA-PART-ID
              MOVE '-' TO AA-ADJUST-SIGN
              MOVE NC-QUANTITY TO AA-ADJUST-QUANTITY
              MOVE WS-REASON-CODE TO AA-REASON-CODE
              EXEC CICS LINK PROGRAM(ADJUST-PROGRAM)
                        COMMAREA(WS-ADJUST-AREA)
                        LENGTH(156)
                        RESP(LINK-RESP)
                        END-EXEC
              IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              ELSE
                 MOVE AA-RETURN-CODE TO NC-ACTION-RC
      *          A big write-off staged for a second userid still
      *          counts as disposed - ADJAPPRV posts it.
                 IF AA-RETURN-CODE NOT EQUAL '0'
                    AND AA-RETURN-CODE NOT EQUAL 'S'
                    MOVE AA-RETURN-CODE TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
      *
       DRIVE-SCRAP-EXIT.
           EXIT.
      *
      *    Accept the held receipt into stock through INSPREL.
       RELEASE-HOLD-TO-STOCK.
      *
           MOVE 'A' TO IR-ACTION.
           PERFORM LINK-INSPECTION-RELEASE.
      *
       RELEASE-HOLD-TO-STOCK-EXIT.
           EXIT.
      *
      *    LINK INSPREL for the NCR's hold with the action already
      *    set - its refusal becomes ours.
       LINK-INSPECTION-RELEASE.
      *
           MOVE NC-PART-ID TO IR-PART-ID.
           MOVE NC-HOLD-SEQUENCE TO IR-HOLD-SEQUENCE.
           MOVE WS-REASON-CODE TO IR-REASON-CODE.
           MOVE SPACE TO IR-RETURN-CODE.
           MOVE ZERO TO IR-RELEASED-QUANTITY.
           MOVE SPACE TO IR-FLAG-SELECT.
           EXEC CICS LINK PROGRAM(RELEASE-PROGRAM)
                     COMMAREA(WS-RELEASE-AREA)
                     LENGTH(26)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
              SET RC-FILE-ERROR TO TRUE
           ELSE
              MOVE IR-RETURN-CODE TO NC-ACTION-RC
              IF IR-RETURN-CODE NOT EQUAL '0'
                 MOVE IR-RETURN-CODE TO RETURN-CODE
              END-IF
           END-IF.
      *
       LINK-INSPECTION-RELEASE-EXIT.
           EXIT.
      *
      *    Record the supplier's answer - cause and corrective
      *    action - on a dispositioned NCR.
       DO-SUPPLIER-RESPONSE.
      *
           PERFORM LOCK-NCR.
           IF RC-SUCCESS
              IF NOT NC-STATUS-DISPOSED
                 AND NOT NC-STATUS-RESPONDED
                 OR CA-RESPONSE-TEXT EQUAL SPACES
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(NCR-FILE-NAME) END-EXEC
              ELSE
                 MOVE CA-RESPONSE-TEXT TO NC-SUPPLIER-RESPONSE
                 MOVE WS-DATE8 TO NC-RESPONSE-DATE
                 SET NC-STATUS-RESPONDED TO TRUE
                 PERFORM REWRITE-NCR
              END-IF
           END-IF.
      *
       DO-SUPPLIER-RESPONSE-EXIT.
           EXIT.
      *
      *    Close an NCR once it is dispositioned (with or without
      *    a supplier response - a scrap of our own making has
      *    nobody to answer for it).
       DO-CLOSE-NCR.
      *
           PERFORM LOCK-NCR.
           IF RC-SUCCESS
              IF NOT NC-STATUS-DISPOSED
                 AND NOT NC-STATUS-RESPONDED
                 SET RC-VALIDATION-ERROR TO TRUE
                 EXEC CICS UNLOCK FILE(NCR-FILE-NAME) END-EXEC
              ELSE
                 SET NC-STATUS-CLOSED TO TRUE
                 MOVE WS-USERID TO NC-CLOSED-BY
                 MOVE WS-DATE8 TO NC-CLOSED-DATE
                 PERFORM REWRITE-NCR
              END-IF
           END-IF.
      *
       DO-CLOSE-NCR-EXIT.
           EXIT.
      *
       DO-INQUIRE.
      *
           MOVE CA-NCR-NUMBER TO NC-NCR-NUMBER.
           EXEC CICS READ FILE(NCR-FILE-NAME)
                     INTO(NCR-RECORD)
                     RIDFLD(NC-NCR-NUMBER)
                     RESP(NCR-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN NCR-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN NCR-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE NCR-RECORD TO CA-NCR-DATA
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Read the NCR for update.
       LOCK-NCR.
      *
           MOVE CA-NCR-NUMBER TO NC-NCR-NUMBER.
           EXEC CICS READ FILE(NCR-FILE-NAME)
                     INTO(NCR-RECORD)
                     RIDFLD(NC-NCR-NUMBER)
                     UPDATE
                     RESP(NCR-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN NCR-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN NCR-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       LOCK-NCR-EXIT.
           EXIT.
      *
       REWRITE-NCR.
      *
           EXEC CICS REWRITE FILE(NCR-FILE-NAME)
                     FROM(NCR-RECORD)
                     RESP(NCR-RESP)
                     END-EXEC.
           IF NCR-RESP EQUAL DFHRESP(NORMAL)
              MOVE NCR-RECORD TO CA-NCR-DATA
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       REWRITE-NCR-EXIT.
           EXIT.
