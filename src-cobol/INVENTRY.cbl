      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Capture tax - the header takes the
      *                    invoice's tax total and a detail line a
      *                    TAXCODE tax code and the tax charged on
      *                    it, on a commarea grown to 98 bytes. The
      *                    code must be active on TAXCODE; a line
      *                    with no code may carry no tax.
      *
      *****************************************************************

      *    PURCHORD copybook - the PO line a detail line bills.
           COPY PURCHORD.
      *
      *    TAXCODE copybook - the tax code a detail line names.
           COPY TAXCODE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
       77  INV-FILE-NAME        PIC X(8) VALUE 'SUPPINV'.
       77  SUPP-FILE-NAME       PIC X(8) VALUE 'SUPPMAST'.
       77  PO-FILE-NAME         PIC X(8) VALUE 'PURCHORD'.
       77  TAX-FILE-NAME        PIC X(8) VALUE 'TAXCODE'.
      *
      *    Smallest EIBCALEN a caller must supply before the tax
      *    fields after the return code are honored. A shorter
      *    caller keys invoices with no tax, as before.
       77  TAX-MIN-CALEN        PIC 9(4) VALUE 98.
      *
       01  WS-STORAGE.
           03 INV-RESP          PIC 9(8) COMP VALUE ZERO.
           03 SUPP-RESP         PIC 9(8) COMP VALUE ZERO.
           03 PO-RESP           PIC 9(8) COMP VALUE ZERO.
           03 TAX-RESP          PIC 9(8) COMP VALUE ZERO.
           03 WS-PO-KEY         PIC X(11)     VALUE SPACES.
           03 WS-TAX-TOTAL      PIC 9(11)V99  VALUE ZERO.
           03 WS-TAX-CODE       PIC X(4)      VALUE SPACES.
           03 WS-TAX-AMOUNT     PIC 9(9)V99   VALUE ZERO.
      *
       LINKAGE SECTION.
      *
           03 CA-UNIT-PRICE          PIC 9(5)V99 DISPLAY.
      *
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Tax fields - honored only when the caller's commarea
      *    reaches TAX-MIN-CALEN. The tax total is read on an 'H'
      *    action (and is included in CA-TOTAL-AMOUNT); the code
      *    and amount on an 'L' action.
           03 CA-TAX-TOTAL           PIC 9(11)V99 DISPLAY.
           03 CA-TAX-CODE            PIC X(4).
           03 CA-TAX-AMOUNT          PIC 9(9)V99 DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
      *
           SET RC-SUCCESS TO TRUE.
      *
           PERFORM PICK-UP-TAX-FIELDS.
           PERFORM CHECK-SUPPLIER-EXISTS.
           IF RC-SUCCESS
              EVALUATE TRUE
       CHECK-SUPPLIER-EXISTS-EXIT.
           EXIT.
      *
      *    Take the tax fields from a caller that sends them; an
      *    older, shorter caller keys an invoice with no tax.
       PICK-UP-TAX-FIELDS.
      *
           MOVE ZERO TO WS-TAX-TOTAL.
           MOVE SPACES TO WS-TAX-CODE.
           MOVE ZERO TO WS-TAX-AMOUNT.
           IF EIBCALEN NOT LESS THAN TAX-MIN-CALEN
              IF CA-TAX-TOTAL NUMERIC
                 MOVE CA-TAX-TOTAL TO WS-TAX-TOTAL
              END-IF
              MOVE CA-TAX-CODE TO WS-TAX-CODE
              IF CA-TAX-AMOUNT NUMERIC
                 MOVE CA-TAX-AMOUNT TO WS-TAX-AMOUNT
              END-IF
           END-IF.
      *
       PICK-UP-TAX-FIELDS-EXIT.
           EXIT.
      *
      *    Write the invoice header as line 000, pending until the
      *    match run has seen all its lines. The tax total is part
      *    of the invoice total, so it can never be the greater.
       ADD-INVOICE-HEADER.
      *
           IF WS-TAX-TOTAL GREATER THAN CA-TOTAL-AMOUNT
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              PERFORM WRITE-INVOICE-HEADER
           END-IF.
      *
       ADD-INVOICE-HEADER-EXIT.
           EXIT.
      *
       WRITE-INVOICE-HEADER.
      *
           MOVE SPACES TO SUPPLIER-INVOICE-RECORD.
           MOVE CA-SUPPLIER-ID TO IV-SUPPLIER-ID.
           SET IV-STATUS-PENDING TO TRUE.
           MOVE CA-INVOICE-DATE TO IV-INVOICE-DATE.
           MOVE CA-TOTAL-AMOUNT TO IV-TOTAL-AMOUNT.
           MOVE WS-TAX-TOTAL TO IV-TAX-TOTAL.
      *
           EXEC CICS WRITE FILE(INV-FILE-NAME)
                     FROM(SUPPLIER-INVOICE-RECORD)
                 CONTINUE
           END-EVALUATE.
      *
       WRITE-INVOICE-HEADER-EXIT.
           EXIT.
      *
      *    Write one detail line - the header must already be on
              SET RC-NOTFND TO TRUE
           ELSE
              PERFORM CHECK-PO-LINE-EXISTS
              IF RC-SUCCESS
                 PERFORM CHECK-TAX-CODE
              END-IF
              IF RC-SUCCESS
                 PERFORM WRITE-INVOICE-LINE
              END-IF
      *
       CHECK-PO-LINE-EXISTS-EXIT.
           EXIT.
      *
      *    A line's tax code must be active on TAXCODE. A line with
      *    no code carries no tax - the match run has no rate to
      *    check a tax amount against.
       CHECK-TAX-CODE.
      *
           IF WS-TAX-CODE EQUAL SPACES
              IF WS-TAX-AMOUNT NOT EQUAL ZERO
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           ELSE
              MOVE WS-TAX-CODE TO TX-TAX-CODE
              EXEC CICS READ FILE(TAX-FILE-NAME)
                        INTO(TAX-CODE-RECORD)
                        RIDFLD(TX-TAX-CODE)
                        RESP(TAX-RESP)
                        END-EXEC
              IF TAX-RESP NOT EQUAL DFHRESP(NORMAL)
                 OR NOT TX-CODE-ACTIVE
                 SET RC-VALIDATION-ERROR TO TRUE
              END-IF
           END-IF.
      *
       CHECK-TAX-CODE-EXIT.
           EXIT.
      *
       WRITE-INVOICE-LINE.
      *
           MOVE CA-UNIT-PRICE TO IV-UNIT-PRICE.
           COMPUTE IV-LINE-AMOUNT ROUNDED =
                   CA-QUANTITY * CA-UNIT-PRICE.
           MOVE WS-TAX-CODE TO IV-TAX-CODE.
           MOVE WS-TAX-AMOUNT TO IV-TAX-AMOUNT.
      *
           EXEC CICS WRITE FILE(INV-FILE-NAME)
                     FROM(SUPPLIER-INVOICE-RECORD)
