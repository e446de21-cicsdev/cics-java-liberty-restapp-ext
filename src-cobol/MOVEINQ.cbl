      * issues and amends that produced the current quantity can be
      * pulled up online instead of waiting for a batch print.
      *
      * The entries are read from STKMVIX, the ledger's part-keyed
      * index (part, movement date and time, sequence): the browse
      * starts just past the part's last entry and reads backwards,
      * so the newest movement comes first and the browse stops
      * after CA-REQUEST-COUNT of them - no scan of the whole ESDS.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Read the part's movements newest first
      *                    from the STKMVIX index instead of
      *                    scanning the whole STKMOVE ledger.
      *
      *****************************************************************

      *
       WORKING-STORAGE SECTION.
      *
      *    STKMVIX copybook - the ledger index entry being browsed.
           COPY STKMVIX.
      *
      *    Common return-code field
           COPY RTNCODE.
      *
      *    Name of the CICS file to use
       77  FILE-NAME            PIC X(8) VALUE 'STKMVIX'.
      *
      *    Most entries one reply can carry - matches the OCCURS in
      *    the commarea below.
      *
       01  WS-STORAGE.
           03 BROWSE-RESP       PIC 9(8) COMP VALUE ZERO.
           03 WS-WANTED         PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE  PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE VALUE 'Y'.
      *
      *    Browse key - MX-KEY's shape, so the browse can start
      *    past a part's entries with HIGH-VALUES after its id.
           03 WS-BROWSE-KEY.
              05 WS-BROWSE-PART-ID PIC 9(8).
              05 FILLER         PIC X(20).
      *
       LINKAGE SECTION.
      *
              MOVE CA-REQUEST-COUNT TO WS-WANTED
           END-IF.
      *
           PERFORM POSITION-AFTER-PART.
      *
           IF BROWSE-IS-ACTIVE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READPREV FILE(FILE-NAME)
                           INTO(STKMOVE-INDEX)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(BROWSE-RESP)
                           END-EXEC
                 IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
                    PERFORM TAKE-INDEX-ENTRY
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(FILE-NAME) END-EXEC
           END-IF.
      *
           IF RC-SUCCESS AND CA-RETURN-COUNT EQUAL ZERO
              SET RC-NOTFND TO TRUE
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           GOBACK.
      *
      *    Start the browse just past the part's last index entry,
      *    so reading backwards meets its newest movement first.
      *    The part's key with HIGH-VALUES after it lands on the
      *    next part's first entry - read it once so the backward
      *    reads that follow have a record to step back from. When
      *    no part follows, a key of all HIGH-VALUES starts the
      *    browse at the end of the file instead.
       POSITION-AFTER-PART.
      *
           MOVE HIGH-VALUES TO WS-BROWSE-KEY.
           MOVE CA-PART-ID TO WS-BROWSE-PART-ID.
           EXEC CICS STARTBR FILE(FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(BROWSE-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN BROWSE-RESP EQUAL DFHRESP(NORMAL)
                 SET BROWSE-IS-ACTIVE TO TRUE
                 EXEC CICS READNEXT FILE(FILE-NAME)
                           INTO(STKMOVE-INDEX)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(BROWSE-RESP)
                           END-EXEC
              WHEN BROWSE-RESP EQUAL DFHRESP(NOTFND)
                 MOVE HIGH-VALUES TO WS-BROWSE-KEY
                 EXEC CICS STARTBR FILE(FILE-NAME)
                           RIDFLD(WS-BROWSE-KEY)
                           GTEQ
                           RESP(BROWSE-RESP)
                           END-EXEC
                 IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
                    SET BROWSE-IS-ACTIVE TO TRUE
                 ELSE
                    IF BROWSE-RESP NOT EQUAL DFHRESP(NOTFND)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 SET RC-FILE-ERROR TO TRUE
           END-EVALUATE.
      *
       POSITION-AFTER-PART-EXIT.
           EXIT.
      *
      *    One index entry read backwards: a later part's entry is
      *    stepped over, an earlier part's ends the browse, and
      *    this part's goes into the reply until WS-WANTED are in.
       TAKE-INDEX-ENTRY.
      *
           EVALUATE TRUE
              WHEN MX-PART-ID GREATER THAN CA-PART-ID
                 CONTINUE
              WHEN MX-PART-ID EQUAL CA-PART-ID
                 ADD 1 TO CA-RETURN-COUNT
                 MOVE MX-MOVEMENT TO CA-MOVE-ENTRY(CA-RETURN-COUNT)
                 IF CA-RETURN-COUNT NOT LESS THAN WS-WANTED
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-BROWSE-ACTIVE
           END-EVALUATE.
      *
       TAKE-INDEX-ENTRY-EXIT.
           EXIT.
