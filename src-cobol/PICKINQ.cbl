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
      * Pick-list status inquiry. Returns the printed pick lists
      * from a starting list number on, one commarea array entry
      * per list, with how far picking has got: the list's line
      * count, how many lines are still open, picked in full and
      * picked short, and the list's status -
      *
      *   U - untouched:   no line confirmed yet
      *   P - part-picked: some lines confirmed, some still open
      *   C - complete:    every line confirmed
      *
      * so the floor can see which lists are still waiting to be
      * walked and which were left half done. A status filter
      * returns only the lists in that status; left blank, every
      * list is returned. CA-NEXT-LIST carries the number to start
      * from for the next page, zero once the file is exhausted.
      *
      * There is no list header record - a list is just its
      * PICKLINE lines, whose key leads with the list number, so
      * one browse walks the lists in order and a change of list
      * number closes the one before.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PICKINQ.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    PICKLINE copybook - the pick-list line being browsed.
           COPY PICKLINE.
      *
      *    Common return-code field
           COPY RTNCODE.
      *
      *    Name of the CICS file to use
       77  PICKLINE-FILE-NAME   PIC X(8) VALUE 'PICKLINE'.
      *
      *    Most lists one reply can carry - matches the OCCURS in
      *    the commarea below.
       77  MAX-RETURN-ENTRIES   PIC 9(4) VALUE 20.
      *
       01  WS-STORAGE.
           03 BROWSE-RESP       PIC 9(8) COMP VALUE ZERO.
           03 WS-BROWSE-KEY     PIC X(12)     VALUE SPACES.
           03 WS-WANTED         PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE  PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE VALUE 'Y'.
      *
      *    The list being totalled while its lines go by.
           03 WS-CUR-LIST       PIC 9(8)      VALUE ZERO.
           03 WS-CUR-DATE       PIC X(8)      VALUE SPACES.
           03 WS-CUR-LINES      PIC 9(4) COMP VALUE ZERO.
           03 WS-CUR-OPEN       PIC 9(4) COMP VALUE ZERO.
           03 WS-CUR-PICKED     PIC 9(4) COMP VALUE ZERO.
           03 WS-CUR-SHORT      PIC 9(4) COMP VALUE ZERO.
           03 WS-CUR-STATUS     PIC X(1)      VALUE SPACE.
              88 LIST-UNTOUCHED    VALUE 'U'.
              88 LIST-PART-PICKED  VALUE 'P'.
              88 LIST-COMPLETE     VALUE 'C'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-START-LIST          PIC 9(8) DISPLAY.
           03 CA-REQUEST-COUNT       PIC 9(4) DISPLAY.
      *    U, P or C for only the lists in that status; blank for
      *    every list.
           03 CA-STATUS-FILTER       PIC X(1).
           03 CA-RETURN-CODE         PIC X(1).
           03 CA-NEXT-LIST           PIC 9(8) DISPLAY.
      *
      *    One entry per list, in list number order.
           03 CA-RETURN-COUNT        PIC 9(4) DISPLAY.
           03 CA-LIST-TABLE OCCURS 1 TO 20 TIMES
                            DEPENDING ON CA-RETURN-COUNT.
              05 CA-LIST-NUMBER      PIC 9(8) DISPLAY.
              05 CA-LIST-DATE        PIC X(8).
              05 CA-LINE-COUNT       PIC 9(4) DISPLAY.
              05 CA-OPEN-LINES       PIC 9(4) DISPLAY.
              05 CA-PICKED-LINES     PIC 9(4) DISPLAY.
              05 CA-SHORT-LINES      PIC 9(4) DISPLAY.
              05 CA-LIST-STATUS      PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           MOVE ZERO TO CA-RETURN-COUNT.
           MOVE ZERO TO CA-NEXT-LIST.
           SET RC-SUCCESS TO TRUE.
      *
           IF CA-REQUEST-COUNT NOT NUMERIC
              OR CA-REQUEST-COUNT EQUAL ZERO
              OR CA-REQUEST-COUNT GREATER THAN MAX-RETURN-ENTRIES
              MOVE MAX-RETURN-ENTRIES TO WS-WANTED
           ELSE
              MOVE CA-REQUEST-COUNT TO WS-WANTED
           END-IF.
           IF CA-START-LIST NOT NUMERIC
              MOVE ZERO TO CA-START-LIST
           END-IF.
      *
           IF CA-STATUS-FILTER NOT EQUAL SPACE
              AND CA-STATUS-FILTER NOT EQUAL 'U'
              AND CA-STATUS-FILTER NOT EQUAL 'P'
              AND CA-STATUS-FILTER NOT EQUAL 'C'
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              PERFORM BROWSE-PICK-LISTS
              IF CA-RETURN-COUNT EQUAL ZERO
                 AND RC-SUCCESS
                 SET RC-NOTFND TO TRUE
              END-IF
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Browse the lines from the starting list on, closing
      *    each list as the list number changes, until the reply
      *    is full or the file runs out.
       BROWSE-PICK-LISTS.
      *
           MOVE CA-START-LIST TO PK-LIST-NUMBER.
           MOVE ZERO TO PK-LINE-NUMBER.
           MOVE PK-KEY TO WS-BROWSE-KEY.
           MOVE ZERO TO WS-CUR-LIST.
           EXEC CICS STARTBR FILE(PICKLINE-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(BROWSE-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN BROWSE-RESP EQUAL DFHRESP(NOTFND)
                 CONTINUE
              WHEN BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 SET BROWSE-IS-ACTIVE TO TRUE
                 PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                    EXEC CICS READNEXT FILE(PICKLINE-FILE-NAME)
                              INTO(PICK-LINE-RECORD)
                              RIDFLD(WS-BROWSE-KEY)
                              RESP(BROWSE-RESP)
                              END-EXEC
                    IF BROWSE-RESP EQUAL DFHRESP(NORMAL)
                       PERFORM NOTE-ONE-LINE
                    ELSE
                       MOVE 'N' TO WS-BROWSE-ACTIVE
                       IF WS-CUR-LIST GREATER THAN ZERO
                          PERFORM CLOSE-ONE-LIST
                       END-IF
                    END-IF
                 END-PERFORM
                 EXEC CICS ENDBR FILE(PICKLINE-FILE-NAME) END-EXEC
           END-EVALUATE.
      *
       BROWSE-PICK-LISTS-EXIT.
           EXIT.
      *
      *    One line: a new list number closes the list before it
      *    - and a full reply stops the browse there, with the new
      *    list as the start of the next page.
       NOTE-ONE-LINE.
      *
           IF PK-LIST-NUMBER NOT EQUAL WS-CUR-LIST
              IF WS-CUR-LIST GREATER THAN ZERO
                 PERFORM CLOSE-ONE-LIST
              END-IF
              IF CA-RETURN-COUNT NOT LESS THAN WS-WANTED
                 MOVE PK-LIST-NUMBER TO CA-NEXT-LIST
                 MOVE 'N' TO WS-BROWSE-ACTIVE
              ELSE
                 MOVE PK-LIST-NUMBER TO WS-CUR-LIST
                 MOVE PK-LIST-DATE TO WS-CUR-DATE
                 MOVE ZERO TO WS-CUR-LINES
                 MOVE ZERO TO WS-CUR-OPEN
                 MOVE ZERO TO WS-CUR-PICKED
                 MOVE ZERO TO WS-CUR-SHORT
              END-IF
           END-IF.
      *
           IF BROWSE-IS-ACTIVE
              ADD 1 TO WS-CUR-LINES
              EVALUATE TRUE
                 WHEN PK-LINE-OPEN
                    ADD 1 TO WS-CUR-OPEN
                 WHEN PK-LINE-SHORT
                    ADD 1 TO WS-CUR-SHORT
                 WHEN OTHER
                    ADD 1 TO WS-CUR-PICKED
              END-EVALUATE
           END-IF.
      *
       NOTE-ONE-LINE-EXIT.
           EXIT.
      *
      *    Settle the finished list's status and return it if it
      *    passes the filter.
       CLOSE-ONE-LIST.
      *
           EVALUATE TRUE
              WHEN WS-CUR-OPEN EQUAL WS-CUR-LINES
                 SET LIST-UNTOUCHED TO TRUE
              WHEN WS-CUR-OPEN EQUAL ZERO
                 SET LIST-COMPLETE TO TRUE
              WHEN OTHER
                 SET LIST-PART-PICKED TO TRUE
           END-EVALUATE.
      *
           IF CA-STATUS-FILTER EQUAL SPACE
              OR CA-STATUS-FILTER EQUAL WS-CUR-STATUS
              ADD 1 TO CA-RETURN-COUNT
              MOVE WS-CUR-LIST TO CA-LIST-NUMBER(CA-RETURN-COUNT)
              MOVE WS-CUR-DATE TO CA-LIST-DATE(CA-RETURN-COUNT)
              MOVE WS-CUR-LINES TO CA-LINE-COUNT(CA-RETURN-COUNT)
              MOVE WS-CUR-OPEN TO CA-OPEN-LINES(CA-RETURN-COUNT)
              MOVE WS-CUR-PICKED TO CA-PICKED-LINES(CA-RETURN-COUNT)
              MOVE WS-CUR-SHORT TO CA-SHORT-LINES(CA-RETURN-COUNT)
              MOVE WS-CUR-STATUS TO CA-LIST-STATUS(CA-RETURN-COUNT)
           END-IF.
           MOVE ZERO TO WS-CUR-LIST.
      *
       CLOSE-ONE-LIST-EXIT.
           EXIT.
