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
      * Purchase authority check, shared by PORDMENU and BLNKTORD
      * so a PO release and a blanket order are held to one set of
      * limits. The caller passes the order's value in home
      * currency and the part categories it spans; this program
      * answers Y when the signed-on userid's authority on POLIMIT
      * covers it, N when it does not, and hands back the userid
      * and the limit it was held to.
      *
      * The limit for one category is the highest among the userid
      * and each role USERROLE holds for it - taking each
      * subject's entry for that category, or its any-category
      * entry where it has none. An order spanning several
      * categories is held to the lowest of those. No entry at all
      * is a limit of zero: the file fails closed.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              POLIMCHK.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    POLIMIT copybook - the limit entry under test.
           COPY POLIMIT.
      *
      *    USERROLE copybook - the roles the userid holds.
           COPY USERROLE.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  LIMIT-FILE-NAME      PIC X(8) VALUE 'POLIMIT'.
       77  USER-ROLE-FILE-NAME  PIC X(8) VALUE 'USERROLE'.
      *
       01  WS-STORAGE.
           03 LIMIT-RESP        PIC 9(8) COMP VALUE ZERO.
           03 ROLE-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
      *
      *    The userid first, then the roles it holds.
           03 WS-SUBJECT-TABLE.
              05 WS-SUBJECT OCCURS 7 TIMES PIC X(8).
           03 WS-SUBJECT-INDEX  PIC 9(4) COMP VALUE ZERO.
      *
      *    The categories to check - the caller's, or a single
      *    any-category one when it sent none.
           03 WS-CATEGORY-TABLE.
              05 WS-CATEGORY OCCURS 10 TIMES PIC X(4).
           03 WS-CATEGORY-COUNT PIC 9(4) COMP VALUE ZERO.
           03 WS-CATEGORY-INDEX PIC 9(4) COMP VALUE ZERO.
      *
           03 WS-CATEGORY-LIMIT PIC 9(11)V99 PACKED-DECIMAL
                                           VALUE ZERO.
           03 WS-ORDER-LIMIT    PIC 9(11)V99 PACKED-DECIMAL
                                           VALUE ZERO.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
      *
      *    Input - the order's value and the categories it spans.
           03 CA-RELEASE-VALUE       PIC 9(11)V99 DISPLAY.
           03 CA-CATEGORY-COUNT      PIC 9(2) DISPLAY.
           03 CA-CATEGORY OCCURS 10 TIMES
                                     PIC X(4).
      *
      *    Output - who asked, the limit they were held to, and
      *    whether it covers the order.
           03 CA-USERID              PIC X(8).
           03 CA-RELEASE-LIMIT       PIC 9(11)V99 DISPLAY.
           03 CA-COVERED-FLAG        PIC X(1).
              88 CA-COVERED             VALUE 'Y'.
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE 'N' TO CA-COVERED-FLAG.
      *
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           MOVE WS-USERID TO CA-USERID.
      *
           PERFORM LOAD-SUBJECTS.
           PERFORM LOAD-CATEGORIES.
      *
           PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                     UNTIL WS-CATEGORY-INDEX GREATER THAN
                           WS-CATEGORY-COUNT
              PERFORM FIND-CATEGORY-LIMIT
              IF WS-CATEGORY-INDEX EQUAL 1
                 OR WS-CATEGORY-LIMIT LESS THAN WS-ORDER-LIMIT
                 MOVE WS-CATEGORY-LIMIT TO WS-ORDER-LIMIT
              END-IF
           END-PERFORM.
      *
           MOVE WS-ORDER-LIMIT TO CA-RELEASE-LIMIT.
           IF CA-RELEASE-VALUE NUMERIC
              AND CA-RELEASE-VALUE NOT GREATER THAN WS-ORDER-LIMIT
              MOVE 'Y' TO CA-COVERED-FLAG
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    The userid, then the roles LINK2SEC last resolved for it.
       LOAD-SUBJECTS.
      *
           MOVE SPACES TO WS-SUBJECT-TABLE.
           MOVE WS-USERID TO WS-SUBJECT(1).
           MOVE WS-USERID TO UR-USERID.
           EXEC CICS READ FILE(USER-ROLE-FILE-NAME)
                     INTO(USER-ROLE-RECORD)
                     RIDFLD(UR-USERID)
                     RESP(ROLE-RESP)
                     END-EXEC.
           IF ROLE-RESP EQUAL DFHRESP(NORMAL)
              UNSTRING UR-ROLES DELIMITED BY ALL SPACE
                       INTO WS-SUBJECT(2) WS-SUBJECT(3) WS-SUBJECT(4)
                            WS-SUBJECT(5) WS-SUBJECT(6) WS-SUBJECT(7)
              END-UNSTRING
           END-IF.
      *
       LOAD-SUBJECTS-EXIT.
           EXIT.
      *
      *    The caller's categories - or one any-category entry when
      *    it sent none, as for an order of non-stock lines only.
       LOAD-CATEGORIES.
      *
           MOVE SPACES TO WS-CATEGORY-TABLE.
           IF CA-CATEGORY-COUNT NOT NUMERIC
              OR CA-CATEGORY-COUNT EQUAL ZERO
              MOVE 1 TO WS-CATEGORY-COUNT
           ELSE
              MOVE CA-CATEGORY-COUNT TO WS-CATEGORY-COUNT
              IF WS-CATEGORY-COUNT GREATER THAN 10
                 MOVE 10 TO WS-CATEGORY-COUNT
              END-IF
              PERFORM VARYING WS-CATEGORY-INDEX FROM 1 BY 1
                        UNTIL WS-CATEGORY-INDEX GREATER THAN
                              WS-CATEGORY-COUNT
                 MOVE CA-CATEGORY(WS-CATEGORY-INDEX)
                   TO WS-CATEGORY(WS-CATEGORY-INDEX)
              END-PERFORM
           END-IF.
      *
       LOAD-CATEGORIES-EXIT.
           EXIT.
      *
      *    The best limit any subject holds for the category in
      *    hand - its own entry for the category, else its
      *    any-category entry.
       FIND-CATEGORY-LIMIT.
      *
           MOVE ZERO TO WS-CATEGORY-LIMIT.
           PERFORM VARYING WS-SUBJECT-INDEX FROM 1 BY 1
                     UNTIL WS-SUBJECT-INDEX GREATER THAN 7
              IF WS-SUBJECT(WS-SUBJECT-INDEX) NOT EQUAL SPACES
                 MOVE WS-SUBJECT(WS-SUBJECT-INDEX) TO LA-SUBJECT
                 MOVE WS-CATEGORY(WS-CATEGORY-INDEX) TO LA-CATEGORY
                 PERFORM READ-LIMIT-ENTRY
                 IF LIMIT-RESP NOT EQUAL DFHRESP(NORMAL)
                    AND LA-CATEGORY NOT EQUAL SPACES
                    MOVE SPACES TO LA-CATEGORY
                    PERFORM READ-LIMIT-ENTRY
                 END-IF
                 IF LIMIT-RESP EQUAL DFHRESP(NORMAL)
                    AND LA-RELEASE-LIMIT GREATER THAN
                        WS-CATEGORY-LIMIT
                    MOVE LA-RELEASE-LIMIT TO WS-CATEGORY-LIMIT
                 END-IF
              END-IF
           END-PERFORM.
      *
       FIND-CATEGORY-LIMIT-EXIT.
           EXIT.
      *
       READ-LIMIT-ENTRY.
      *
           EXEC CICS READ FILE(LIMIT-FILE-NAME)
                     INTO(PO-LIMIT-RECORD)
                     RIDFLD(LA-KEY)
                     RESP(LIMIT-RESP)
                     END-EXEC.
      *
       READ-LIMIT-ENTRY-EXIT.
           EXIT.
