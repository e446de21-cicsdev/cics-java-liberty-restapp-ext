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
      * Approvals inbox. Seven screens stage work for a second
      * pair of eyes - price changes (PRCAPPRV), stock adjustments
      * (ADJAPPRV), reorder points (REORDAPV), requisitions
      * (REQENTRY), new suppliers (SUPPMENU), bank details
      * (REMITMNT) and entitlement changes (AUTHMNT) - and items
      * sat pending for days because nobody looked at the right
      * one. This screen lists everything pending across all seven
      * that the signed-on user may decide, oldest first, with who
      * asked, when, how long ago and (where it has one) its value:
      *   L=list from the item number keyed (the first page when
      *     none is);
      *   S=select an item - the terminal is handed over (XCTL) to
      *     the owning screen with the item's key carried on the
      *     APRVHAND commarea, ready for its approve or reject;
      *   A=approve / R=reject a requisition right here, through
      *     REQENTRY - it is a commarea service with no screen of
      *     its own.
      * The user may decide a staging file's items when AUTHCHK
      * entitles them (or one of their roles) to the owning
      * screen's approve option - the menu name is the owning
      * program - and never items they staged themselves, the same
      * maker/checker rule every owning screen enforces. Reorder
      * points are proposed by the REORDCLC batch, which stands as
      * their requester.
      * The nightly APRVREM batch reminds approvers of items left
      * waiting longer than PARMFILE APRVAGE days.
      *
      * To simplify the code, this program has minimal error-handling
      * logic beyond mapping the file-control response to a message.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              APRVINBX.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    The seven staging files the inbox gathers from.
           COPY PRCSTAGE.
           COPY ADJSTG.
           COPY REORDPRP.
           COPY REQSTN.
           COPY SUPPMAST.
           COPY SUPPREMT.
           COPY AUTHSTG.
      *
      *    APRVHAND copybook - what the owning screen is handed.
           COPY APRVHAND.
      *
      *    Common return-code field - REQENTRY's answer is read
      *    through it.
           COPY RTNCODE.
      *
      *    APRVI1 symbolic map - see APRVIS.bms/APRVI1.cpy.
           COPY APRVI1.
      *
      *    A convenience view over the map's ten result rows as a
      *    table, the same technique PRCAPPRV uses.
       01  WS-MAP-ROW-VIEW REDEFINES APRVI1O.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(4).
           03 FILLER                PIC X(6).
           03 WS-MAP-ROW OCCURS 10 TIMES.
              05 FILLER             PIC X(3).
              05 WS-ROW-TEXT        PIC X(75).
           03 FILLER                PIC X(3).
           03 FILLER                PIC X(79).
      *
      *    One formatted inbox line.
       01  WS-INBOX-ROW.
           03 IR-ITEM-NUMBER         PIC ZZ9.
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 IR-TYPE                PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 IR-KEY                 PIC X(17).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 IR-REQUESTED-BY        PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 IR-STAGED-DATE         PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 IR-DAYS                PIC ZZZ9.
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 IR-VALUE               PIC ZZZ,ZZZ,ZZ9.99.
           03 IR-VALUE-X REDEFINES IR-VALUE
                                     PIC X(14).
           03 FILLER                 PIC X(7)  VALUE SPACES.
      *
      *    The staging sources: the type shown, the owning screen
      *    (also the AUTHCHK menu name) and its approve option.
       01  WS-SOURCE-VALUES.
           03 FILLER PIC X(17) VALUE 'PRICE   PRCAPPRVA'.
           03 FILLER PIC X(17) VALUE 'ADJUST  ADJAPPRVA'.
           03 FILLER PIC X(17) VALUE 'REORDER REORDAPVA'.
           03 FILLER PIC X(17) VALUE 'REQUISN REQENTRYA'.
           03 FILLER PIC X(17) VALUE 'SUPPLIERSUPPMENUP'.
           03 FILLER PIC X(17) VALUE 'BANK    REMITMNTP'.
           03 FILLER PIC X(17) VALUE 'ACCESS  AUTHMNT C'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           03 WS-SOURCE OCCURS 7 TIMES.
              05 WS-SRC-TYPE         PIC X(8).
              05 WS-SRC-PROGRAM      PIC X(8).
              05 WS-SRC-OPTION       PIC X(1).
      *
      *    Which sources this user may decide - one AUTHCHK check
      *    apiece.
       01  WS-SOURCE-ENTITLED.
           03 WS-SRC-ALLOWED OCCURS 7 TIMES PIC X(1).
      *
      *    Source numbers, in WS-SOURCE-TABLE order.
       77  SRC-PRICE                PIC 9(1) VALUE 1.
       77  SRC-ADJUST               PIC 9(1) VALUE 2.
       77  SRC-REORDER              PIC 9(1) VALUE 3.
       77  SRC-REQUISITION          PIC 9(1) VALUE 4.
       77  SRC-SUPPLIER             PIC 9(1) VALUE 5.
       77  SRC-BANK                 PIC 9(1) VALUE 6.
       77  SRC-ACCESS               PIC 9(1) VALUE 7.
      *
      *    The inbox, oldest staged first. When more is pending
      *    than it holds, the newest items fall off the end.
       77  MAX-INBOX-ITEMS          PIC 9(4) VALUE 200.
       01  WS-INBOX-TABLE.
           03 WS-IT-COUNT            PIC 9(4) COMP VALUE ZERO.
           03 WS-IT-DROPPED          PIC 9(4) COMP VALUE ZERO.
           03 WS-IT-ENTRY OCCURS 200 TIMES.
              05 WS-IT-SOURCE        PIC 9(1).
              05 WS-IT-KEY-1         PIC X(8).
              05 WS-IT-KEY-2         PIC X(8).
              05 WS-IT-REQUESTED-BY  PIC X(8).
              05 WS-IT-STAGED-DATE   PIC X(8).
              05 WS-IT-VALUE-FLAG    PIC X(1).
                 88 WS-IT-HAS-VALUE     VALUE 'Y'.
              05 WS-IT-VALUE         PIC S9(11)V99 COMP-3.
      *
      *    The item being added, in the same layout.
       01  WS-NEW-ITEM.
           03 WS-NI-SOURCE           PIC 9(1).
           03 WS-NI-KEY-1            PIC X(8).
           03 WS-NI-KEY-2            PIC X(8).
           03 WS-NI-REQUESTED-BY     PIC X(8).
           03 WS-NI-STAGED-DATE      PIC X(8).
           03 WS-NI-VALUE-FLAG       PIC X(1).
           03 WS-NI-VALUE            PIC S9(11)V99 COMP-3.
      *
      *    Commarea for the shared AUTHCHK entitlement check.
       01  WS-AUTHCHK-AREA.
           03 AC-MENU-NAME           PIC X(8).
           03 AC-OPTION              PIC X(1).
           03 AC-AUTH-FLAG           PIC X(1).
              88 AC-AUTHORIZED          VALUE 'Y'.
           03 AC-RETURN-CODE         PIC X(1).
      *
      *    REQENTRY's commarea, as far as the return code and the
      *    requisition's state - all an approve or reject needs.
       01  WS-REQENTRY-AREA.
           03 RA-ACTION              PIC X(1).
           03 RA-REQUISITION-NUMBER  PIC 9(8) DISPLAY.
           03 RA-DEPARTMENT          PIC X(6).
           03 RA-PART-ID             PIC 9(8) DISPLAY.
           03 RA-QUANTITY            PIC 9(8) DISPLAY.
           03 RA-NEED-DATE           PIC X(8).
           03 RA-REQUESTER-REF       PIC X(12).
           03 RA-RETURN-CODE         PIC X(1).
           03 RA-STATUS              PIC X(1).
           03 RA-VALUE               PIC 9(11)V99 DISPLAY.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 MAP-RESP               PIC 9(8) COMP VALUE ZERO.
           03 FILE-RESP              PIC 9(8) COMP VALUE ZERO.
           03 LINK-RESP              PIC 9(8) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE       PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE       VALUE 'Y'.
           03 WS-USERID              PIC X(8) VALUE SPACES.
           03 WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-TODAY8              PIC X(8) VALUE SPACES.
           03 WS-TODAY-INT           PIC S9(9) COMP VALUE ZERO.
           03 WS-DATE-NUM            PIC 9(8) VALUE ZERO.
           03 WS-DAYS-WAITING        PIC S9(5) COMP VALUE ZERO.
           03 WS-SRC-INDEX           PIC 9(4) COMP VALUE ZERO.
           03 WS-IT-INDEX            PIC 9(4) COMP VALUE ZERO.
           03 WS-INSERT-AT           PIC 9(4) COMP VALUE ZERO.
           03 WS-ROW-INDEX           PIC 9(4) COMP VALUE ZERO.
           03 WS-FIRST-ITEM          PIC 9(4) COMP VALUE 1.
           03 WS-ITEM-NUMBER         PIC 9(4) COMP VALUE ZERO.
           03 WS-ITEM-OK-FLAG        PIC X(1) VALUE 'N'.
              88 ITEM-NUMBER-OK         VALUE 'Y'.
           03 WS-COUNT-DISPLAY       PIC ZZ9.
           03 WS-REQ-DISPLAY         PIC 9(8).
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  PF3-AID                  PIC X    VALUE '3'.
      *
      *    Name of the CICS files and programs to use.
       77  PRICE-FILE-NAME          PIC X(8) VALUE 'PRCSTAGE'.
       77  ADJUST-FILE-NAME         PIC X(8) VALUE 'ADJSTG'.
       77  REORDER-FILE-NAME        PIC X(8) VALUE 'REORDPRP'.
       77  REQ-FILE-NAME            PIC X(8) VALUE 'REQSTN'.
       77  SUPP-FILE-NAME           PIC X(8) VALUE 'SUPPMAST'.
       77  REMIT-FILE-NAME          PIC X(8) VALUE 'SUPPREMT'.
       77  AUTHSTG-FILE-NAME        PIC X(8) VALUE 'AUTHSTG'.
       77  AUTHCHK-PROGRAM          PIC X(8) VALUE 'AUTHCHK'.
       77  REQENTRY-PROGRAM         PIC X(8) VALUE 'REQENTRY'.
       77  THIS-PROGRAM-NAME        PIC X(8) VALUE 'APRVINBX'.
      *
      *    The requester shown against a reorder proposal - the
      *    batch that proposed it.
       77  REORDER-PROPOSER         PIC X(8) VALUE 'REORDCLC'.
      *
       77  MAX-DISPLAY-ROWS         PIC 9(4) VALUE 10.
       77  APRVI1-MAPNAME           PIC X(8) VALUE 'APRVI1'.
       77  APRVIS-MAPSET            PIC X(8) VALUE 'APRVIS'.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.

           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-TODAY8)
                     END-EXEC.
           MOVE WS-TODAY8 TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

      *    The inbox opens on its first page, then waits for the
      *    operator's choice on the same map.
           PERFORM CHECK-ENTITLEMENTS.
           PERFORM BUILD-INBOX.
           MOVE SPACES TO MSGO.
           PERFORM SHOW-INBOX-PAGE.
           EXEC CICS SEND MAP(APRVI1-MAPNAME) MAPSET(APRVIS-MAPSET)
                     ERASE FREEKB END-EXEC.
           EXEC CICS RECEIVE MAP(APRVI1-MAPNAME) MAPSET(APRVIS-MAPSET)
                     INTO(APRVI1I) RESP(MAP-RESP) END-EXEC.

      *    PF3 exits without doing anything.
           IF EIBAID EQUAL PF3-AID
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.

           MOVE SPACES TO MSGO.
           PERFORM CHECK-ITEM-NUMBER.

           EVALUATE OPTNI
              WHEN 'L'
                 IF ITEM-NUMBER-OK
                    MOVE WS-ITEM-NUMBER TO WS-FIRST-ITEM
                 END-IF
              WHEN 'S'
                 PERFORM DO-SELECT-ITEM
              WHEN 'A'
                 PERFORM DO-DECIDE-REQUISITION
              WHEN 'R'
                 PERFORM DO-DECIDE-REQUISITION
              WHEN OTHER
                 MOVE 'INVALID OPTION - USE L, S, A OR R' TO MSGO
           END-EVALUATE.

           PERFORM SHOW-INBOX-PAGE.
           EXEC CICS SEND MAP(APRVI1-MAPNAME) MAPSET(APRVIS-MAPSET)
                     DATAONLY FREEKB END-EXEC.
      *
      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    One AUTHCHK question per source: may this user take the
      *    owning screen's approve option?
       CHECK-ENTITLEMENTS.
      *
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
                     UNTIL WS-SRC-INDEX GREATER THAN 7
              MOVE WS-SRC-PROGRAM(WS-SRC-INDEX) TO AC-MENU-NAME
              MOVE WS-SRC-OPTION(WS-SRC-INDEX) TO AC-OPTION
              MOVE SPACE TO AC-AUTH-FLAG
              EXEC CICS LINK PROGRAM(AUTHCHK-PROGRAM)
                        COMMAREA(WS-AUTHCHK-AREA)
                        LENGTH(11)
                        RESP(LINK-RESP)
                        END-EXEC
              IF LINK-RESP EQUAL DFHRESP(NORMAL)
                 AND AC-AUTHORIZED
                 MOVE 'Y' TO WS-SRC-ALLOWED(WS-SRC-INDEX)
              ELSE
                 MOVE 'N' TO WS-SRC-ALLOWED(WS-SRC-INDEX)
              END-IF
           END-PERFORM.
      *
       CHECK-ENTITLEMENTS-EXIT.
           EXIT.
      *
      *    Gather the pending items from every source the user
      *    may decide.
       BUILD-INBOX.
      *
           MOVE ZERO TO WS-IT-COUNT.
           MOVE ZERO TO WS-IT-DROPPED.
           IF WS-SRC-ALLOWED(SRC-PRICE) EQUAL 'Y'
              PERFORM GATHER-PRICE-CHANGES
           END-IF.
           IF WS-SRC-ALLOWED(SRC-ADJUST) EQUAL 'Y'
              PERFORM GATHER-ADJUSTMENTS
           END-IF.
           IF WS-SRC-ALLOWED(SRC-REORDER) EQUAL 'Y'
              PERFORM GATHER-REORDER-PROPOSALS
           END-IF.
           IF WS-SRC-ALLOWED(SRC-REQUISITION) EQUAL 'Y'
              PERFORM GATHER-REQUISITIONS
           END-IF.
           IF WS-SRC-ALLOWED(SRC-SUPPLIER) EQUAL 'Y'
              PERFORM GATHER-NEW-SUPPLIERS
           END-IF.
           IF WS-SRC-ALLOWED(SRC-BANK) EQUAL 'Y'
              PERFORM GATHER-BANK-DETAILS
           END-IF.
           IF WS-SRC-ALLOWED(SRC-ACCESS) EQUAL 'Y'
              PERFORM GATHER-ENTITLEMENT-CHANGES
           END-IF.
      *
       BUILD-INBOX-EXIT.
           EXIT.
      *
       GATHER-PRICE-CHANGES.
      *
           MOVE ZERO TO PS-PART-ID.
           EXEC CICS STARTBR FILE(PRICE-FILE-NAME)
                     RIDFLD(PS-PART-ID)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(PRICE-FILE-NAME)
                           INTO(PRICE-STAGE-RECORD)
                           RIDFLD(PS-PART-ID)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF PS-STATUS-PENDING
                       AND PS-REQUESTED-BY NOT EQUAL WS-USERID
                       MOVE SRC-PRICE TO WS-NI-SOURCE
                       MOVE PS-PART-ID TO WS-NI-KEY-1
                       MOVE SPACES TO WS-NI-KEY-2
                       MOVE PS-REQUESTED-BY TO WS-NI-REQUESTED-BY
                       MOVE PS-STAGE-DATE TO WS-NI-STAGED-DATE
                       MOVE 'Y' TO WS-NI-VALUE-FLAG
                       MOVE PS-NEW-UNIT-PRICE TO WS-NI-VALUE
                       PERFORM ADD-INBOX-ITEM
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(PRICE-FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-PRICE-CHANGES-EXIT.
           EXIT.
      *
       GATHER-ADJUSTMENTS.
      *
           MOVE LOW-VALUES TO AJ-KEY.
           EXEC CICS STARTBR FILE(ADJUST-FILE-NAME)
                     RIDFLD(AJ-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(ADJUST-FILE-NAME)
                           INTO(ADJUST-STAGE-RECORD)
                           RIDFLD(AJ-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF AJ-STATUS-PENDING
                       AND AJ-REQUESTED-BY NOT EQUAL WS-USERID
                       MOVE SRC-ADJUST TO WS-NI-SOURCE
                       MOVE AJ-PART-ID TO WS-NI-KEY-1
                       MOVE SPACES TO WS-NI-KEY-2
                       MOVE AJ-SEQUENCE TO WS-NI-KEY-2(1:3)
                       MOVE AJ-REQUESTED-BY TO WS-NI-REQUESTED-BY
                       MOVE AJ-STAGE-DATE TO WS-NI-STAGED-DATE
                       MOVE 'Y' TO WS-NI-VALUE-FLAG
                       MOVE AJ-VALUE TO WS-NI-VALUE
                       PERFORM ADD-INBOX-ITEM
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ADJUST-FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-ADJUSTMENTS-EXIT.
           EXIT.
      *
      *    A proposal's run date is held YYYY-MM-DD; the inbox
      *    orders on YYYYMMDD.
       GATHER-REORDER-PROPOSALS.
      *
           MOVE ZERO TO RP-PART-ID.
           EXEC CICS STARTBR FILE(REORDER-FILE-NAME)
                     RIDFLD(RP-PART-ID)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(REORDER-FILE-NAME)
                           INTO(REORDER-PROPOSAL-RECORD)
                           RIDFLD(RP-PART-ID)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF RP-STATUS-PENDING
                       MOVE SRC-REORDER TO WS-NI-SOURCE
                       MOVE RP-PART-ID TO WS-NI-KEY-1
                       MOVE SPACES TO WS-NI-KEY-2
                       MOVE REORDER-PROPOSER TO WS-NI-REQUESTED-BY
                       STRING RP-RUN-DATE-YYYY DELIMITED BY SIZE
                              RP-RUN-DATE-MM DELIMITED BY SIZE
                              RP-RUN-DATE-DD DELIMITED BY SIZE
                              INTO WS-NI-STAGED-DATE
                       END-STRING
                       MOVE 'N' TO WS-NI-VALUE-FLAG
                       MOVE ZERO TO WS-NI-VALUE
                       PERFORM ADD-INBOX-ITEM
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(REORDER-FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-REORDER-PROPOSALS-EXIT.
           EXIT.
      *
       GATHER-REQUISITIONS.
      *
           MOVE ZERO TO RQ-REQUISITION-NUMBER.
           EXEC CICS STARTBR FILE(REQ-FILE-NAME)
                     RIDFLD(RQ-REQUISITION-NUMBER)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(REQ-FILE-NAME)
                           INTO(REQUISITION-RECORD)
                           RIDFLD(RQ-REQUISITION-NUMBER)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF RQ-STATUS-PENDING
                       AND RQ-ENTERED-BY NOT EQUAL WS-USERID
                       MOVE SRC-REQUISITION TO WS-NI-SOURCE
                       MOVE RQ-REQUISITION-NUMBER TO WS-NI-KEY-1
                       MOVE RQ-DEPARTMENT TO WS-NI-KEY-2
                       MOVE RQ-ENTERED-BY TO WS-NI-REQUESTED-BY
                       MOVE RQ-ENTERED-DATE TO WS-NI-STAGED-DATE
                       MOVE 'Y' TO WS-NI-VALUE-FLAG
                       MOVE RQ-VALUE TO WS-NI-VALUE
                       PERFORM ADD-INBOX-ITEM
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(REQ-FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-REQUISITIONS-EXIT.
           EXIT.
      *
       GATHER-NEW-SUPPLIERS.
      *
           MOVE ZERO TO SM-SUPPLIER-ID.
           EXEC CICS STARTBR FILE(SUPP-FILE-NAME)
                     RIDFLD(SM-SUPPLIER-ID)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(SUPP-FILE-NAME)
                           INTO(SUPPMAST)
                           RIDFLD(SM-SUPPLIER-ID)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF SM-STATUS-PENDING
                       AND SM-CREATED-BY NOT EQUAL WS-USERID
                       MOVE SRC-SUPPLIER TO WS-NI-SOURCE
                       MOVE SM-SUPPLIER-ID TO WS-NI-KEY-1
                       MOVE SPACES TO WS-NI-KEY-2
                       MOVE SM-CREATED-BY TO WS-NI-REQUESTED-BY
                       MOVE SM-CREATED-DATE TO WS-NI-STAGED-DATE
                       MOVE 'N' TO WS-NI-VALUE-FLAG
                       MOVE ZERO TO WS-NI-VALUE
                       PERFORM ADD-INBOX-ITEM
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(SUPP-FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-NEW-SUPPLIERS-EXIT.
           EXIT.
      *
       GATHER-BANK-DETAILS.
      *
           MOVE ZERO TO RM-SUPPLIER-ID.
           EXEC CICS STARTBR FILE(REMIT-FILE-NAME)
                     RIDFLD(RM-SUPPLIER-ID)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(REMIT-FILE-NAME)
                           INTO(REMITTANCE-RECORD)
                           RIDFLD(RM-SUPPLIER-ID)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF RM-STATUS-PENDING
                       AND RM-ENTERED-BY NOT EQUAL WS-USERID
                       MOVE SRC-BANK TO WS-NI-SOURCE
                       MOVE RM-SUPPLIER-ID TO WS-NI-KEY-1
                       MOVE SPACES TO WS-NI-KEY-2
                       MOVE RM-ENTERED-BY TO WS-NI-REQUESTED-BY
                       MOVE RM-ENTERED-DATE TO WS-NI-STAGED-DATE
                       MOVE 'N' TO WS-NI-VALUE-FLAG
                       MOVE ZERO TO WS-NI-VALUE
                       PERFORM ADD-INBOX-ITEM
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(REMIT-FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-BANK-DETAILS-EXIT.
           EXIT.
      *
       GATHER-ENTITLEMENT-CHANGES.
      *
           MOVE LOW-VALUES TO AS-KEY.
           EXEC CICS STARTBR FILE(AUTHSTG-FILE-NAME)
                     RIDFLD(AS-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(AUTHSTG-FILE-NAME)
                           INTO(AUTH-STAGE-RECORD)
                           RIDFLD(AS-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF AS-STATUS-PENDING
                       AND AS-PROPOSED-BY NOT EQUAL WS-USERID
                       MOVE SRC-ACCESS TO WS-NI-SOURCE
                       MOVE AS-SUBJECT TO WS-NI-KEY-1
                       MOVE AS-MENU-NAME TO WS-NI-KEY-2
                       MOVE AS-PROPOSED-BY TO WS-NI-REQUESTED-BY
                       MOVE AS-PROPOSED-DATE TO WS-NI-STAGED-DATE
                       MOVE 'N' TO WS-NI-VALUE-FLAG
                       MOVE ZERO TO WS-NI-VALUE
                       PERFORM ADD-INBOX-ITEM
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(AUTHSTG-FILE-NAME) END-EXEC
           END-IF.
      *
       GATHER-ENTITLEMENT-CHANGES-EXIT.
           EXIT.
      *
      *    Slot the new item in after everything staged on or
      *    before its date, so the inbox reads oldest first. A full
      *    inbox sheds its newest item.
       ADD-INBOX-ITEM.
      *
           COMPUTE WS-INSERT-AT = WS-IT-COUNT + 1.
           PERFORM VARYING WS-IT-INDEX FROM 1 BY 1
                     UNTIL WS-IT-INDEX GREATER THAN WS-IT-COUNT
                        OR WS-INSERT-AT NOT GREATER THAN WS-IT-COUNT
              IF WS-IT-STAGED-DATE(WS-IT-INDEX) GREATER THAN
                 WS-NI-STAGED-DATE
                 MOVE WS-IT-INDEX TO WS-INSERT-AT
              END-IF
           END-PERFORM.
      *
           IF WS-IT-COUNT LESS THAN MAX-INBOX-ITEMS
              ADD 1 TO WS-IT-COUNT
           ELSE
              ADD 1 TO WS-IT-DROPPED
           END-IF.
           IF WS-INSERT-AT NOT GREATER THAN WS-IT-COUNT
              PERFORM VARYING WS-IT-INDEX FROM WS-IT-COUNT BY -1
                        UNTIL WS-IT-INDEX NOT GREATER THAN
                              WS-INSERT-AT
                 MOVE WS-IT-ENTRY(WS-IT-INDEX - 1)
                   TO WS-IT-ENTRY(WS-IT-INDEX)
              END-PERFORM
              MOVE WS-NEW-ITEM TO WS-IT-ENTRY(WS-INSERT-AT)
           END-IF.
      *
       ADD-INBOX-ITEM-EXIT.
           EXIT.
      *
      *    The item number keyed, when it names an item listed.
       CHECK-ITEM-NUMBER.
      *
           MOVE 'N' TO WS-ITEM-OK-FLAG.
           MOVE ZERO TO WS-ITEM-NUMBER.
           IF ITEMI NUMERIC
              MOVE ITEMI TO WS-ITEM-NUMBER
              IF WS-ITEM-NUMBER GREATER THAN ZERO
                 AND WS-ITEM-NUMBER NOT GREATER THAN WS-IT-COUNT
                 SET ITEM-NUMBER-OK TO TRUE
              END-IF
           END-IF.
      *
       CHECK-ITEM-NUMBER-EXIT.
           EXIT.
      *
      *    Hand the terminal to the item's own screen, carrying
      *    its key. A requisition has no screen - it is decided
      *    here.
       DO-SELECT-ITEM.
      *
           EVALUATE TRUE
              WHEN NOT ITEM-NUMBER-OK
                 MOVE 'KEY THE NUMBER OF AN ITEM LISTED' TO MSGO
              WHEN WS-IT-SOURCE(WS-ITEM-NUMBER) EQUAL
                   SRC-REQUISITION
                 MOVE 'A REQUISITION IS DECIDED HERE - USE A OR R'
                      TO MSGO
              WHEN OTHER
                 MOVE WS-ITEM-NUMBER TO WS-FIRST-ITEM
                 MOVE SPACES TO APPROVAL-HANDOFF
                 MOVE THIS-PROGRAM-NAME TO AH-FROM-PROGRAM
                 MOVE WS-IT-KEY-1(WS-ITEM-NUMBER) TO AH-KEY-1
                 MOVE WS-IT-KEY-2(WS-ITEM-NUMBER) TO AH-KEY-2
                 MOVE WS-IT-REQUESTED-BY(WS-ITEM-NUMBER)
                   TO AH-REQUESTED-BY
                 MOVE WS-IT-STAGED-DATE(WS-ITEM-NUMBER)
                   TO AH-STAGED-DATE
                 MOVE WS-IT-SOURCE(WS-ITEM-NUMBER) TO WS-SRC-INDEX
                 EXEC CICS XCTL PROGRAM(WS-SRC-PROGRAM(WS-SRC-INDEX))
                           COMMAREA(APPROVAL-HANDOFF)
                           LENGTH(LENGTH OF APPROVAL-HANDOFF)
                           RESP(LINK-RESP)
                           END-EXEC
                 STRING 'UNABLE TO START ' DELIMITED BY SIZE
                        WS-SRC-PROGRAM(WS-SRC-INDEX)
                           DELIMITED BY SIZE
                        INTO MSGO
                 END-STRING
           END-EVALUATE.
      *
       DO-SELECT-ITEM-EXIT.
           EXIT.
      *
      *    Approve (A) or reject (R) a requisition through the
      *    ordinary REQENTRY service, which applies its own
      *    maker/checker and budget rules; the inbox is then
      *    gathered afresh.
       DO-DECIDE-REQUISITION.
      *
           EVALUATE TRUE
              WHEN NOT ITEM-NUMBER-OK
                 MOVE 'KEY THE NUMBER OF AN ITEM LISTED' TO MSGO
              WHEN WS-IT-SOURCE(WS-ITEM-NUMBER) NOT EQUAL
                   SRC-REQUISITION
                 MOVE 'USE S TO DECIDE THIS ITEM ON ITS OWN SCREEN'
                      TO MSGO
              WHEN OTHER
                 INITIALIZE WS-REQENTRY-AREA
                 IF OPTNI EQUAL 'A'
                    MOVE 'A' TO RA-ACTION
                 ELSE
                    MOVE 'J' TO RA-ACTION
                 END-IF
                 MOVE WS-IT-KEY-1(WS-ITEM-NUMBER)
                   TO RA-REQUISITION-NUMBER
                 MOVE RA-REQUISITION-NUMBER TO WS-REQ-DISPLAY
                 EXEC CICS LINK PROGRAM(REQENTRY-PROGRAM)
                           COMMAREA(WS-REQENTRY-AREA)
                           LENGTH(LENGTH OF WS-REQENTRY-AREA)
                           RESP(LINK-RESP)
                           END-EXEC
                 IF LINK-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'UNABLE TO START REQENTRY' TO MSGO
                 ELSE
                    MOVE RA-RETURN-CODE TO RETURN-CODE
                    PERFORM SHOW-REQUISITION-ANSWER
                    PERFORM BUILD-INBOX
                 END-IF
           END-EVALUATE.
      *
       DO-DECIDE-REQUISITION-EXIT.
           EXIT.
      *
       SHOW-REQUISITION-ANSWER.
      *
           EVALUATE TRUE
              WHEN RC-SUCCESS AND RA-ACTION EQUAL 'A'
                 STRING 'REQUISITION ' DELIMITED BY SIZE
                        WS-REQ-DISPLAY DELIMITED BY SIZE
                        ' APPROVED' DELIMITED BY SIZE
                        INTO MSGO
                 END-STRING
              WHEN RC-SUCCESS
                 STRING 'REQUISITION ' DELIMITED BY SIZE
                        WS-REQ-DISPLAY DELIMITED BY SIZE
                        ' REJECTED' DELIMITED BY SIZE
                        INTO MSGO
                 END-STRING
              WHEN RC-NOTFND
                 MOVE 'REQUISITION NOT FOUND' TO MSGO
              WHEN RC-VALIDATION-ERROR
                 MOVE 'REQUISITION NO LONGER PENDING, OR ENTERED BY YOU'
                      TO MSGO
              WHEN RC-OVER-BUDGET
                 MOVE 'PAST THE DEPARTMENT BUDGET - NEEDS AN OVERRIDE'
                      TO MSGO
              WHEN OTHER
                 MOVE 'REQUISITION NOT UPDATED - FILE ERROR' TO MSGO
           END-EVALUATE.
      *
       SHOW-REQUISITION-ANSWER-EXIT.
           EXIT.
      *
      *    Fill the ten rows from WS-FIRST-ITEM, and say how much
      *    is waiting unless something more pressing was said.
       SHOW-INBOX-PAGE.
      *
           PERFORM VARYING WS-ROW-INDEX FROM 1 BY 1
                     UNTIL WS-ROW-INDEX GREATER THAN MAX-DISPLAY-ROWS
              MOVE SPACES TO WS-ROW-TEXT(WS-ROW-INDEX)
              COMPUTE WS-IT-INDEX = WS-FIRST-ITEM + WS-ROW-INDEX - 1
              IF WS-IT-INDEX NOT GREATER THAN WS-IT-COUNT
                 PERFORM FORMAT-INBOX-ROW
                 MOVE WS-INBOX-ROW TO WS-ROW-TEXT(WS-ROW-INDEX)
              END-IF
           END-PERFORM.
      *
           IF MSGO EQUAL SPACES
              MOVE WS-IT-COUNT TO WS-COUNT-DISPLAY
              EVALUATE TRUE
                 WHEN WS-IT-COUNT EQUAL ZERO
                    MOVE 'NOTHING PENDING FOR YOU TO DECIDE' TO MSGO
                 WHEN WS-IT-DROPPED GREATER THAN ZERO
                    STRING 'OLDEST ' DELIMITED BY SIZE
                           WS-COUNT-DISPLAY DELIMITED BY SIZE
                           ' PENDING SHOWN - DECIDE THESE FIRST'
                              DELIMITED BY SIZE
                           INTO MSGO
                    END-STRING
                 WHEN OTHER
                    STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
                           ' PENDING - S=SELECT AN ITEM,'
                              DELIMITED BY SIZE
                           ' L=LIST FROM AN ITEM' DELIMITED BY SIZE
                           INTO MSGO
                    END-STRING
              END-EVALUATE
           END-IF.
      *
       SHOW-INBOX-PAGE-EXIT.
           EXIT.
      *
       FORMAT-INBOX-ROW.
      *
           MOVE WS-IT-INDEX TO IR-ITEM-NUMBER.
           MOVE WS-IT-SOURCE(WS-IT-INDEX) TO WS-SRC-INDEX.
           MOVE WS-SRC-TYPE(WS-SRC-INDEX) TO IR-TYPE.
           MOVE SPACES TO IR-KEY.
           EVALUATE WS-SRC-INDEX
              WHEN SRC-ADJUST
                 STRING WS-IT-KEY-1(WS-IT-INDEX) DELIMITED BY SIZE
                        '/' DELIMITED BY SIZE
                        WS-IT-KEY-2(WS-IT-INDEX)(1:3)
                           DELIMITED BY SIZE
                        INTO IR-KEY
                 END-STRING
              WHEN SRC-REQUISITION
                 STRING WS-IT-KEY-1(WS-IT-INDEX) DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        WS-IT-KEY-2(WS-IT-INDEX) DELIMITED BY SIZE
                        INTO IR-KEY
                 END-STRING
              WHEN SRC-ACCESS
                 STRING WS-IT-KEY-1(WS-IT-INDEX) DELIMITED BY SPACE
                        '/' DELIMITED BY SIZE
                        WS-IT-KEY-2(WS-IT-INDEX) DELIMITED BY SPACE
                        INTO IR-KEY
                 END-STRING
              WHEN OTHER
                 MOVE WS-IT-KEY-1(WS-IT-INDEX) TO IR-KEY
           END-EVALUATE.
           MOVE WS-IT-REQUESTED-BY(WS-IT-INDEX) TO IR-REQUESTED-BY.
           MOVE WS-IT-STAGED-DATE(WS-IT-INDEX) TO IR-STAGED-DATE.
      *
           MOVE ZERO TO WS-DAYS-WAITING.
           IF WS-IT-STAGED-DATE(WS-IT-INDEX) NUMERIC
              MOVE WS-IT-STAGED-DATE(WS-IT-INDEX) TO WS-DATE-NUM
              IF WS-DATE-NUM GREATER THAN 16010101
                 AND WS-DATE-NUM LESS THAN WS-TODAY8
                 COMPUTE WS-DAYS-WAITING = WS-TODAY-INT -
                         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              END-IF
           END-IF.
           MOVE WS-DAYS-WAITING TO IR-DAYS.
      *
           IF WS-IT-HAS-VALUE(WS-IT-INDEX)
              MOVE WS-IT-VALUE(WS-IT-INDEX) TO IR-VALUE
           ELSE
              MOVE SPACES TO IR-VALUE-X
           END-IF.
      *
       FORMAT-INBOX-ROW-EXIT.
           EXIT.
