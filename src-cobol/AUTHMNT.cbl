      *   X=cancel closes a pending stage unapplied;
      *   I=inquire shows the live entry and any pending stage.
      *
      * A grant, on staging and again on confirming, is tested
      * against the active SODRULE conflict rules. When the subject
      * would then hold both sides of a rule - through its own
      * entries or the roles LINK2SEC last resolved for it - the
      * first such rule is shown and the message warns how many
      * there are.
      *
      * The administrator must clear AUTHCHK for this menu before
      * any option dispatches, the same as every other menu - so
      * entitlement over entitlements is itself entitled.
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Warn when a grant being staged or
      *                    confirmed would leave the subject holding
      *                    both sides of an active SODRULE
      *                    segregation-of-duties rule, counting its
      *                    own entries and the roles on USERROLE.
      *                    The change still goes through - the
      *                    second administrator decides.
      *  15 Oct 2026  DEV  Opened from the APRVINBX approvals inbox
      *                    (XCTL, with the item on the APRVHAND
      *                    commarea) the screen comes up with the
      *                    item's key already filled in, ready for
      *                    the decision.
      *
      *****************************************************************

      *    lands on.
           COPY AUTHJRNL.
      *
      *    SODRULE copybook - the segregation-of-duties rules a
      *    grant is tested against.
           COPY SODRULE.
      *
      *    USERROLE copybook - the roles the subject holds.
           COPY USERROLE.
      *
      *    APRVHAND copybook - the item handed over by the
      *    APRVINBX approvals inbox, when it started this screen.
           COPY APRVHAND.
      *
      *    AUTHMN1 symbolic map - see AUTHMS.bms/AUTHMN1.cpy.
           COPY AUTHMN1.
      *
           03 AW-USERID              PIC X(8).
           03 FILLER                 PIC X(15) VALUE SPACES.
      *
      *    The first rule a grant would break.
       01  WS-SOD-ROW.
           03 FILLER                 PIC X(9)  VALUE 'SOD RULE '.
           03 SW-RULE-ID             PIC X(4).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SW-DESCRIPTION         PIC X(40).
           03 FILLER                 PIC X(6)  VALUE ' WITH '.
           03 SW-MENU                PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SW-OPTION              PIC X(1).
           03 FILLER                 PIC X(5)  VALUE SPACES.
      *
       01  WS-SOD-MESSAGE.
           03 FILLER                 PIC X(7)  VALUE 'CHANGE '.
           03 SW-ACTION-TEXT         PIC X(10).
           03 FILLER                 PIC X(22) VALUE
              '- SOD WARNING: BREAKS '.
           03 SW-CONFLICT-COUNT      PIC Z9.
           03 FILLER                 PIC X(29) VALUE
              ' RULE(S), FIRST SHOWN'.
      *
      *    Commarea for the shared AUTHCHK entitlement check run
      *    before any option dispatches.
       01  WS-AUTHCHK-AREA.
           03 WS-STAGE-EXISTS-FLAG   PIC X(1) VALUE 'N'.
              88 STAGE-ALREADY-ON-FILE VALUE 'Y'.
      *
      *    Segregation-of-duties check work fields.
           03 SOD-RESP               PIC 9(8) COMP VALUE ZERO.
           03 WS-SOD-BROWSE-KEY      PIC X(4) VALUE SPACES.
           03 WS-SOD-BROWSE-FLAG     PIC X(1) VALUE 'N'.
              88 SOD-BROWSE-ACTIVE     VALUE 'Y'.
           03 WS-SOD-CONFLICTS       PIC 9(2) COMP VALUE ZERO.
           03 WS-SOD-OTHER-MENU      PIC X(8) VALUE SPACES.
           03 WS-SOD-OTHER-OPTION    PIC X(1) VALUE SPACE.
           03 WS-SOD-TALLY           PIC 9(4) COMP VALUE ZERO.
           03 WS-SOD-HELD-FLAG       PIC X(1) VALUE 'N'.
              88 SOD-SIDE-HELD         VALUE 'Y'.
           03 WS-ROLE-INDEX          PIC 9(4) COMP VALUE ZERO.
           03 WS-ROLE-TABLE.
              05 WS-ROLE OCCURS 6 TIMES PIC X(8).
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  AUTH-FILE-NAME           PIC X(8) VALUE 'AUTHFILE'.
       77  STAGE-FILE-NAME          PIC X(8) VALUE 'AUTHSTG'.
       77  JOURNAL-FILE-NAME        PIC X(8) VALUE 'AUTHJRNL'.
       77  SOD-RULE-FILE-NAME       PIC X(8) VALUE 'SODRULE'.
       77  USER-ROLE-FILE-NAME      PIC X(8) VALUE 'USERROLE'.
       77  AUTHCHK-PROGRAM          PIC X(8) VALUE 'AUTHCHK'.
       77  THIS-MENU-NAME           PIC X(8) VALUE 'AUTHMNT'.
      *
       77  AUTHMN1-MAPNAME          PIC X(8) VALUE 'AUTHMN1'.
       77  AUTHMS-MAPSET            PIC X(8) VALUE 'AUTHMS'.
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
              MOVE AH-KEY-1 TO SUBJCTO
              MOVE AH-KEY-2 TO MENUNMO
              MOVE 'FROM THE APPROVALS INBOX - C=CONFIRM  X=CANCEL'
                   TO MSGO
           END-IF.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(AUTHMN1-MAPNAME) MAPSET(AUTHMS-MAPSET)
              GOBACK
           END-IF.

      *    A key the operator left untouched is not returned by the
      *    terminal - take it from the inbox's hand-over.
           IF AH-FROM-INBOX AND SUBJCTL EQUAL ZERO
              MOVE AH-KEY-1 TO SUBJCTI
           END-IF.
           IF AH-FROM-INBOX AND MENUNML EQUAL ZERO
              MOVE AH-KEY-2 TO MENUNMI
           END-IF.

           MOVE SPACES TO RSLT1O.
           MOVE SPACES TO RSLT2O.
           MOVE SPACES TO MSGO.
                 PERFORM SHOW-STAGE-ROW
                 MOVE 'CHANGE STAGED - SECOND ADMIN MUST CONFIRM'
                      TO MSGO
                 IF OPTNI EQUAL 'G'
                    MOVE 'STAGED' TO SW-ACTION-TEXT
                    PERFORM CHECK-SOD-CONFLICTS
                 END-IF
              ELSE
                 MOVE 'FILE ERROR STAGING CHANGE' TO MSGO
              END-IF
              PERFORM WRITE-AUTH-JOURNAL
              PERFORM SHOW-STAGE-ROW
              MOVE 'CHANGE CONFIRMED AND LIVE' TO MSGO
              IF AS-NEW-OPTIONS NOT EQUAL SPACES
                 MOVE 'CONFIRMED' TO SW-ACTION-TEXT
                 PERFORM CHECK-SOD-CONFLICTS
              END-IF
           ELSE
              EXEC CICS UNLOCK FILE(STAGE-FILE-NAME) END-EXEC
              MOVE 'FILE ERROR APPLYING CHANGE' TO MSGO
      *
       WRITE-AUTH-JOURNAL-EXIT.
           EXIT.
      *
      *    Test the staged grant against every active SODRULE rule.
      *    A rule is broken when one side is an option letter this
      *    grant gives on its menu and the subject would hold the
      *    other side too. The first broken rule goes on the second
      *    result line and the message counts them all; the change
      *    itself is not refused.
       CHECK-SOD-CONFLICTS.
      *
           MOVE ZERO TO WS-SOD-CONFLICTS.
           PERFORM LOAD-SUBJECT-ROLES.
      *
           MOVE LOW-VALUES TO WS-SOD-BROWSE-KEY.
           EXEC CICS STARTBR FILE(SOD-RULE-FILE-NAME)
                     RIDFLD(WS-SOD-BROWSE-KEY)
                     GTEQ
                     RESP(SOD-RESP)
                     END-EXEC.
           IF SOD-RESP EQUAL DFHRESP(NORMAL)
              SET SOD-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT SOD-BROWSE-ACTIVE
                 EXEC CICS READNEXT FILE(SOD-RULE-FILE-NAME)
                           INTO(SOD-RULE-RECORD)
                           RIDFLD(WS-SOD-BROWSE-KEY)
                           RESP(SOD-RESP)
                           END-EXEC
                 IF SOD-RESP EQUAL DFHRESP(NORMAL)
                    IF SD-RULE-ACTIVE
                       PERFORM TEST-ONE-SOD-RULE
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-SOD-BROWSE-FLAG
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(SOD-RULE-FILE-NAME) END-EXEC
           END-IF.
      *
           IF WS-SOD-CONFLICTS GREATER THAN ZERO
              MOVE WS-SOD-CONFLICTS TO SW-CONFLICT-COUNT
              MOVE WS-SOD-MESSAGE TO MSGO
           END-IF.
      *
       CHECK-SOD-CONFLICTS-EXIT.
           EXIT.
      *
      *    The roles LINK2SEC last resolved for the subject. A role
      *    being granted to has none of its own, so only its own
      *    entries count.
       LOAD-SUBJECT-ROLES.
      *
           MOVE SPACES TO WS-ROLE-TABLE.
           MOVE AS-SUBJECT TO UR-USERID.
           EXEC CICS READ FILE(USER-ROLE-FILE-NAME)
                     INTO(USER-ROLE-RECORD)
                     RIDFLD(UR-USERID)
                     RESP(SOD-RESP)
                     END-EXEC.
           IF SOD-RESP EQUAL DFHRESP(NORMAL)
              UNSTRING UR-ROLES DELIMITED BY ALL SPACE
                       INTO WS-ROLE(1) WS-ROLE(2) WS-ROLE(3)
                            WS-ROLE(4) WS-ROLE(5) WS-ROLE(6)
              END-UNSTRING
           END-IF.
      *
       LOAD-SUBJECT-ROLES-EXIT.
           EXIT.
      *
      *    Is either side of the rule an option this grant gives?
      *    If so, does the subject hold the other side?
       TEST-ONE-SOD-RULE.
      *
           MOVE SPACES TO WS-SOD-OTHER-MENU.
           MOVE ZERO TO WS-SOD-TALLY.
           IF SD-MENU-1 EQUAL AS-MENU-NAME
              INSPECT AS-NEW-OPTIONS TALLYING WS-SOD-TALLY
                      FOR ALL SD-OPTION-1
              IF WS-SOD-TALLY GREATER THAN ZERO
                 MOVE SD-MENU-2 TO WS-SOD-OTHER-MENU
                 MOVE SD-OPTION-2 TO WS-SOD-OTHER-OPTION
              END-IF
           END-IF.
           IF WS-SOD-OTHER-MENU EQUAL SPACES
              AND SD-MENU-2 EQUAL AS-MENU-NAME
              MOVE ZERO TO WS-SOD-TALLY
              INSPECT AS-NEW-OPTIONS TALLYING WS-SOD-TALLY
                      FOR ALL SD-OPTION-2
              IF WS-SOD-TALLY GREATER THAN ZERO
                 MOVE SD-MENU-1 TO WS-SOD-OTHER-MENU
                 MOVE SD-OPTION-1 TO WS-SOD-OTHER-OPTION
              END-IF
           END-IF.
      *
           IF WS-SOD-OTHER-MENU NOT EQUAL SPACES
              PERFORM CHECK-OTHER-SIDE-HELD
              IF SOD-SIDE-HELD
                 ADD 1 TO WS-SOD-CONFLICTS
                 IF WS-SOD-CONFLICTS EQUAL 1
                    MOVE SD-RULE-ID TO SW-RULE-ID
                    MOVE SD-DESCRIPTION TO SW-DESCRIPTION
                    MOVE WS-SOD-OTHER-MENU TO SW-MENU
                    MOVE WS-SOD-OTHER-OPTION TO SW-OPTION
                    MOVE WS-SOD-ROW TO RSLT2O
                 END-IF
              END-IF
           END-IF.
      *
       TEST-ONE-SOD-RULE-EXIT.
           EXIT.
      *
      *    The other side is held if this grant gives it (same
      *    menu), if the subject's own live entry lists it, or if
      *    any of its roles' entries does - the order AUTHCHK
      *    grants in.
       CHECK-OTHER-SIDE-HELD.
      *
           MOVE 'N' TO WS-SOD-HELD-FLAG.
           IF WS-SOD-OTHER-MENU EQUAL AS-MENU-NAME
              MOVE ZERO TO WS-SOD-TALLY
              INSPECT AS-NEW-OPTIONS TALLYING WS-SOD-TALLY
                      FOR ALL WS-SOD-OTHER-OPTION
              IF WS-SOD-TALLY GREATER THAN ZERO
                 SET SOD-SIDE-HELD TO TRUE
              END-IF
           ELSE
              MOVE AS-SUBJECT TO AU-SUBJECT
              PERFORM CHECK-ENTRY-FOR-OPTION
           END-IF.
      *
           PERFORM VARYING WS-ROLE-INDEX FROM 1 BY 1
                     UNTIL WS-ROLE-INDEX GREATER THAN 6
                        OR SOD-SIDE-HELD
              IF WS-ROLE(WS-ROLE-INDEX) NOT EQUAL SPACES
                 MOVE WS-ROLE(WS-ROLE-INDEX) TO AU-SUBJECT
                 PERFORM CHECK-ENTRY-FOR-OPTION
              END-IF
           END-PERFORM.
      *
       CHECK-OTHER-SIDE-HELD-EXIT.
           EXIT.
      *
      *    AU-SUBJECT's live entry for the other side's menu, and
      *    whether it lists the option letter.
       CHECK-ENTRY-FOR-OPTION.
      *
           MOVE WS-SOD-OTHER-MENU TO AU-MENU-NAME.
           EXEC CICS READ FILE(AUTH-FILE-NAME)
                     INTO(AUTHORIZATION-RECORD)
                     RIDFLD(AU-KEY)
                     RESP(SOD-RESP)
                     END-EXEC.
           IF SOD-RESP EQUAL DFHRESP(NORMAL)
              MOVE ZERO TO WS-SOD-TALLY
              INSPECT AU-OPTIONS TALLYING WS-SOD-TALLY
                      FOR ALL WS-SOD-OTHER-OPTION
              IF WS-SOD-TALLY GREATER THAN ZERO
                 SET SOD-SIDE-HELD TO TRUE
              END-IF
           END-IF.
      *
       CHECK-ENTRY-FOR-OPTION-EXIT.
           EXIT.
