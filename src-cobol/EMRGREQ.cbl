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
      * Emergency access claim screen, in the style of PLANAPV. When
      * the night shift needs an option nobody on shift is entitled
      * to and no supervisor can be reached, the user claims one of
      * the named entitlements security has catalogued on EMRGENT
      * (L lists them) for a fixed number of hours, up to the
      * entitlement's maximum, with a typed justification (C). The
      * claim is written to EMRGACC as a session for the signed-on
      * userid; AUTHCHK honours the entitlement's menu option for
      * that userid only inside the session's window, logging every
      * use. The claim itself raises a critical alert on the ALRT
      * queue, and the session waits on EMRGREV for a security
      * reviewer's sign-off. M lists the user's own sessions that
      * are still open or not yet reviewed.
      *
      * There is no AUTHCHK gate on this screen - the people who
      * need it are, by definition, the ones not entitled - so what
      * can be claimed is bounded by the catalogue instead.
      *
      * To simplify the code, this program has minimal error-handling
      * logic beyond mapping the file-control response to a message.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              EMRGREQ.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    EMRGENT copybook - the catalogued entitlement claimed.
           COPY EMRGENT.
      *
      *    EMRGACC copybook - the session a claim opens.
           COPY EMRGACC.
      *
      *    ALERTREC copybook - the one-line alert the claim raises.
           COPY ALERTREC.
      *
      *    EMRQ1 symbolic map - see EMRQS.bms/EMRQ1.cpy.
           COPY EMRQ1.
      *
      *    A convenience view over the map's ten result rows as a
      *    table, the same technique REORDAPV uses.
       01  WS-MAP-ROW-VIEW REDEFINES EMRQ1O.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(83).
           03 WS-MAP-ROW OCCURS 10 TIMES.
              05 FILLER             PIC X(3).
              05 WS-ROW-TEXT        PIC X(75).
           03 FILLER                PIC X(3).
           03 FILLER                PIC X(79).
      *
      *    One formatted catalogue line.
       01  WS-ENTITLEMENT-ROW.
           03 ER-ENTITLEMENT-NAME    PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 ER-DESCRIPTION         PIC X(30).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 ER-MENU-NAME           PIC X(8).
           03 FILLER                 PIC X(5)  VALUE ' OPT '.
           03 ER-OPTION              PIC X(1).
           03 FILLER                 PIC X(9)  VALUE ' MAX HRS '.
           03 ER-MAX-HOURS           PIC Z9.
           03 FILLER                 PIC X(10) VALUE SPACES.
      *
      *    One formatted session line.
       01  WS-SESSION-ROW.
           03 SR-START-DATE          PIC X(8).
           03 FILLER                 PIC X(1)  VALUE '/'.
           03 SR-START-TIME          PIC 9(6).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-ENTITLEMENT-NAME    PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-HOURS               PIC Z9.
           03 FILLER                 PIC X(5)  VALUE 'H TO '.
           03 SR-END-DATE            PIC X(8).
           03 FILLER                 PIC X(1)  VALUE '/'.
           03 SR-END-TIME            PIC 9(6).
           03 FILLER                 PIC X(6)  VALUE ' USES '.
           03 SR-USE-COUNT           PIC ZZZ9.
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-WINDOW-STATE        PIC X(6).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-REVIEW-STATE        PIC X(10).
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 MAP-RESP               PIC 9(8) COMP VALUE ZERO.
           03 FILE-RESP              PIC 9(8) COMP VALUE ZERO.
           03 ENT-RESP               PIC 9(8) COMP VALUE ZERO.
           03 WS-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-ROW-COUNT           PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE       PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE       VALUE 'Y'.
           03 WS-OPEN-SESSION-FLAG   PIC X(1) VALUE 'N'.
              88 OPEN-SESSION-FOUND     VALUE 'Y'.
           03 WS-USERID              PIC X(8) VALUE SPACES.
           03 WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8               PIC X(8) VALUE SPACES.
           03 WS-TIME6               PIC 9(6) VALUE ZERO.
           03 WS-HOURS               PIC 9(2) VALUE ZERO.
           03 WS-ENT-BROWSE-KEY      PIC X(8) VALUE SPACES.
           03 WS-HOURS-MESSAGE.
              05 FILLER              PIC X(38)
                 VALUE 'HOURS EXCEED THE MAXIMUM FOR IT, WHICH'.
              05 FILLER              PIC X(4)  VALUE ' IS '.
              05 WS-MSG-MAX-HOURS    PIC Z9.
           03 WS-CLAIM-MESSAGE.
              05 FILLER              PIC X(28)
                 VALUE 'EMERGENCY ACCESS OPEN UNTIL '.
              05 WS-MSG-END-DATE     PIC X(8).
              05 FILLER              PIC X(1)  VALUE '/'.
              05 WS-MSG-END-TIME     PIC 9(6).
              05 FILLER              PIC X(30)
                 VALUE ' - SECURITY REVIEW FOLLOWS'.
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  PF3-AID                  PIC X    VALUE '3'.
      *
      *    Names of the CICS files and queues to use.
       77  ENT-FILE-NAME            PIC X(8) VALUE 'EMRGENT'.
       77  ACCESS-FILE-NAME         PIC X(8) VALUE 'EMRGACC'.
       77  ALERT-QUEUE-NAME         PIC X(4) VALUE 'ALRT'.
       77  THIS-PROGRAM-NAME        PIC X(8) VALUE 'EMRGREQ'.
      *
      *    Milliseconds in an hour - the ABSTIME unit.
       77  MS-PER-HOUR              PIC 9(7) VALUE 3600000.
      *
       77  MAX-DISPLAY-ROWS         PIC 9(4) VALUE 10.
       77  EMRQ1-MAPNAME            PIC X(8) VALUE 'EMRQ1'.
       77  EMRQS-MAPSET             PIC X(8) VALUE 'EMRQS'.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(EMRQ1-MAPNAME) MAPSET(EMRQS-MAPSET)
                     ERASE FREEKB END-EXEC.
           EXEC CICS RECEIVE MAP(EMRQ1-MAPNAME) MAPSET(EMRQS-MAPSET)
                     INTO(EMRQ1I) RESP(MAP-RESP) END-EXEC.

      *    PF3 exits without doing anything.
           IF EIBAID EQUAL PF3-AID
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.

           PERFORM CLEAR-RESULT-ROWS.
           MOVE SPACES TO MSGO.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.

           EVALUATE OPTNI
              WHEN 'L'
                 PERFORM DO-LIST-CLAIMABLE
              WHEN 'C'
                 PERFORM DO-CLAIM
              WHEN 'M'
                 PERFORM DO-MY-SESSIONS
              WHEN OTHER
                 MOVE 'INVALID OPTION - USE L, C OR M' TO MSGO
           END-EVALUATE.

           EXEC CICS SEND MAP(EMRQ1-MAPNAME) MAPSET(EMRQS-MAPSET)
                     DATAONLY FREEKB END-EXEC.
      *
      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    List the active catalogue entries, from the entered name
      *    (or the top of the file).
       DO-LIST-CLAIMABLE.
      *
           MOVE LOW-VALUES TO WS-ENT-BROWSE-KEY.
           IF ENTNAMI NOT EQUAL SPACES
              MOVE ENTNAMI TO WS-ENT-BROWSE-KEY
           END-IF.
      *
           EXEC CICS STARTBR FILE(ENT-FILE-NAME)
                     RIDFLD(WS-ENT-BROWSE-KEY)
                     GTEQ
                     RESP(ENT-RESP)
                     END-EXEC.
           IF ENT-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'NO EMERGENCY ENTITLEMENTS CATALOGUED' TO MSGO
           ELSE
              SET BROWSE-IS-ACTIVE TO TRUE
              MOVE ZERO TO WS-ROW-COUNT
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR WS-ROW-COUNT NOT LESS THAN MAX-DISPLAY-ROWS
                 EXEC CICS READNEXT FILE(ENT-FILE-NAME)
                           INTO(EMERGENCY-ENTITLEMENT-RECORD)
                           RIDFLD(WS-ENT-BROWSE-KEY)
                           RESP(ENT-RESP)
                           END-EXEC
                 IF ENT-RESP EQUAL DFHRESP(NORMAL)
                    IF EE-ENTITLEMENT-ACTIVE
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-ROW-COUNT TO WS-INDEX
                       PERFORM FORMAT-ENTITLEMENT-ROW
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ENT-FILE-NAME) END-EXEC
              IF WS-ROW-COUNT EQUAL ZERO
                 MOVE 'NOTHING CLAIMABLE' TO MSGO
              ELSE
                 MOVE 'CLAIMABLE ENTITLEMENTS LISTED' TO MSGO
              END-IF
           END-IF.
      *
       DO-LIST-CLAIMABLE-EXIT.
           EXIT.
      *
      *    Claim a catalogued entitlement for the signed-on user.
       DO-CLAIM.
      *
           EVALUATE TRUE
              WHEN ENTNAMI EQUAL SPACES
                 MOVE 'ENTITLEMENT NAME IS REQUIRED' TO MSGO
              WHEN NOT HOURSI NUMERIC
                 MOVE 'HOURS MUST BE NUMERIC' TO MSGO
              WHEN JUSTIFI EQUAL SPACES
                 MOVE 'A JUSTIFICATION IS REQUIRED' TO MSGO
              WHEN OTHER
                 MOVE HOURSI TO WS-HOURS
                 MOVE ENTNAMI TO EE-ENTITLEMENT-NAME
                 EXEC CICS READ FILE(ENT-FILE-NAME)
                           INTO(EMERGENCY-ENTITLEMENT-RECORD)
                           RIDFLD(EE-ENTITLEMENT-NAME)
                           RESP(ENT-RESP)
                           END-EXEC
                 PERFORM VALIDATE-CLAIM
           END-EVALUATE.
      *
       DO-CLAIM-EXIT.
           EXIT.
      *
      *    The entitlement must be catalogued and active, the
      *    hours within its maximum, and the user must not already
      *    hold an open session for it.
       VALIDATE-CLAIM.
      *
           EVALUATE TRUE
              WHEN ENT-RESP EQUAL DFHRESP(NOTFND)
                 MOVE 'NO SUCH EMERGENCY ENTITLEMENT' TO MSGO
              WHEN ENT-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'FILE ERROR READING ENTITLEMENT' TO MSGO
              WHEN NOT EE-ENTITLEMENT-ACTIVE
                 MOVE 'ENTITLEMENT IS NOT CLAIMABLE' TO MSGO
              WHEN WS-HOURS EQUAL ZERO
                 MOVE 'HOURS MUST BE AT LEAST 1' TO MSGO
              WHEN WS-HOURS GREATER THAN EE-MAX-HOURS
                 MOVE EE-MAX-HOURS TO WS-MSG-MAX-HOURS
                 MOVE WS-HOURS-MESSAGE TO MSGO
              WHEN OTHER
                 PERFORM FIND-OPEN-SESSION
                 IF OPEN-SESSION-FOUND
                    MOVE 'YOU ALREADY HOLD AN OPEN SESSION FOR IT'
                         TO MSGO
                 ELSE
                    PERFORM WRITE-SESSION
                 END-IF
           END-EVALUATE.
      *
       VALIDATE-CLAIM-EXIT.
           EXIT.
      *
      *    Any session of this user's for the same entitlement
      *    whose window has not yet closed?
       FIND-OPEN-SESSION.
      *
           MOVE 'N' TO WS-OPEN-SESSION-FLAG.
           MOVE LOW-VALUES TO EA-KEY.
           MOVE WS-USERID TO EA-USERID.
           EXEC CICS STARTBR FILE(ACCESS-FILE-NAME)
                     RIDFLD(EA-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR OPEN-SESSION-FOUND
                 EXEC CICS READNEXT FILE(ACCESS-FILE-NAME)
                           INTO(EMERGENCY-ACCESS-RECORD)
                           RIDFLD(EA-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    AND EA-USERID EQUAL WS-USERID
                    IF EA-ENTITLEMENT-NAME EQUAL EE-ENTITLEMENT-NAME
                       AND EA-END-ABSTIME GREATER THAN WS-ABSTIME
                       SET OPEN-SESSION-FOUND TO TRUE
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ACCESS-FILE-NAME) END-EXEC
           END-IF.
      *
       FIND-OPEN-SESSION-EXIT.
           EXIT.
      *
      *    Open the session from now for the hours claimed, tell
      *    operations, and show the user when it closes.
       WRITE-SESSION.
      *
           MOVE SPACES TO EMERGENCY-ACCESS-RECORD.
           MOVE WS-USERID TO EA-USERID.
           MOVE WS-DATE8 TO EA-START-DATE.
           MOVE WS-TIME6 TO EA-START-TIME.
           MOVE EE-ENTITLEMENT-NAME TO EA-ENTITLEMENT-NAME.
           MOVE EE-MENU-NAME TO EA-MENU-NAME.
           MOVE EE-OPTION TO EA-OPTION.
           MOVE WS-HOURS TO EA-HOURS.
           MOVE WS-ABSTIME TO EA-START-ABSTIME.
           COMPUTE EA-END-ABSTIME =
                   WS-ABSTIME + (WS-HOURS * MS-PER-HOUR).
           EXEC CICS FORMATTIME ABSTIME(EA-END-ABSTIME)
                     YYYYMMDD(EA-END-DATE)
                     TIME(EA-END-TIME)
                     END-EXEC.
           MOVE JUSTIFI TO EA-JUSTIFICATION.
           MOVE EIBTRMID TO EA-TERMINAL-ID.
           MOVE ZERO TO EA-USE-COUNT.
           SET EA-UNREVIEWED TO TRUE.
      *
           EXEC CICS WRITE FILE(ACCESS-FILE-NAME)
                     FROM(EMERGENCY-ACCESS-RECORD)
                     RIDFLD(EA-KEY)
                     RESP(FILE-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(DUPREC)
                 MOVE 'CLAIM ALREADY MADE THIS SECOND - TRY AGAIN'
                      TO MSGO
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'FILE ERROR WRITING THE SESSION' TO MSGO
              WHEN OTHER
                 PERFORM RAISE-CLAIM-ALERT
                 MOVE 1 TO WS-INDEX
                 PERFORM FORMAT-SESSION-ROW
                 MOVE EA-END-DATE TO WS-MSG-END-DATE
                 MOVE EA-END-TIME TO WS-MSG-END-TIME
                 MOVE WS-CLAIM-MESSAGE TO MSGO
           END-EVALUATE.
      *
       WRITE-SESSION-EXIT.
           EXIT.
      *
      *    List the user's sessions that are still open or still
      *    waiting for review.
       DO-MY-SESSIONS.
      *
           MOVE LOW-VALUES TO EA-KEY.
           MOVE WS-USERID TO EA-USERID.
           EXEC CICS STARTBR FILE(ACCESS-FILE-NAME)
                     RIDFLD(EA-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           MOVE ZERO TO WS-ROW-COUNT.
           IF FILE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR WS-ROW-COUNT NOT LESS THAN MAX-DISPLAY-ROWS
                 EXEC CICS READNEXT FILE(ACCESS-FILE-NAME)
                           INTO(EMERGENCY-ACCESS-RECORD)
                           RIDFLD(EA-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    AND EA-USERID EQUAL WS-USERID
                    IF EA-UNREVIEWED
                       OR EA-END-ABSTIME GREATER THAN WS-ABSTIME
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-ROW-COUNT TO WS-INDEX
                       PERFORM FORMAT-SESSION-ROW
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ACCESS-FILE-NAME) END-EXEC
           END-IF.
      *
           IF WS-ROW-COUNT EQUAL ZERO
              MOVE 'NO OPEN OR UNREVIEWED SESSIONS' TO MSGO
           ELSE
              MOVE 'YOUR OPEN AND UNREVIEWED SESSIONS' TO MSGO
           END-IF.
      *
       DO-MY-SESSIONS-EXIT.
           EXIT.
      *
      *    Tell operations an emergency claim has just been made,
      *    on the ALRT queue ALRTROUT is fed from.
       RAISE-CLAIM-ALERT.
      *
           SET AM-SEV-CRITICAL TO TRUE.
           MOVE THIS-PROGRAM-NAME TO AM-SOURCE.
           MOVE SPACES TO AM-ALERT-TEXT.
           STRING 'EMERGENCY CLAIM ' DELIMITED BY SIZE
                  EA-USERID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  EA-ENTITLEMENT-NAME DELIMITED BY SPACE
                  INTO AM-ALERT-TEXT
           END-STRING.
           EXEC CICS WRITEQ TD QUEUE(ALERT-QUEUE-NAME)
                     FROM(ALERT-MESSAGE)
                     END-EXEC.
      *
       RAISE-CLAIM-ALERT-EXIT.
           EXIT.
      *
       FORMAT-ENTITLEMENT-ROW.
      *
           MOVE EE-ENTITLEMENT-NAME TO ER-ENTITLEMENT-NAME.
           MOVE EE-DESCRIPTION TO ER-DESCRIPTION.
           MOVE EE-MENU-NAME TO ER-MENU-NAME.
           MOVE EE-OPTION TO ER-OPTION.
           MOVE EE-MAX-HOURS TO ER-MAX-HOURS.
           MOVE WS-ENTITLEMENT-ROW TO WS-ROW-TEXT(WS-INDEX).
      *
       FORMAT-ENTITLEMENT-ROW-EXIT.
           EXIT.
      *
       FORMAT-SESSION-ROW.
      *
           MOVE EA-START-DATE TO SR-START-DATE.
           MOVE EA-START-TIME TO SR-START-TIME.
           MOVE EA-ENTITLEMENT-NAME TO SR-ENTITLEMENT-NAME.
           MOVE EA-HOURS TO SR-HOURS.
           MOVE EA-END-DATE TO SR-END-DATE.
           MOVE EA-END-TIME TO SR-END-TIME.
           MOVE EA-USE-COUNT TO SR-USE-COUNT.
           IF EA-END-ABSTIME GREATER THAN WS-ABSTIME
              MOVE 'OPEN' TO SR-WINDOW-STATE
           ELSE
              MOVE 'ENDED' TO SR-WINDOW-STATE
           END-IF.
           IF EA-REVIEWED
              MOVE 'REVIEWED' TO SR-REVIEW-STATE
           ELSE
              MOVE 'UNREVIEWED' TO SR-REVIEW-STATE
           END-IF.
           MOVE WS-SESSION-ROW TO WS-ROW-TEXT(WS-INDEX).
      *
       FORMAT-SESSION-ROW-EXIT.
           EXIT.
      *
      *    Blank every result row before filling in whatever this
      *    request produced.
       CLEAR-RESULT-ROWS.
      *
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                     UNTIL WS-INDEX GREATER THAN MAX-DISPLAY-ROWS
              MOVE SPACES TO WS-ROW-TEXT(WS-INDEX)
           END-PERFORM.
      *
       CLEAR-RESULT-ROWS-EXIT.
           EXIT.
