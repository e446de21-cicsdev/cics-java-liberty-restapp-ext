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
      * Emergency access review screen, in the style of PLANAPV.
      * Every session claimed on EMRGREQ must be signed off here by
      * a security reviewer, the morning after:
      *
      *   L lists the sessions not yet reviewed, from a userid on;
      *   I shows one session - its window, its justification and
      *     every use AUTHCHK recorded under it on EMRGUSE;
      *   S signs the session off with the reviewer's note.
      *
      * A session cannot be signed off while its window is still
      * open, and nobody signs off their own session. Until it is
      * signed off, a session shows on the HANDOVER summary.
      *
      * The reviewer must clear AUTHCHK for this menu before any
      * option dispatches, the same as AUTHMNT.
      *
      * To simplify the code, this program has minimal error-handling
      * logic beyond mapping the file-control response to a message.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              EMRGREV.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    EMRGACC copybook - the session under review.
           COPY EMRGACC.
      *
      *    EMRGUSE copybook - the uses recorded under it.
           COPY EMRGUSE.
      *
      *    EMRV1 symbolic map - see EMRVS.bms/EMRV1.cpy.
           COPY EMRV1.
      *
      *    A convenience view over the map's ten result rows as a
      *    table, the same technique REORDAPV uses.
       01  WS-MAP-ROW-VIEW REDEFINES EMRV1O.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(78).
           03 WS-MAP-ROW OCCURS 10 TIMES.
              05 FILLER             PIC X(3).
              05 WS-ROW-TEXT        PIC X(75).
           03 FILLER                PIC X(3).
           03 FILLER                PIC X(79).
      *
      *    One formatted session line.
       01  WS-SESSION-ROW.
           03 SR-USERID              PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-START-DATE          PIC X(8).
           03 FILLER                 PIC X(1)  VALUE '/'.
           03 SR-START-TIME          PIC 9(6).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-ENTITLEMENT-NAME    PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-HOURS               PIC Z9.
           03 FILLER                 PIC X(7)  VALUE 'H USES '.
           03 SR-USE-COUNT           PIC ZZZ9.
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 SR-WINDOW-STATE        PIC X(6).
           03 FILLER                 PIC X(6)  VALUE ' TERM '.
           03 SR-TERMINAL-ID         PIC X(4).
           03 FILLER                 PIC X(11) VALUE SPACES.
      *
      *    The session's justification, under the session line.
       01  WS-JUSTIFICATION-ROW.
           03 FILLER                 PIC X(15)
                                     VALUE 'JUSTIFICATION: '.
           03 JR-JUSTIFICATION       PIC X(60).
      *
      *    How the session was closed, once it has been.
       01  WS-REVIEW-ROW.
           03 FILLER                 PIC X(12) VALUE 'REVIEWED BY '.
           03 RR-REVIEWED-BY         PIC X(8).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 RR-REVIEWED-DATE       PIC X(8).
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 RR-REVIEW-NOTE         PIC X(40).
           03 FILLER                 PIC X(4)  VALUE SPACES.
      *
      *    One use recorded under the session.
       01  WS-USE-ROW.
           03 FILLER                 PIC X(4)  VALUE 'USE '.
           03 UR-USE-DATE            PIC X(8).
           03 FILLER                 PIC X(1)  VALUE '/'.
           03 UR-USE-TIME            PIC 9(6).
           03 FILLER                 PIC X(1)  VALUE SPACE.
           03 UR-MENU-NAME           PIC X(8).
           03 FILLER                 PIC X(1)  VALUE '/'.
           03 UR-OPTION              PIC X(1).
           03 FILLER                 PIC X(6)  VALUE ' TRAN '.
           03 UR-TRANSACTION-ID      PIC X(4).
           03 FILLER                 PIC X(6)  VALUE ' PROG '.
           03 UR-INVOKING-PROGRAM    PIC X(8).
           03 FILLER                 PIC X(6)  VALUE ' TERM '.
           03 UR-TERMINAL-ID         PIC X(4).
           03 FILLER                 PIC X(11) VALUE SPACES.
      *
      *    Commarea for the shared AUTHCHK entitlement check run
      *    before any option dispatches.
       01  WS-AUTHCHK-AREA.
           03 AC-MENU-NAME           PIC X(8).
           03 AC-OPTION              PIC X(1).
           03 AC-AUTH-FLAG           PIC X(1).
              88 AC-AUTHORIZED          VALUE 'Y'.
           03 AC-RETURN-CODE         PIC X(1).
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 MAP-RESP               PIC 9(8) COMP VALUE ZERO.
           03 FILE-RESP              PIC 9(8) COMP VALUE ZERO.
           03 USE-RESP               PIC 9(8) COMP VALUE ZERO.
           03 WS-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-ROW-COUNT           PIC 9(4) COMP VALUE ZERO.
           03 WS-BROWSE-ACTIVE       PIC X(1) VALUE 'N'.
              88 BROWSE-IS-ACTIVE       VALUE 'Y'.
           03 WS-USERID              PIC X(8) VALUE SPACES.
           03 WS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8               PIC X(8) VALUE SPACES.
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
      *    declared directly here.
       77  PF3-AID                  PIC X    VALUE '3'.
      *
      *    Names of the CICS files and programs to use.
       77  ACCESS-FILE-NAME         PIC X(8) VALUE 'EMRGACC'.
       77  USE-FILE-NAME            PIC X(8) VALUE 'EMRGUSE'.
       77  AUTHCHK-PROGRAM          PIC X(8) VALUE 'AUTHCHK'.
       77  THIS-MENU-NAME           PIC X(8) VALUE 'EMRGREV'.
      *
       77  MAX-DISPLAY-ROWS         PIC 9(4) VALUE 10.
       77  EMRV1-MAPNAME            PIC X(8) VALUE 'EMRV1'.
       77  EMRVS-MAPSET             PIC X(8) VALUE 'EMRVS'.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.

      *    Prompt with the mapped screen, then wait for the operator's
      *    input on the same map.
           EXEC CICS SEND MAP(EMRV1-MAPNAME) MAPSET(EMRVS-MAPSET)
                     ERASE FREEKB END-EXEC.
           EXEC CICS RECEIVE MAP(EMRV1-MAPNAME) MAPSET(EMRVS-MAPSET)
                     INTO(EMRV1I) RESP(MAP-RESP) END-EXEC.

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
                     END-EXEC.

      *    The reviewer must be entitled to the option - the same
      *    shared check every other menu clears.
           MOVE THIS-MENU-NAME TO AC-MENU-NAME.
           MOVE OPTNI TO AC-OPTION.
           MOVE SPACE TO AC-AUTH-FLAG.
           EXEC CICS LINK PROGRAM(AUTHCHK-PROGRAM)
                     COMMAREA(WS-AUTHCHK-AREA)
                     LENGTH(11)
                     RESP(MAP-RESP)
                     END-EXEC.
           IF MAP-RESP NOT EQUAL DFHRESP(NORMAL)
              OR NOT AC-AUTHORIZED
              MOVE 'OPTION NOT AUTHORIZED FOR YOUR USERID'
                   TO MSGO
              EXEC CICS SEND MAP(EMRV1-MAPNAME)
                        MAPSET(EMRVS-MAPSET)
                        DATAONLY FREEKB END-EXEC
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.

           EVALUATE OPTNI
              WHEN 'L'
                 PERFORM DO-LIST-UNREVIEWED
              WHEN 'I'
                 PERFORM DO-INQUIRE
              WHEN 'S'
                 PERFORM DO-SIGN-OFF
              WHEN OTHER
                 MOVE 'INVALID OPTION - USE L, I OR S' TO MSGO
           END-EVALUATE.

           EXEC CICS SEND MAP(EMRV1-MAPNAME) MAPSET(EMRVS-MAPSET)
                     DATAONLY FREEKB END-EXEC.
      *
      *    Return control to CICS (end transaction).
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    List the sessions still waiting for review, from the
      *    entered userid (or the top of the file).
       DO-LIST-UNREVIEWED.
      *
           MOVE LOW-VALUES TO EA-KEY.
           IF USERIDI NOT EQUAL SPACES
              MOVE USERIDI TO EA-USERID
           END-IF.
      *
           EXEC CICS STARTBR FILE(ACCESS-FILE-NAME)
                     RIDFLD(EA-KEY)
                     GTEQ
                     RESP(FILE-RESP)
                     END-EXEC.
           IF FILE-RESP NOT EQUAL DFHRESP(NORMAL)
              MOVE 'NO EMERGENCY SESSIONS ON FILE' TO MSGO
           ELSE
              SET BROWSE-IS-ACTIVE TO TRUE
              MOVE ZERO TO WS-ROW-COUNT
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR WS-ROW-COUNT NOT LESS THAN MAX-DISPLAY-ROWS
                 EXEC CICS READNEXT FILE(ACCESS-FILE-NAME)
                           INTO(EMERGENCY-ACCESS-RECORD)
                           RIDFLD(EA-KEY)
                           RESP(FILE-RESP)
                           END-EXEC
                 IF FILE-RESP EQUAL DFHRESP(NORMAL)
                    IF EA-UNREVIEWED
                       ADD 1 TO WS-ROW-COUNT
                       MOVE WS-ROW-COUNT TO WS-INDEX
                       PERFORM FORMAT-SESSION-ROW
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ACCESS-FILE-NAME) END-EXEC
              IF WS-ROW-COUNT EQUAL ZERO
                 MOVE 'NOTHING WAITING FOR REVIEW' TO MSGO
              ELSE
                 MOVE 'UNREVIEWED SESSIONS LISTED' TO MSGO
              END-IF
           END-IF.
      *
       DO-LIST-UNREVIEWED-EXIT.
           EXIT.
      *
      *    One session: its line, its justification, the review if
      *    there has been one, then the uses recorded under it.
       DO-INQUIRE.
      *
           PERFORM READ-KEYED-SESSION.
           EVALUATE TRUE
              WHEN FILE-RESP EQUAL DFHRESP(INVREQ)
                 CONTINUE
              WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                 MOVE 'NO SESSION WITH THAT USERID AND START'
                      TO MSGO
              WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'FILE ERROR READING SESSION' TO MSGO
              WHEN OTHER
                 MOVE 1 TO WS-INDEX
                 PERFORM FORMAT-SESSION-ROW
                 MOVE EA-JUSTIFICATION TO JR-JUSTIFICATION
                 MOVE WS-JUSTIFICATION-ROW TO WS-ROW-TEXT(2)
                 MOVE 2 TO WS-ROW-COUNT
                 IF EA-REVIEWED
                    MOVE EA-REVIEWED-BY TO RR-REVIEWED-BY
                    MOVE EA-REVIEWED-DATE TO RR-REVIEWED-DATE
                    MOVE EA-REVIEW-NOTE TO RR-REVIEW-NOTE
                    MOVE WS-REVIEW-ROW TO WS-ROW-TEXT(3)
                    MOVE 3 TO WS-ROW-COUNT
                 END-IF
                 PERFORM LIST-SESSION-USES
                 MOVE 'SESSION SHOWN WITH ITS USES' TO MSGO
           END-EVALUATE.
      *
       DO-INQUIRE-EXIT.
           EXIT.
      *
      *    Sign a session off - not the reviewer's own, not while
      *    its window is still open, and never without a note.
       DO-SIGN-OFF.
      *
           IF NOTEI EQUAL SPACES
              MOVE 'A REVIEW NOTE IS REQUIRED TO SIGN OFF' TO MSGO
           ELSE
              PERFORM READ-KEYED-SESSION-FOR-UPDATE
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(INVREQ)
                    CONTINUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE 'NO SESSION WITH THAT USERID AND START'
                         TO MSGO
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'FILE ERROR READING SESSION' TO MSGO
                 WHEN EA-REVIEWED
                    EXEC CICS UNLOCK FILE(ACCESS-FILE-NAME)
                              END-EXEC
                    MOVE 'SESSION IS ALREADY SIGNED OFF' TO MSGO
                 WHEN EA-USERID EQUAL WS-USERID
                    EXEC CICS UNLOCK FILE(ACCESS-FILE-NAME)
                              END-EXEC
                    MOVE 'YOU CANNOT SIGN OFF YOUR OWN SESSION'
                         TO MSGO
                 WHEN EA-END-ABSTIME GREATER THAN WS-ABSTIME
                    EXEC CICS UNLOCK FILE(ACCESS-FILE-NAME)
                              END-EXEC
                    MOVE 'SESSION STILL OPEN - SIGN OFF AFTER IT ENDS'
                         TO MSGO
                 WHEN OTHER
                    SET EA-REVIEWED TO TRUE
                    MOVE WS-USERID TO EA-REVIEWED-BY
                    MOVE WS-DATE8 TO EA-REVIEWED-DATE
                    MOVE NOTEI TO EA-REVIEW-NOTE
                    EXEC CICS REWRITE FILE(ACCESS-FILE-NAME)
                              FROM(EMERGENCY-ACCESS-RECORD)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP EQUAL DFHRESP(NORMAL)
                       MOVE 1 TO WS-INDEX
                       PERFORM FORMAT-SESSION-ROW
                       MOVE 'SESSION SIGNED OFF' TO MSGO
                    ELSE
                       MOVE 'FILE ERROR SIGNING SESSION OFF' TO MSGO
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-SIGN-OFF-EXIT.
           EXIT.
      *
      *    Read the session the screen keys name. A key that is
      *    not fully entered is reported here and handed back as
      *    INVREQ, so the caller just leaves the message standing.
       READ-KEYED-SESSION.
      *
           PERFORM CHECK-SESSION-KEY.
           IF FILE-RESP NOT EQUAL DFHRESP(INVREQ)
              EXEC CICS READ FILE(ACCESS-FILE-NAME)
                        INTO(EMERGENCY-ACCESS-RECORD)
                        RIDFLD(EA-KEY)
                        RESP(FILE-RESP)
                        END-EXEC
           END-IF.
      *
       READ-KEYED-SESSION-EXIT.
           EXIT.
      *
       READ-KEYED-SESSION-FOR-UPDATE.
      *
           PERFORM CHECK-SESSION-KEY.
           IF FILE-RESP NOT EQUAL DFHRESP(INVREQ)
              EXEC CICS READ FILE(ACCESS-FILE-NAME)
                        INTO(EMERGENCY-ACCESS-RECORD)
                        RIDFLD(EA-KEY)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
           END-IF.
      *
       READ-KEYED-SESSION-FOR-UPDATE-EXIT.
           EXIT.
      *
      *    The userid, start date and start time together name a
      *    session.
       CHECK-SESSION-KEY.
      *
           MOVE DFHRESP(NORMAL) TO FILE-RESP.
           IF USERIDI EQUAL SPACES
              OR NOT STDATEI NUMERIC
              OR NOT STTIMEI NUMERIC
              MOVE 'USERID, START DATE AND TIME ARE ALL REQUIRED'
                   TO MSGO
              MOVE DFHRESP(INVREQ) TO FILE-RESP
           ELSE
              MOVE USERIDI TO EA-USERID
              MOVE STDATEI TO EA-START-DATE
              MOVE STTIMEI TO EA-START-TIME
           END-IF.
      *
       CHECK-SESSION-KEY-EXIT.
           EXIT.
      *
      *    The uses AUTHCHK recorded under the session, in the order
      *    they happened, on the rows left free.
       LIST-SESSION-USES.
      *
           MOVE LOW-VALUES TO EU-KEY.
           MOVE EA-KEY TO EU-SESSION-KEY.
           EXEC CICS STARTBR FILE(USE-FILE-NAME)
                     RIDFLD(EU-KEY)
                     GTEQ
                     RESP(USE-RESP)
                     END-EXEC.
           IF USE-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 OR WS-ROW-COUNT NOT LESS THAN MAX-DISPLAY-ROWS
                 EXEC CICS READNEXT FILE(USE-FILE-NAME)
                           INTO(EMERGENCY-USE-RECORD)
                           RIDFLD(EU-KEY)
                           RESP(USE-RESP)
                           END-EXEC
                 IF USE-RESP EQUAL DFHRESP(NORMAL)
                    AND EU-SESSION-KEY EQUAL EA-KEY
                    ADD 1 TO WS-ROW-COUNT
                    MOVE EU-USE-DATE TO UR-USE-DATE
                    MOVE EU-USE-TIME TO UR-USE-TIME
                    MOVE EU-MENU-NAME TO UR-MENU-NAME
                    MOVE EU-OPTION TO UR-OPTION
                    MOVE EU-TRANSACTION-ID TO UR-TRANSACTION-ID
                    MOVE EU-INVOKING-PROGRAM TO UR-INVOKING-PROGRAM
                    MOVE EU-TERMINAL-ID TO UR-TERMINAL-ID
                    MOVE WS-USE-ROW TO WS-ROW-TEXT(WS-ROW-COUNT)
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(USE-FILE-NAME) END-EXEC
           END-IF.
      *
       LIST-SESSION-USES-EXIT.
           EXIT.
      *
       FORMAT-SESSION-ROW.
      *
           MOVE EA-USERID TO SR-USERID.
           MOVE EA-START-DATE TO SR-START-DATE.
           MOVE EA-START-TIME TO SR-START-TIME.
           MOVE EA-ENTITLEMENT-NAME TO SR-ENTITLEMENT-NAME.
           MOVE EA-HOURS TO SR-HOURS.
           MOVE EA-USE-COUNT TO SR-USE-COUNT.
           IF EA-END-ABSTIME GREATER THAN WS-ABSTIME
              MOVE 'OPEN' TO SR-WINDOW-STATE
           ELSE
              MOVE 'ENDED' TO SR-WINDOW-STATE
           END-IF.
           MOVE EA-TERMINAL-ID TO SR-TERMINAL-ID.
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
