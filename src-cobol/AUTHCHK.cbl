      * its last identity resolution. No matching entry means N:
      * the file fails closed, the posture the auditors asked for.
      *
      * Failing both, an emergency access session the userid has
      * claimed on EMRGREQ grants the session's one menu option,
      * but only between its start and end times. Every option
      * granted that way is counted on the session, appended to
      * the separate EMRGUSE trail and raised as an alert on the
      * ALRT queue, so the security reviewer signing the session
      * off on EMRGREV sees everything done under it.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Honour a claimed emergency access session
      *                    inside its time window, recording each use
      *                    on EMRGUSE and raising an ALRT alert.
      *
      *****************************************************************

      *    Common return-code field.
           COPY RTNCODE.
      *
      *    EMRGACC copybook - the userid's emergency sessions.
           COPY EMRGACC.
      *
      *    EMRGUSE copybook - one trail entry per emergency use.
           COPY EMRGUSE.
      *
      *    ALERTREC copybook - the alert each emergency use raises.
           COPY ALERTREC.
      *
      *    Name of the CICS file to use.
       77  AUTH-FILE-NAME       PIC X(8) VALUE 'AUTHFILE'.
       77  ACCESS-FILE-NAME     PIC X(8) VALUE 'EMRGACC'.
       77  USE-FILE-NAME        PIC X(8) VALUE 'EMRGUSE'.
       77  ALERT-QUEUE-NAME     PIC X(4) VALUE 'ALRT'.
       77  THIS-PROGRAM-NAME    PIC X(8) VALUE 'AUTHCHK'.
      *
      *    The per-userid roles queue LINK2SEC refreshes on every
      *    identity resolution - 'RO' plus the first six bytes of
              05 WS-ROLE OCCURS 6 TIMES PIC X(8).
           03 WS-GRANTED-FLAG   PIC X(1) VALUE 'N'.
              88 ACCESS-GRANTED    VALUE 'Y'.
      *
      *    Emergency session work fields.
           03 EMRG-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8) VALUE SPACES.
           03 WS-TIME6          PIC 9(6) VALUE ZERO.
           03 WS-TASK-NUMBER    PIC 9(7) DISPLAY VALUE ZERO.
           03 WS-SESSION-KEY    PIC X(22) VALUE SPACES.
           03 WS-EMRG-BROWSE    PIC X(1) VALUE 'N'.
              88 EMRG-BROWSE-ACTIVE VALUE 'Y'.
           03 WS-EMRG-FLAG      PIC X(1) VALUE 'N'.
              88 EMERGENCY-SESSION-FOUND VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
                 END-IF
              END-PERFORM
           END-IF.
      *
      *    Last, a claimed emergency session still inside its
      *    window.
           IF NOT ACCESS-GRANTED
              PERFORM CHECK-EMERGENCY-ACCESS
           END-IF.
      *
           IF ACCESS-GRANTED
              SET CA-AUTHORIZED TO TRUE
      *
       LOAD-CACHED-ROLES-EXIT.
           EXIT.
      *
      *    Browse the userid's emergency sessions for one that
      *    opens this menu option and is open right now.
       CHECK-EMERGENCY-ACCESS.
      *
           MOVE 'N' TO WS-EMRG-FLAG.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           MOVE LOW-VALUES TO EA-KEY.
           MOVE WS-USERID TO EA-USERID.
           EXEC CICS STARTBR FILE(ACCESS-FILE-NAME)
                     RIDFLD(EA-KEY)
                     GTEQ
                     RESP(EMRG-RESP)
                     END-EXEC.
           IF EMRG-RESP EQUAL DFHRESP(NORMAL)
              SET EMRG-BROWSE-ACTIVE TO TRUE
              PERFORM UNTIL NOT EMRG-BROWSE-ACTIVE
                 OR EMERGENCY-SESSION-FOUND
                 EXEC CICS READNEXT FILE(ACCESS-FILE-NAME)
                           INTO(EMERGENCY-ACCESS-RECORD)
                           RIDFLD(EA-KEY)
                           RESP(EMRG-RESP)
                           END-EXEC
                 IF EMRG-RESP EQUAL DFHRESP(NORMAL)
                    AND EA-USERID EQUAL WS-USERID
                    IF EA-MENU-NAME EQUAL CA-MENU-NAME
                       AND EA-OPTION EQUAL CA-OPTION
                       AND CA-OPTION NOT EQUAL SPACE
                       AND EA-START-ABSTIME NOT GREATER THAN
                           WS-ABSTIME
                       AND EA-END-ABSTIME GREATER THAN WS-ABSTIME
                       SET EMERGENCY-SESSION-FOUND TO TRUE
                       MOVE EA-KEY TO WS-SESSION-KEY
                    END-IF
                 ELSE
                    MOVE 'N' TO WS-EMRG-BROWSE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(ACCESS-FILE-NAME) END-EXEC
           END-IF.
      *
           IF EMERGENCY-SESSION-FOUND
              SET ACCESS-GRANTED TO TRUE
              PERFORM RECORD-EMERGENCY-USE
           END-IF.
      *
       CHECK-EMERGENCY-ACCESS-EXIT.
           EXIT.
      *
      *    Count the use on the session, append it to the EMRGUSE
      *    trail and alert operations. A failure to log does not
      *    take back the grant - the session itself was valid.
       RECORD-EMERGENCY-USE.
      *
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-TIME6)
                     END-EXEC.
      *
           MOVE WS-SESSION-KEY TO EA-KEY.
           EXEC CICS READ FILE(ACCESS-FILE-NAME)
                     INTO(EMERGENCY-ACCESS-RECORD)
                     RIDFLD(EA-KEY)
                     UPDATE
                     RESP(EMRG-RESP)
                     END-EXEC.
           IF EMRG-RESP EQUAL DFHRESP(NORMAL)
              IF EA-USE-COUNT LESS THAN 9999
                 ADD 1 TO EA-USE-COUNT
              END-IF
              EXEC CICS REWRITE FILE(ACCESS-FILE-NAME)
                        FROM(EMERGENCY-ACCESS-RECORD)
                        RESP(EMRG-RESP)
                        END-EXEC
           END-IF.
      *
           MOVE SPACES TO EMERGENCY-USE-RECORD.
           MOVE WS-SESSION-KEY TO EU-SESSION-KEY.
           MOVE EA-ENTITLEMENT-NAME TO EU-ENTITLEMENT-NAME.
           MOVE CA-MENU-NAME TO EU-MENU-NAME.
           MOVE CA-OPTION TO EU-OPTION.
           MOVE EIBTRNID TO EU-TRANSACTION-ID.
           EXEC CICS ASSIGN INVOKINGPROG(EU-INVOKING-PROGRAM)
                     END-EXEC.
           MOVE EIBTRMID TO EU-TERMINAL-ID.
           MOVE WS-DATE8 TO EU-USE-DATE.
           MOVE WS-TIME6 TO EU-USE-TIME.
           MOVE EIBTASKN TO WS-TASK-NUMBER.
           MOVE WS-TASK-NUMBER TO EU-USE-TASK.
           EXEC CICS WRITE FILE(USE-FILE-NAME)
                     FROM(EMERGENCY-USE-RECORD)
                     RIDFLD(EU-KEY)
                     RESP(EMRG-RESP)
                     END-EXEC.
      *
           SET AM-SEV-WARNING TO TRUE.
           MOVE THIS-PROGRAM-NAME TO AM-SOURCE.
           MOVE SPACES TO AM-ALERT-TEXT.
           STRING 'EMERGENCY USE ' DELIMITED BY SIZE
                  WS-USERID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CA-MENU-NAME DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  CA-OPTION DELIMITED BY SIZE
                  INTO AM-ALERT-TEXT
           END-STRING.
           EXEC CICS WRITEQ TD QUEUE(ALERT-QUEUE-NAME)
                     FROM(ALERT-MESSAGE)
                     RESP(EMRG-RESP)
                     END-EXEC.
      *
       RECORD-EMERGENCY-USE-EXIT.
           EXIT.
