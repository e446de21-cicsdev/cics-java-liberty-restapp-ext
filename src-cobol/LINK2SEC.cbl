      *                    off PARMFILE at task start (LINKRTRY/
      *                    CIRCTRIP), falling back to the compiled
      *                    defaults.
      *  15 Oct 2026  DEV  Keep the cached roles on the USERROLE
      *                    file as well as the TS queue, so the
      *                    segregation-of-duties checks in SODRPT
      *                    and AUTHMNT can see them outside this
      *                    task and across a CICS restart.
      *
      *****************************************************************

      *    LINK2SUP and SUPPLINK.
           COPY SUPPCACH.
      *
      *    USERROLE copybook - the persistent copy of the roles
      *    cached for AUTHCHK, read by the segregation-of-duties
      *    checks.
           COPY USERROLE.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 LINK-RESP             PIC 9(8)  COMP    VALUE ZERO.
              88 CACHE-HIT           VALUE 'Y'.
           03 WS-CACHE-AGE-MS       PIC S9(15) COMP-3 VALUE ZERO.
           03 ROLE-TSQ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 USER-ROLE-RESP        PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ROLE-TIME6         PIC 9(6)  DISPLAY VALUE ZERO.
      *
       77  PARM-FILE-NAME           PIC X(8) VALUE 'PARMFILE'.
       77  USER-ROLE-FILE-NAME      PIC X(8) VALUE 'USERROLE'.
       01  PARM-RESP                PIC 9(8) COMP VALUE ZERO.
      *
      *    The per-userid roles queue AUTHCHK reads - 'RO' plus the
                        RESP(ROLE-TSQ-RESP)
                        END-EXEC
           END-IF.
      *
      *    And the same roles onto USERROLE, replacing whatever the
      *    userid's last resolution left there. A failure here
      *    leaves the TS queue standing and is not an error for the
      *    terminal user.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(WS-ROLE-TIME6)
                     END-EXEC.
           MOVE CICS-USERID TO UR-USERID.
           EXEC CICS READ FILE(USER-ROLE-FILE-NAME)
                     INTO(USER-ROLE-RECORD)
                     RIDFLD(UR-USERID)
                     UPDATE
                     RESP(USER-ROLE-RESP)
                     END-EXEC.
           MOVE JAVA-USER-ROLES TO UR-ROLES.
           MOVE WS-DATE8 TO UR-RESOLVED-DATE.
           MOVE WS-ROLE-TIME6 TO UR-RESOLVED-TIME.
           IF USER-ROLE-RESP EQUAL DFHRESP(NORMAL)
              EXEC CICS REWRITE FILE(USER-ROLE-FILE-NAME)
                        FROM(USER-ROLE-RECORD)
                        RESP(USER-ROLE-RESP)
                        END-EXEC
           ELSE
              MOVE CICS-USERID TO UR-USERID
              EXEC CICS WRITE FILE(USER-ROLE-FILE-NAME)
                        FROM(USER-ROLE-RECORD)
                        RIDFLD(UR-USERID)
                        RESP(USER-ROLE-RESP)
                        END-EXEC
           END-IF.
      *
       CACHE-USER-ROLES-EXIT.
           EXIT.
