      * D=deactivate, R=reactivate, I=inquire, B=browse five from
      * a starting code, M=set a department's monthly materials
      * budget (the one field only departments carry - ISSUGDS
      * enforces it at the counter), N/P=refuse or permit
      * interchangeable substitutes for a department's short
      * issues, reservations and picks. Nothing is ever deleted; live
      * records
      * point at these codes. Every add and status change leaves a
      * REFHIST entry - who retired the department code the week
      *                    a department - the budget ISSUGDS
      *                    enforces is set here now, not by
      *                    editing the file outside the system.
      *  15 Oct 2026  DEV  New N and P options set and clear a
      *                    department's "no substitutes" flag,
      *                    which keeps INTRGRP equivalents from
      *                    being offered on its short issues.
      *
      *****************************************************************

           03 FILLER                 PIC X(2)  VALUE SPACES.
      *    Departments only - spaces for the other two masters.
           03 RR-BUDGET              PIC X(9).
           03 FILLER                 PIC X(2)  VALUE SPACES.
           03 RR-SUBSTITUTES         PIC X(8).
           03 FILLER                 PIC X(6)  VALUE SPACES.
      *
      *    Working storage definitions
       01  WS-STORAGE.
           03 WS-OLD-FLAG            PIC X(1) VALUE SPACE.
           03 WS-HIST-FIELD          PIC X(16) VALUE SPACES.
           03 WS-BUDG-POS            PIC 9(2) VALUE ZERO.
           03 WS-SUBS-POS            PIC 9(2) VALUE ZERO.
           03 WS-OLD-BUDGET          PIC X(9) VALUE SPACES.
           03 WS-BUDGET-AMOUNT       PIC 9(9) VALUE ZERO.
           03 WS-BUDGET-DIGITS       PIC 9(9) VALUE ZERO.
                    PERFORM DO-BROWSE
                 WHEN 'M'
                    PERFORM DO-SET-BUDGET
                 WHEN 'N'
                    PERFORM DO-SET-SUBSTITUTES
                 WHEN 'P'
                    PERFORM DO-SET-SUBSTITUTES
                 WHEN OTHER
                    MOVE 'INVALID OPTION - USE A,D,R,I,B,M,N OR P'
                         TO MSGO
              END-EVALUATE
           END-IF.
      *       Departments alone carry a monthly budget, right
      *       behind the active flag.
              COMPUTE WS-BUDG-POS = WS-FLAG-POS + 1
      *       ... and the "no substitutes" flag right behind that.
              COMPUTE WS-SUBS-POS = WS-BUDG-POS + 9
           END-IF.
      *
       RESOLVE-TARGET-FILE-EXIT.
      *
       APPLY-BUDGET-AMOUNT-EXIT.
           EXIT.
      *
      *    Refuse (N) or permit (P) interchangeable substitutes
      *    for a department - its short issues, reservations and
      *    picks are only offered an INTRGRP equivalent while the
      *    flag is clear. Departments only.
       DO-SET-SUBSTITUTES.
      *
           IF RFILEI NOT EQUAL 'D'
              MOVE 'SUBSTITUTES APPLY TO DEPARTMENTS ONLY' TO MSGO
           ELSE
              MOVE SPACES TO WS-BROWSE-KEY
              MOVE RCODEI(1:WS-CODE-LEN)
                   TO WS-BROWSE-KEY(1:WS-CODE-LEN)
              EXEC CICS READ FILE(WS-REF-FILE-NAME)
                        INTO(WS-GENERIC-RECORD)
                        RIDFLD(WS-BROWSE-KEY)
                        UPDATE
                        RESP(FILE-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN FILE-RESP EQUAL DFHRESP(NOTFND)
                    MOVE 'CODE NOT ON FILE' TO MSGO
                 WHEN FILE-RESP NOT EQUAL DFHRESP(NORMAL)
                    MOVE 'FILE ERROR READING CODE' TO MSGO
                 WHEN OTHER
                    MOVE WS-GENERIC-RECORD(WS-SUBS-POS:1)
                         TO WS-OLD-FLAG
                    IF OPTNI EQUAL 'N'
                       MOVE 'Y' TO
                            WS-GENERIC-RECORD(WS-SUBS-POS:1)
                    ELSE
                       MOVE 'N' TO
                            WS-GENERIC-RECORD(WS-SUBS-POS:1)
                    END-IF
                    EXEC CICS REWRITE FILE(WS-REF-FILE-NAME)
                              FROM(WS-GENERIC-RECORD)
                              RESP(FILE-RESP)
                              END-EXEC
                    IF FILE-RESP EQUAL DFHRESP(NORMAL)
                       MOVE 'NO-SUBSTITUTES' TO WS-HIST-FIELD
                       PERFORM WRITE-REF-HISTORY
                       PERFORM SHOW-RECORD-ROW
                       IF OPTNI EQUAL 'N'
                          MOVE 'SUBSTITUTES REFUSED FOR DEPARTMENT'
                               TO MSGO
                       ELSE
                          MOVE 'SUBSTITUTES PERMITTED FOR DEPARTMENT'
                               TO MSGO
                       END-IF
                    ELSE
                       MOVE 'FILE ERROR REWRITING CODE' TO MSGO
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-SET-SUBSTITUTES-EXIT.
           EXIT.
      *
       DO-INQUIRE.
      *
           END-IF.
           IF RFILEI EQUAL 'D'
              MOVE WS-GENERIC-RECORD(WS-BUDG-POS:9) TO RR-BUDGET
              IF WS-GENERIC-RECORD(WS-SUBS-POS:1) EQUAL 'Y'
                 MOVE 'NO SUBS' TO RR-SUBSTITUTES
              END-IF
           END-IF.
      *
       FORMAT-RECORD-ROW-EXIT.
              MOVE WS-GENERIC-RECORD(WS-BUDG-POS:9)
                   TO RF-NEW-VALUE
           END-IF.
           IF WS-HIST-FIELD EQUAL 'NO-SUBSTITUTES'
              MOVE WS-GENERIC-RECORD(WS-SUBS-POS:1) TO RF-NEW-VALUE
           END-IF.
           MOVE WS-USERID TO RF-CICS-USERID.
           MOVE EIBTRMID TO RF-TERMINAL-ID.
           MOVE WS-DATE8 TO RF-CHANGE-DATE.
