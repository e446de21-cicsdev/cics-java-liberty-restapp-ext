       PROCESS NODYNAM,RENT,APOST,TRUNC(OPT)

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
      * Segregation-of-duties conflict report. Tests every
      * subject's effective entitlements against the active
      * SODRULE conflict rules and lists each rule a subject
      * breaks, with the two options involved and where each one
      * comes from - DIRECT for the subject's own AUTHFILE entry,
      * or the name of the role that grants it.
      *
      * Effective entitlements are worked out the way AUTHCHK
      * grants them: the subject's own entries, plus the entries
      * of every role LINK2SEC last resolved for the userid (off
      * USERROLE, the persistent copy of the roles queue AUTHCHK
      * reads). The subjects are every AUTHFILE subject - a role
      * with both sides of a rule on its own entries is listed in
      * its own right, since everyone given the role inherits the
      * conflict - and every USERROLE userid with no entries of its
      * own, who can only hold options through roles.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * To simplify the code, this program has minimal error-handling
      * logic - any I/O error simply stops the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              SODRPT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT AUTHFILE-FILE ASSIGN TO AUTHFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AU-KEY
                  FILE STATUS IS WS-AUTH-STATUS.
      *
           SELECT SODRULE-FILE ASSIGN TO SODRULE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SD-RULE-ID
                  FILE STATUS IS WS-RULE-STATUS.
      *
      *    Read at random for each AUTHFILE subject, then from the
      *    top for the userids with no entries of their own.
           SELECT USERROLE-FILE ASSIGN TO USERROLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UR-USERID
                  FILE STATUS IS WS-ROLE-STATUS.
      *
           SELECT CONFLICT-REPORT ASSIGN TO SODRPTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  AUTHFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUTHFILE.
      *
       FD  SODRULE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SODRULE.
      *
       FD  USERROLE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERROLE.
      *
       FD  CONFLICT-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-AUTH-STATUS            PIC X(2) VALUE '00'.
           03 WS-RULE-STATUS            PIC X(2) VALUE '00'.
           03 WS-ROLE-STATUS            PIC X(2) VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
           03 WS-AUTH-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-AUTH-FILE          VALUE 'Y'.
           03 WS-RULE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-RULE-FILE          VALUE 'Y'.
           03 WS-ROLE-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-ROLE-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
      *
      *    The subject being evaluated and the roles it holds.
           03 WS-SUBJECT                PIC X(8) VALUE SPACES.
           03 WS-ROLE-TABLE.
              05 WS-ROLE OCCURS 6 TIMES PIC X(8).
           03 WS-SUBJECT-CONFLICTS      PIC 9(4) COMP VALUE ZERO.
      *
      *    Working fields for FIND-OPTION-HOLDER.
           03 WS-FIND-MENU              PIC X(8) VALUE SPACES.
           03 WS-FIND-OPTION            PIC X(1) VALUE SPACE.
           03 WS-FIND-SOURCE            PIC X(8) VALUE SPACES.
           03 WS-FIND-HOLDER            PIC X(8) VALUE SPACES.
           03 WS-FIND-FLAG              PIC X(1) VALUE 'N'.
              88  OPTION-HELD               VALUE 'Y'.
           03 WS-OPTION-TALLY           PIC 9(4) COMP VALUE ZERO.
           03 WS-SOURCE-1               PIC X(8) VALUE SPACES.
           03 WS-HELD-1-FLAG            PIC X(1) VALUE 'N'.
              88  SIDE-1-HELD               VALUE 'Y'.
      *
      *    Subscripts.
           03 WS-RL-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-AE-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-AE-SCAN                PIC 9(4) COMP VALUE ZERO.
           03 WS-ROLE-INDEX             PIC 9(4) COMP VALUE ZERO.
      *
      *    Run totals.
           03 WS-SUBJECTS-TESTED        PIC 9(7) COMP VALUE ZERO.
           03 WS-SUBJECTS-IN-CONFLICT   PIC 9(7) COMP VALUE ZERO.
           03 WS-CONFLICTS-FOUND        PIC 9(7) COMP VALUE ZERO.
           03 WS-AUTH-OVERFLOW          PIC 9(7) COMP VALUE ZERO.
           03 WS-RULE-OVERFLOW          PIC 9(7) COMP VALUE ZERO.
      *
      *    Active conflict rules. Overflow is counted and reported
      *    rather than silently dropped.
       77  MAX-RULES                    PIC 9(4) VALUE 200.
       01  WS-RULE-TABLE.
           03 WS-RL-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-RL-ENTRY OCCURS 200 TIMES.
              05 WS-RL-RULE-ID          PIC X(4).
              05 WS-RL-DESCRIPTION      PIC X(40).
              05 WS-RL-MENU-1           PIC X(8).
              05 WS-RL-OPTION-1         PIC X(1).
              05 WS-RL-MENU-2           PIC X(8).
              05 WS-RL-OPTION-2         PIC X(1).
      *
      *    Every AUTHFILE entry, in the file's subject and menu
      *    order. Serial search; overflow is counted and reported.
       77  MAX-AUTH-ENTRIES             PIC 9(4) VALUE 3000.
       01  WS-AUTH-TABLE.
           03 WS-AE-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-AE-ENTRY OCCURS 3000 TIMES.
              05 WS-AE-SUBJECT          PIC X(8).
              05 WS-AE-MENU-NAME        PIC X(8).
              05 WS-AE-OPTIONS          PIC X(12).
      *
      *    Report heading, printed once at the top of the run.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(40) VALUE
                'SEGREGATION-OF-DUTIES CONFLICTS - RUN'.
           03   RH-RUN-DATE             PIC 9(8).
           03   FILLER                  PIC X(62) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUBJECT'.
           03   FILLER                  PIC X(6)  VALUE 'RULE'.
           03   FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
           03   FILLER                  PIC X(25) VALUE
                'FIRST OPTION'.
           03   FILLER                  PIC X(27) VALUE
                'SECOND OPTION'.
      *
      *    One line per rule a subject breaks - each side shows
      *    the menu, the option letter and where it comes from.
       01  REPORT-DETAIL-LINE.
           03   RD-SUBJECT              PIC X(8).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-RULE-ID              PIC X(4).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-DESCRIPTION          PIC X(40).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-MENU-1               PIC X(8).
           03   FILLER                  PIC X(1)  VALUE SPACE.
           03   RD-OPTION-1             PIC X(1).
           03   FILLER                  PIC X(5)  VALUE ' VIA '.
           03   RD-SOURCE-1             PIC X(8).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   RD-MENU-2               PIC X(8).
           03   FILLER                  PIC X(1)  VALUE SPACE.
           03   RD-OPTION-2             PIC X(1).
           03   FILLER                  PIC X(5)  VALUE ' VIA '.
           03   RD-SOURCE-2             PIC X(8).
           03   FILLER                  PIC X(4)  VALUE SPACES.
      *
      *    Run totals, one line each.
       01  REPORT-TOTAL-LINE.
           03   RT-TEXT                 PIC X(32).
           03   RT-COUNT                PIC ZZZZZZ9.
           03   FILLER                  PIC X(71) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-ACTIVE-RULES.
           PERFORM LOAD-AUTH-ENTRIES.
      *
      *    Every AUTHFILE subject, at each change of subject.
           MOVE LOW-VALUES TO WS-SUBJECT.
           PERFORM VARYING WS-AE-INDEX FROM 1 BY 1
                     UNTIL WS-AE-INDEX GREATER THAN WS-AE-COUNT
              IF WS-AE-SUBJECT(WS-AE-INDEX) NOT EQUAL WS-SUBJECT
                 MOVE WS-AE-SUBJECT(WS-AE-INDEX) TO WS-SUBJECT
                 PERFORM LOAD-SUBJECT-ROLES
                 PERFORM EVALUATE-SUBJECT
              END-IF
           END-PERFORM.
      *
      *    Then the userids that hold options through roles only.
           PERFORM EVALUATE-ROLE-ONLY-USERS.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Open the files and print the headings.
       INITIALIZE-RUN.
      *
           OPEN INPUT USERROLE-FILE.
           OPEN OUTPUT CONFLICT-REPORT.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Table the active rules - an inactive rule is skipped.
       LOAD-ACTIVE-RULES.
      *
           OPEN INPUT SODRULE-FILE.
           PERFORM UNTIL END-OF-RULE-FILE
              READ SODRULE-FILE NEXT RECORD
                   AT END SET END-OF-RULE-FILE TO TRUE
              END-READ
              IF NOT END-OF-RULE-FILE
                 AND SD-RULE-ACTIVE
                 IF WS-RL-COUNT LESS THAN MAX-RULES
                    ADD 1 TO WS-RL-COUNT
                    MOVE SD-RULE-ID TO WS-RL-RULE-ID(WS-RL-COUNT)
                    MOVE SD-DESCRIPTION
                      TO WS-RL-DESCRIPTION(WS-RL-COUNT)
                    MOVE SD-MENU-1 TO WS-RL-MENU-1(WS-RL-COUNT)
                    MOVE SD-OPTION-1 TO WS-RL-OPTION-1(WS-RL-COUNT)
                    MOVE SD-MENU-2 TO WS-RL-MENU-2(WS-RL-COUNT)
                    MOVE SD-OPTION-2 TO WS-RL-OPTION-2(WS-RL-COUNT)
                 ELSE
                    ADD 1 TO WS-RULE-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE SODRULE-FILE.
      *
       LOAD-ACTIVE-RULES-EXIT.
           EXIT.
      *
      *    Table every entitlement entry, in key order.
       LOAD-AUTH-ENTRIES.
      *
           OPEN INPUT AUTHFILE-FILE.
           PERFORM UNTIL END-OF-AUTH-FILE
              READ AUTHFILE-FILE NEXT RECORD
                   AT END SET END-OF-AUTH-FILE TO TRUE
              END-READ
              IF NOT END-OF-AUTH-FILE
                 IF WS-AE-COUNT LESS THAN MAX-AUTH-ENTRIES
                    ADD 1 TO WS-AE-COUNT
                    MOVE AU-SUBJECT TO WS-AE-SUBJECT(WS-AE-COUNT)
                    MOVE AU-MENU-NAME TO WS-AE-MENU-NAME(WS-AE-COUNT)
                    MOVE AU-OPTIONS TO WS-AE-OPTIONS(WS-AE-COUNT)
                 ELSE
                    ADD 1 TO WS-AUTH-OVERFLOW
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE AUTHFILE-FILE.
      *
       LOAD-AUTH-ENTRIES-EXIT.
           EXIT.
      *
      *    The roles LINK2SEC last resolved for WS-SUBJECT, split
      *    the way AUTHCHK splits them. A subject that never went
      *    through the identity path - a role, say - has none.
       LOAD-SUBJECT-ROLES.
      *
           MOVE SPACES TO WS-ROLE-TABLE.
           MOVE WS-SUBJECT TO UR-USERID.
           READ USERROLE-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM SPLIT-USER-ROLES
           END-READ.
      *
       LOAD-SUBJECT-ROLES-EXIT.
           EXIT.
      *
       SPLIT-USER-ROLES.
      *
           MOVE SPACES TO WS-ROLE-TABLE.
           UNSTRING UR-ROLES DELIMITED BY ALL SPACE
                    INTO WS-ROLE(1) WS-ROLE(2) WS-ROLE(3)
                         WS-ROLE(4) WS-ROLE(5) WS-ROLE(6)
           END-UNSTRING.
      *
       SPLIT-USER-ROLES-EXIT.
           EXIT.
      *
      *    Walk USERROLE from the top and evaluate each userid that
      *    has no AUTHFILE entry of its own - the AUTHFILE subjects
      *    were evaluated already.
       EVALUATE-ROLE-ONLY-USERS.
      *
           MOVE LOW-VALUES TO UR-USERID.
           START USERROLE-FILE KEY IS NOT LESS THAN UR-USERID
                 INVALID KEY SET END-OF-ROLE-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-ROLE-FILE
              READ USERROLE-FILE NEXT RECORD
                   AT END SET END-OF-ROLE-FILE TO TRUE
              END-READ
              IF NOT END-OF-ROLE-FILE
                 MOVE UR-USERID TO WS-SUBJECT
                 MOVE 'N' TO WS-FIND-FLAG
                 PERFORM VARYING WS-AE-SCAN FROM 1 BY 1
                           UNTIL WS-AE-SCAN GREATER THAN WS-AE-COUNT
                              OR OPTION-HELD
                    IF WS-AE-SUBJECT(WS-AE-SCAN) EQUAL WS-SUBJECT
                       SET OPTION-HELD TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT OPTION-HELD
                    PERFORM SPLIT-USER-ROLES
                    PERFORM EVALUATE-SUBJECT
                 END-IF
              END-IF
           END-PERFORM.
      *
       EVALUATE-ROLE-ONLY-USERS-EXIT.
           EXIT.
      *
      *    Test WS-SUBJECT and its roles against every active rule
      *    and print each rule it breaks.
       EVALUATE-SUBJECT.
      *
           ADD 1 TO WS-SUBJECTS-TESTED.
           MOVE ZERO TO WS-SUBJECT-CONFLICTS.
      *
           PERFORM VARYING WS-RL-INDEX FROM 1 BY 1
                     UNTIL WS-RL-INDEX GREATER THAN WS-RL-COUNT
              MOVE WS-RL-MENU-1(WS-RL-INDEX) TO WS-FIND-MENU
              MOVE WS-RL-OPTION-1(WS-RL-INDEX) TO WS-FIND-OPTION
              PERFORM FIND-OPTION-HOLDER
              MOVE WS-FIND-FLAG TO WS-HELD-1-FLAG
              MOVE WS-FIND-SOURCE TO WS-SOURCE-1
              IF SIDE-1-HELD
                 MOVE WS-RL-MENU-2(WS-RL-INDEX) TO WS-FIND-MENU
                 MOVE WS-RL-OPTION-2(WS-RL-INDEX) TO WS-FIND-OPTION
                 PERFORM FIND-OPTION-HOLDER
                 IF OPTION-HELD
                    PERFORM PRINT-CONFLICT
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-SUBJECT-CONFLICTS GREATER THAN ZERO
              ADD 1 TO WS-SUBJECTS-IN-CONFLICT
           END-IF.
      *
       EVALUATE-SUBJECT-EXIT.
           EXIT.
      *
      *    Does WS-SUBJECT hold WS-FIND-OPTION on WS-FIND-MENU?
      *    Its own entry first, then each role in turn - the same
      *    order AUTHCHK grants in. WS-FIND-SOURCE names where the
      *    option was found.
       FIND-OPTION-HOLDER.
      *
           MOVE 'N' TO WS-FIND-FLAG.
           MOVE SPACES TO WS-FIND-SOURCE.
      *
           MOVE WS-SUBJECT TO WS-FIND-HOLDER.
           PERFORM CHECK-HOLDER-ENTRY.
           IF OPTION-HELD
              MOVE 'DIRECT' TO WS-FIND-SOURCE
           END-IF.
      *
           PERFORM VARYING WS-ROLE-INDEX FROM 1 BY 1
                     UNTIL WS-ROLE-INDEX GREATER THAN 6
                        OR OPTION-HELD
              IF WS-ROLE(WS-ROLE-INDEX) NOT EQUAL SPACES
                 MOVE WS-ROLE(WS-ROLE-INDEX) TO WS-FIND-HOLDER
                 PERFORM CHECK-HOLDER-ENTRY
                 IF OPTION-HELD
                    MOVE WS-FIND-HOLDER TO WS-FIND-SOURCE
                 END-IF
              END-IF
           END-PERFORM.
      *
       FIND-OPTION-HOLDER-EXIT.
           EXIT.
      *
      *    WS-FIND-HOLDER's entry for WS-FIND-MENU, if it has one,
      *    and whether the option letter is listed on it.
       CHECK-HOLDER-ENTRY.
      *
           PERFORM VARYING WS-AE-SCAN FROM 1 BY 1
                     UNTIL WS-AE-SCAN GREATER THAN WS-AE-COUNT
                        OR OPTION-HELD
              IF WS-AE-SUBJECT(WS-AE-SCAN) EQUAL WS-FIND-HOLDER
                 AND WS-AE-MENU-NAME(WS-AE-SCAN) EQUAL WS-FIND-MENU
                 AND WS-FIND-OPTION NOT EQUAL SPACE
                 MOVE ZERO TO WS-OPTION-TALLY
                 INSPECT WS-AE-OPTIONS(WS-AE-SCAN)
                         TALLYING WS-OPTION-TALLY
                         FOR ALL WS-FIND-OPTION
                 IF WS-OPTION-TALLY GREATER THAN ZERO
                    SET OPTION-HELD TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
       CHECK-HOLDER-ENTRY-EXIT.
           EXIT.
      *
      *    One broken rule - the second side's source is still in
      *    WS-FIND-SOURCE.
       PRINT-CONFLICT.
      *
           ADD 1 TO WS-SUBJECT-CONFLICTS.
           ADD 1 TO WS-CONFLICTS-FOUND.
      *
           MOVE WS-SUBJECT TO RD-SUBJECT.
           MOVE WS-RL-RULE-ID(WS-RL-INDEX) TO RD-RULE-ID.
           MOVE WS-RL-DESCRIPTION(WS-RL-INDEX) TO RD-DESCRIPTION.
           MOVE WS-RL-MENU-1(WS-RL-INDEX) TO RD-MENU-1.
           MOVE WS-RL-OPTION-1(WS-RL-INDEX) TO RD-OPTION-1.
           MOVE WS-SOURCE-1 TO RD-SOURCE-1.
           MOVE WS-RL-MENU-2(WS-RL-INDEX) TO RD-MENU-2.
           MOVE WS-RL-OPTION-2(WS-RL-INDEX) TO RD-OPTION-2.
           MOVE WS-FIND-SOURCE TO RD-SOURCE-2.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-CONFLICT-EXIT.
           EXIT.
      *
      *    The run totals, then close up.
       FINALIZE-RUN.
      *
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ACTIVE RULES TESTED' TO RT-TEXT.
           MOVE WS-RL-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'SUBJECTS EVALUATED' TO RT-TEXT.
           MOVE WS-SUBJECTS-TESTED TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'SUBJECTS IN CONFLICT' TO RT-TEXT.
           MOVE WS-SUBJECTS-IN-CONFLICT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           MOVE 'CONFLICTS FOUND' TO RT-TEXT.
           MOVE WS-CONFLICTS-FOUND TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE.
           IF WS-RULE-OVERFLOW GREATER THAN ZERO
              MOVE 'RULES NOT TESTED - TABLE FULL' TO RT-TEXT
              MOVE WS-RULE-OVERFLOW TO RT-COUNT
              WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           END-IF.
           IF WS-AUTH-OVERFLOW GREATER THAN ZERO
              MOVE 'ENTRIES NOT TESTED - TABLE FULL' TO RT-TEXT
              MOVE WS-AUTH-OVERFLOW TO RT-COUNT
              WRITE REPORT-LINE FROM REPORT-TOTAL-LINE
           END-IF.
      *
           CLOSE USERROLE-FILE.
           CLOSE CONFLICT-REPORT.
      *
           DISPLAY 'SODRPT SUBJECTS EVALUATED:    ' WS-SUBJECTS-TESTED.
           DISPLAY 'SODRPT CONFLICTS FOUND:       ' WS-CONFLICTS-FOUND.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
