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
      * Nightly approvals reminder. Work staged for a second pair of
      * eyes - price changes, stock adjustments, reorder points,
      * requisitions, new suppliers, bank details and entitlement
      * changes - sat pending for days because nobody looked at the
      * screen that owned it. APRVINBX now lists all of it in one
      * place; this job makes sure somebody opens it. It gathers
      * every item pending longer than PARMFILE APRVAGE days across
      * the seven staging files, then walks AUTHFILE subject by
      * subject and raises one NOTIFY entry to each subject that
      * may decide some of them - entitled to the owning screen's
      * approve option, the same test APRVINBX makes through
      * AUTHCHK - counting only items somebody else staged. A role
      * subject is reminded under the role name, for NOTIFDSP to
      * address like any other. Reorder points are proposed by
      * the REORDCLC batch, which stands as their requester.
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
       PROGRAM-ID.              APRVREM.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The seven staging files, each read through once.
           SELECT PRCSTAGE-FILE ASSIGN TO PRCSTAGE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PS-PART-ID
                  FILE STATUS IS WS-STAGE-STATUS.
      *
           SELECT ADJSTG-FILE ASSIGN TO ADJSTG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AJ-KEY
                  FILE STATUS IS WS-STAGE-STATUS.
      *
           SELECT REORDPRP-FILE ASSIGN TO REORDPRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RP-PART-ID
                  FILE STATUS IS WS-STAGE-STATUS.
      *
           SELECT REQSTN-FILE ASSIGN TO REQSTN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RQ-REQUISITION-NUMBER
                  FILE STATUS IS WS-STAGE-STATUS.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-STAGE-STATUS.
      *
           SELECT SUPPREMT-FILE ASSIGN TO SUPPREMT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RM-SUPPLIER-ID
                  FILE STATUS IS WS-STAGE-STATUS.
      *
           SELECT AUTHSTG-FILE ASSIGN TO AUTHSTG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AS-KEY
                  FILE STATUS IS WS-STAGE-STATUS.
      *
      *    AUTHFILE in key order - each subject's entries together.
           SELECT AUTHFILE-FILE ASSIGN TO AUTHFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AU-KEY
                  FILE STATUS IS WS-AUTH-STATUS.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
      *    The NOTIFY KSDS the reminders are raised on, for the
      *    NOTIFDSP dispatcher.
           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NT-KEY
                  FILE STATUS IS WS-NOTIFY-STATUS.
      *
      *    The shared run-control file every nightly job registers
      *    its start and completion on - see RUNCTL/RUNCTLP.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PRCSTAGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRCSTAGE.
      *
       FD  ADJSTG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ADJSTG.
      *
       FD  REORDPRP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REORDPRP.
      *
       FD  REQSTN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REQSTN.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  SUPPREMT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPREMT.
      *
       FD  AUTHSTG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUTHSTG.
      *
       FD  AUTHFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUTHFILE.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTIFY.
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       WORKING-STORAGE SECTION.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
       01  WS-STORAGE.
           03 WS-STAGE-STATUS           PIC X(2) VALUE '00'.
              88  STAGE-STATUS-OK           VALUE '00'.
           03 WS-AUTH-STATUS            PIC X(2) VALUE '00'.
              88  AUTH-STATUS-OK            VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-NOTIFY-STATUS          PIC X(2) VALUE '00'.
              88  NOTIFY-STATUS-OK          VALUE '00'.
           03 WS-STAGE-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-STAGE-FILE         VALUE 'Y'.
           03 WS-AUTH-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-AUTH-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DAY                PIC S9(9) COMP VALUE ZERO.
           03 WS-DATE-NUM               PIC 9(8) VALUE ZERO.
           03 WS-DAYS-WAITING           PIC S9(9) COMP VALUE ZERO.
           03 WS-SRC-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-AG-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-OPTION-TALLY           PIC 9(4) COMP VALUE ZERO.
           03 WS-CURRENT-SUBJECT        PIC X(8) VALUE SPACES.
           03 WS-SUBJECT-COUNT          PIC 9(8) COMP VALUE ZERO.
           03 WS-SUBJECT-OLDEST         PIC X(8) VALUE SPACES.
           03 WS-COUNT-EDIT             PIC Z(3)9.
           03 WS-AGE-EDIT               PIC ZZ9.
      *
           03 WS-ITEMS-READ             PIC 9(8) COMP VALUE ZERO.
           03 WS-ITEMS-PENDING          PIC 9(8) COMP VALUE ZERO.
           03 WS-SUBJECTS-READ          PIC 9(8) COMP VALUE ZERO.
           03 WS-REMINDERS-SENT         PIC 9(8) COMP VALUE ZERO.
      *
      *    Days an item may wait before its approvers are reminded
      *    - PARMFILE key APRVAGE overrides it at run start.
       01  APRV-AGE-DAYS                PIC 9(3) VALUE 3.
      *
      *    The staging sources: the owning screen (also the
      *    AUTHFILE menu name) and its approve option, in the order
      *    APRVINBX lists them.
       01  WS-SOURCE-VALUES.
           03 FILLER PIC X(9) VALUE 'PRCAPPRVA'.
           03 FILLER PIC X(9) VALUE 'ADJAPPRVA'.
           03 FILLER PIC X(9) VALUE 'REORDAPVA'.
           03 FILLER PIC X(9) VALUE 'REQENTRYA'.
           03 FILLER PIC X(9) VALUE 'SUPPMENUP'.
           03 FILLER PIC X(9) VALUE 'REMITMNTP'.
           03 FILLER PIC X(9) VALUE 'AUTHMNT C'.
       01  WS-SOURCE-TABLE REDEFINES WS-SOURCE-VALUES.
           03 WS-SOURCE OCCURS 7 TIMES.
              05 WS-SRC-PROGRAM         PIC X(8).
              05 WS-SRC-OPTION          PIC X(1).
      *
      *    Which sources the subject in hand may decide.
       01  WS-SUBJECT-ENTITLED.
           03 WS-SRC-ALLOWED OCCURS 7 TIMES PIC X(1).
      *
      *    Every item pending past the age, whatever its source.
      *    Items beyond the table's size are counted but go
      *    unreminded until the backlog shrinks.
       77  MAX-AGED-ITEMS               PIC 9(4) VALUE 2000.
       01  WS-AGED-TABLE.
           03 WS-AG-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-AG-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-AG-ENTRY OCCURS 2000 TIMES.
              05 WS-AG-SOURCE           PIC 9(1).
              05 WS-AG-REQUESTED-BY     PIC X(8).
              05 WS-AG-STAGED-DATE      PIC X(8).
      *
      *    The item being considered.
       01  WS-NEW-ITEM.
           03 WS-NI-SOURCE              PIC 9(1).
           03 WS-NI-REQUESTED-BY        PIC X(8).
           03 WS-NI-STAGED-DATE         PIC X(8).
      *
      *    The requester shown against a reorder proposal - the
      *    batch that proposed it.
       77  REORDER-PROPOSER             PIC X(8) VALUE 'REORDCLC'.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM GATHER-PRICE-CHANGES.
           PERFORM GATHER-ADJUSTMENTS.
           PERFORM GATHER-REORDER-PROPOSALS.
           PERFORM GATHER-REQUISITIONS.
           PERFORM GATHER-NEW-SUPPLIERS.
           PERFORM GATHER-BANK-DETAILS.
           PERFORM GATHER-ENTITLEMENT-CHANGES.
      *
           IF WS-AG-COUNT GREATER THAN ZERO
              PERFORM REMIND-APPROVERS
           END-IF.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
       INITIALIZE-RUN.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
      *
           MOVE 'APRVREM' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT PARMFILE-FILE.
           PERFORM GET-RUNTIME-PARMS.
           CLOSE PARMFILE-FILE.
      *
           OPEN I-O NOTIFY-FILE.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    PARMFILE - an absent, non-numeric or zero value keeps
      *    the compiled default.
       GET-RUNTIME-PARMS.
      *
           MOVE 'APRVAGE' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      AND PM-PARM-VALUE(1:3) NOT EQUAL '000'
                      MOVE PM-PARM-VALUE(1:3) TO APRV-AGE-DAYS
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
      *
       GATHER-PRICE-CHANGES.
      *
           OPEN INPUT PRCSTAGE-FILE.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           PERFORM UNTIL END-OF-STAGE-FILE
              READ PRCSTAGE-FILE NEXT
                   AT END SET END-OF-STAGE-FILE TO TRUE
              END-READ
              IF NOT END-OF-STAGE-FILE
                 ADD 1 TO WS-ITEMS-READ
                 IF PS-STATUS-PENDING
                    MOVE 1 TO WS-NI-SOURCE
                    MOVE PS-REQUESTED-BY TO WS-NI-REQUESTED-BY
                    MOVE PS-STAGE-DATE TO WS-NI-STAGED-DATE
                    PERFORM CONSIDER-PENDING-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE PRCSTAGE-FILE.
      *
       GATHER-PRICE-CHANGES-EXIT.
           EXIT.
      *
       GATHER-ADJUSTMENTS.
      *
           OPEN INPUT ADJSTG-FILE.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           PERFORM UNTIL END-OF-STAGE-FILE
              READ ADJSTG-FILE NEXT
                   AT END SET END-OF-STAGE-FILE TO TRUE
              END-READ
              IF NOT END-OF-STAGE-FILE
                 ADD 1 TO WS-ITEMS-READ
                 IF AJ-STATUS-PENDING
                    MOVE 2 TO WS-NI-SOURCE
                    MOVE AJ-REQUESTED-BY TO WS-NI-REQUESTED-BY
                    MOVE AJ-STAGE-DATE TO WS-NI-STAGED-DATE
                    PERFORM CONSIDER-PENDING-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE ADJSTG-FILE.
      *
       GATHER-ADJUSTMENTS-EXIT.
           EXIT.
      *
      *    A proposal's run date is held YYYY-MM-DD.
       GATHER-REORDER-PROPOSALS.
      *
           OPEN INPUT REORDPRP-FILE.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           PERFORM UNTIL END-OF-STAGE-FILE
              READ REORDPRP-FILE NEXT
                   AT END SET END-OF-STAGE-FILE TO TRUE
              END-READ
              IF NOT END-OF-STAGE-FILE
                 ADD 1 TO WS-ITEMS-READ
                 IF RP-STATUS-PENDING
                    MOVE 3 TO WS-NI-SOURCE
                    MOVE REORDER-PROPOSER TO WS-NI-REQUESTED-BY
                    STRING RP-RUN-DATE-YYYY DELIMITED BY SIZE
                           RP-RUN-DATE-MM DELIMITED BY SIZE
                           RP-RUN-DATE-DD DELIMITED BY SIZE
                           INTO WS-NI-STAGED-DATE
                    END-STRING
                    PERFORM CONSIDER-PENDING-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REORDPRP-FILE.
      *
       GATHER-REORDER-PROPOSALS-EXIT.
           EXIT.
      *
       GATHER-REQUISITIONS.
      *
           OPEN INPUT REQSTN-FILE.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           PERFORM UNTIL END-OF-STAGE-FILE
              READ REQSTN-FILE NEXT
                   AT END SET END-OF-STAGE-FILE TO TRUE
              END-READ
              IF NOT END-OF-STAGE-FILE
                 ADD 1 TO WS-ITEMS-READ
                 IF RQ-STATUS-PENDING
                    MOVE 4 TO WS-NI-SOURCE
                    MOVE RQ-ENTERED-BY TO WS-NI-REQUESTED-BY
                    MOVE RQ-ENTERED-DATE TO WS-NI-STAGED-DATE
                    PERFORM CONSIDER-PENDING-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE REQSTN-FILE.
      *
       GATHER-REQUISITIONS-EXIT.
           EXIT.
      *
       GATHER-NEW-SUPPLIERS.
      *
           OPEN INPUT SUPPMAST-FILE.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           PERFORM UNTIL END-OF-STAGE-FILE
              READ SUPPMAST-FILE NEXT
                   AT END SET END-OF-STAGE-FILE TO TRUE
              END-READ
              IF NOT END-OF-STAGE-FILE
                 ADD 1 TO WS-ITEMS-READ
                 IF SM-STATUS-PENDING
                    MOVE 5 TO WS-NI-SOURCE
                    MOVE SM-CREATED-BY TO WS-NI-REQUESTED-BY
                    MOVE SM-CREATED-DATE TO WS-NI-STAGED-DATE
                    PERFORM CONSIDER-PENDING-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE SUPPMAST-FILE.
      *
       GATHER-NEW-SUPPLIERS-EXIT.
           EXIT.
      *
       GATHER-BANK-DETAILS.
      *
           OPEN INPUT SUPPREMT-FILE.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           PERFORM UNTIL END-OF-STAGE-FILE
              READ SUPPREMT-FILE NEXT
                   AT END SET END-OF-STAGE-FILE TO TRUE
              END-READ
              IF NOT END-OF-STAGE-FILE
                 ADD 1 TO WS-ITEMS-READ
                 IF RM-STATUS-PENDING
                    MOVE 6 TO WS-NI-SOURCE
                    MOVE RM-ENTERED-BY TO WS-NI-REQUESTED-BY
                    MOVE RM-ENTERED-DATE TO WS-NI-STAGED-DATE
                    PERFORM CONSIDER-PENDING-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE SUPPREMT-FILE.
      *
       GATHER-BANK-DETAILS-EXIT.
           EXIT.
      *
       GATHER-ENTITLEMENT-CHANGES.
      *
           OPEN INPUT AUTHSTG-FILE.
           MOVE 'N' TO WS-STAGE-EOF-FLAG.
           PERFORM UNTIL END-OF-STAGE-FILE
              READ AUTHSTG-FILE NEXT
                   AT END SET END-OF-STAGE-FILE TO TRUE
              END-READ
              IF NOT END-OF-STAGE-FILE
                 ADD 1 TO WS-ITEMS-READ
                 IF AS-STATUS-PENDING
                    MOVE 7 TO WS-NI-SOURCE
                    MOVE AS-PROPOSED-BY TO WS-NI-REQUESTED-BY
                    MOVE AS-PROPOSED-DATE TO WS-NI-STAGED-DATE
                    PERFORM CONSIDER-PENDING-ITEM
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE AUTHSTG-FILE.
      *
       GATHER-ENTITLEMENT-CHANGES-EXIT.
           EXIT.
      *
      *    Keep a pending item that has waited longer than the age.
      *    A staged date that is not a date is kept too - nobody
      *    can say how long it has waited.
       CONSIDER-PENDING-ITEM.
      *
           ADD 1 TO WS-ITEMS-PENDING.
           MOVE APRV-AGE-DAYS TO WS-DAYS-WAITING.
           ADD 1 TO WS-DAYS-WAITING.
           IF WS-NI-STAGED-DATE NUMERIC
              MOVE WS-NI-STAGED-DATE TO WS-DATE-NUM
              IF WS-DATE-NUM GREATER THAN 16010101
                 COMPUTE WS-DAYS-WAITING = WS-RUN-DAY -
                         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              END-IF
           END-IF.
      *
           IF WS-DAYS-WAITING GREATER THAN APRV-AGE-DAYS
              IF WS-AG-COUNT LESS THAN MAX-AGED-ITEMS
                 ADD 1 TO WS-AG-COUNT
                 MOVE WS-NEW-ITEM TO WS-AG-ENTRY(WS-AG-COUNT)
              ELSE
                 ADD 1 TO WS-AG-DROPPED
              END-IF
           END-IF.
      *
       CONSIDER-PENDING-ITEM-EXIT.
           EXIT.
      *
      *    Walk AUTHFILE a subject at a time, noting which sources
      *    each subject's entries entitle it to decide, and remind
      *    it at the end of its entries.
       REMIND-APPROVERS.
      *
           OPEN INPUT AUTHFILE-FILE.
           MOVE SPACES TO WS-CURRENT-SUBJECT.
           MOVE ALL 'N' TO WS-SUBJECT-ENTITLED.
           PERFORM UNTIL END-OF-AUTH-FILE
              READ AUTHFILE-FILE NEXT
                   AT END SET END-OF-AUTH-FILE TO TRUE
              END-READ
              IF NOT END-OF-AUTH-FILE
                 IF AU-SUBJECT NOT EQUAL WS-CURRENT-SUBJECT
                    IF WS-CURRENT-SUBJECT NOT EQUAL SPACES
                       PERFORM REMIND-ONE-SUBJECT
                    END-IF
                    MOVE AU-SUBJECT TO WS-CURRENT-SUBJECT
                    MOVE ALL 'N' TO WS-SUBJECT-ENTITLED
                    ADD 1 TO WS-SUBJECTS-READ
                 END-IF
                 PERFORM NOTE-ENTITLEMENT
              END-IF
           END-PERFORM.
           IF WS-CURRENT-SUBJECT NOT EQUAL SPACES
              PERFORM REMIND-ONE-SUBJECT
           END-IF.
           CLOSE AUTHFILE-FILE.
      *
       REMIND-APPROVERS-EXIT.
           EXIT.
      *
      *    An entry for an owning screen that carries its approve
      *    option entitles the subject to that source.
       NOTE-ENTITLEMENT.
      *
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
                     UNTIL WS-SRC-INDEX GREATER THAN 7
              IF AU-MENU-NAME EQUAL WS-SRC-PROGRAM(WS-SRC-INDEX)
                 MOVE ZERO TO WS-OPTION-TALLY
                 INSPECT AU-OPTIONS TALLYING WS-OPTION-TALLY
                         FOR ALL WS-SRC-OPTION(WS-SRC-INDEX)
                 IF WS-OPTION-TALLY GREATER THAN ZERO
                    MOVE 'Y' TO WS-SRC-ALLOWED(WS-SRC-INDEX)
                 END-IF
              END-IF
           END-PERFORM.
      *
       NOTE-ENTITLEMENT-EXIT.
           EXIT.
      *
      *    Count the aged items the subject may decide - never its
      *    own - and raise one reminder when there are any.
       REMIND-ONE-SUBJECT.
      *
           MOVE ZERO TO WS-SUBJECT-COUNT.
           MOVE HIGH-VALUES TO WS-SUBJECT-OLDEST.
           PERFORM VARYING WS-AG-INDEX FROM 1 BY 1
                     UNTIL WS-AG-INDEX GREATER THAN WS-AG-COUNT
              MOVE WS-AG-SOURCE(WS-AG-INDEX) TO WS-SRC-INDEX
              IF WS-SRC-ALLOWED(WS-SRC-INDEX) EQUAL 'Y'
                 AND WS-AG-REQUESTED-BY(WS-AG-INDEX) NOT EQUAL
                     WS-CURRENT-SUBJECT
                 ADD 1 TO WS-SUBJECT-COUNT
                 IF WS-AG-STAGED-DATE(WS-AG-INDEX) LESS THAN
                    WS-SUBJECT-OLDEST
                    MOVE WS-AG-STAGED-DATE(WS-AG-INDEX)
                      TO WS-SUBJECT-OLDEST
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-SUBJECT-COUNT GREATER THAN ZERO
              MOVE WS-SUBJECT-COUNT TO WS-COUNT-EDIT
              MOVE APRV-AGE-DAYS TO WS-AGE-EDIT
              MOVE SPACES TO NOTIFICATION-RECORD
              STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                     ' PENDING OVER ' DELIMITED BY SIZE
                     FUNCTION TRIM(WS-AGE-EDIT) DELIMITED BY SIZE
                     ' DAYS, OLDEST ' DELIMITED BY SIZE
                     WS-SUBJECT-OLDEST DELIMITED BY SIZE
                     ' - SEE APRVINBX' DELIMITED BY SIZE
                     INTO NT-TEXT
              END-STRING
              PERFORM RAISE-REMINDER
              ADD 1 TO WS-REMINDERS-SENT
           END-IF.
      *
       REMIND-ONE-SUBJECT-EXIT.
           EXIT.
      *
      *    Raise the reminder built in NT-TEXT to the subject on the
      *    next free sequence for this second.
       RAISE-REMINDER.
      *
           MOVE WS-RUN-DATE TO NT-RAISE-DATE.
           MOVE WS-RUN-TIME(1:6) TO NT-RAISE-TIME.
           MOVE 'A' TO NT-EVENT-TYPE.
           MOVE WS-CURRENT-SUBJECT TO NT-REQUESTER-REF.
           SET NT-STATUS-PENDING TO TRUE.
      *
           MOVE ZERO TO NT-SEQUENCE.
           MOVE '22' TO WS-NOTIFY-STATUS.
           PERFORM UNTIL WS-NOTIFY-STATUS NOT EQUAL '22'
              OR NT-SEQUENCE EQUAL 999
              ADD 1 TO NT-SEQUENCE
              WRITE NOTIFICATION-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-PERFORM.
      *
       RAISE-REMINDER-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'APRVREM: STAGED ITEMS READ: ' WS-ITEMS-READ.
           DISPLAY 'APRVREM: PENDING:           ' WS-ITEMS-PENDING.
           DISPLAY 'APRVREM: PENDING PAST AGE:  ' WS-AG-COUNT.
           DISPLAY 'APRVREM: NOT REMINDED:      ' WS-AG-DROPPED.
           DISPLAY 'APRVREM: SUBJECTS READ:     ' WS-SUBJECTS-READ.
           DISPLAY 'APRVREM: REMINDERS SENT:    ' WS-REMINDERS-SENT.
      *
           CLOSE NOTIFY-FILE.
      *
           MOVE WS-REMINDERS-SENT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
