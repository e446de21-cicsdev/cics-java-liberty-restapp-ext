      * business date comes from a one-record HNDOVRIN control
      * card (YYYYMMDD); an empty card reports yesterday.
      *
      * Every emergency access session still waiting for its
      * EMRGREV sign-off is listed too, whatever its date - an
      * unreviewed session stays on the handover until security
      * has closed it.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  List unreviewed emergency access sessions
      *                    off EMRGACC, with their count.
      *
      *****************************************************************

           SELECT HLTH-ARCHIVE-FILE ASSIGN TO HLTHARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HLTH-STATUS.
      *
           SELECT EMERGENCY-ACCESS-FILE ASSIGN TO EMRGACC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS EA-KEY
                  FILE STATUS IS WS-EMRG-STATUS.
      *
           SELECT DATE-CARD-FILE ASSIGN TO HNDOVRIN
                  ORGANIZATION IS LINE SEQUENTIAL
       FD  HLTH-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HLTHCHK.
      *
       FD  EMERGENCY-ACCESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EMRGACC.
      *
       FD  DATE-CARD-FILE
           LABEL RECORDS ARE STANDARD
              88  DEAD-STATUS-OK            VALUE '00'.
           03 WS-HLTH-STATUS            PIC X(2) VALUE '00'.
              88  HLTH-STATUS-OK            VALUE '00'.
           03 WS-EMRG-STATUS            PIC X(2) VALUE '00'.
              88  EMRG-STATUS-OK            VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  END-OF-DEAD-FILE          VALUE 'Y'.
           03 WS-HLTH-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-HLTH-FILE          VALUE 'Y'.
           03 WS-EMRG-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-EMRG-FILE          VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
           03 WS-WORK-DATE              PIC 9(8) VALUE ZERO.
           03 WS-UNACK-COUNT            PIC 9(4) COMP VALUE ZERO.
           03 WS-DEAD-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-PROBE-FAILS            PIC 9(4) COMP VALUE ZERO.
           03 WS-UNREVIEWED-COUNT       PIC 9(4) COMP VALUE ZERO.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(9) VALUE ' RESP-MS'.
           03   HD-RESPONSE-MS          PIC ZZZZZZ9.
           03   FILLER                  PIC X(67) VALUE SPACES.
      *
       01  EMRG-DETAIL-LINE.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-USERID               PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-ENTITLEMENT-NAME     PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   ED-MENU-NAME            PIC X(8).
           03   FILLER                  PIC X(1) VALUE '/'.
           03   ED-OPTION               PIC X(1).
           03   FILLER                  PIC X(7) VALUE ' START '.
           03   ED-START-DATE           PIC X(8).
           03   FILLER                  PIC X(1) VALUE '/'.
           03   ED-START-TIME           PIC 9(6).
           03   FILLER                  PIC X(5) VALUE ' END '.
           03   ED-END-DATE             PIC X(8).
           03   FILLER                  PIC X(1) VALUE '/'.
           03   ED-END-TIME             PIC 9(6).
           03   FILLER                  PIC X(6) VALUE ' USES '.
           03   ED-USE-COUNT            PIC ZZZ9.
           03   FILLER                  PIC X(16) VALUE SPACES.
      *
       01  SUMMARY-LINE.
           03   FILLER                  PIC X(22) VALUE
           03   SM-PROBE-FAILS          PIC ZZZ9.
           03   FILLER                  PIC X(14) VALUE
                ' PROBE FAILS  '.
      *
       01  SUMMARY-LINE-2.
           03   FILLER                  PIC X(32) VALUE
                'UNREVIEWED EMERGENCY SESSIONS - '.
           03   SM-UNREVIEWED           PIC ZZZ9.
           03   FILLER                  PIC X(64) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
           PERFORM REPORT-ALERTS.
           PERFORM REPORT-DEAD-LETTERS.
           PERFORM REPORT-PROBE-FAILURES.
           PERFORM REPORT-EMERGENCY-ACCESS.
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
           OPEN INPUT ALERT-FILE.
           OPEN INPUT DEADLTR-FILE.
           OPEN INPUT HLTH-ARCHIVE-FILE.
           OPEN INPUT EMERGENCY-ACCESS-FILE.
           OPEN INPUT DATE-CARD-FILE.
           OPEN OUTPUT HANDOVER-REPORT.
      *
       REPORT-PROBE-FAILURES-EXIT.
           EXIT.
      *
      *    Emergency access sessions nobody has signed off on
      *    EMRGREV yet - of any date, so one that slips a morning
      *    is still there the next.
       REPORT-EMERGENCY-ACCESS.
      *
           MOVE 'UNREVIEWED EMERGENCY ACCESS' TO SL-TITLE.
           WRITE REPORT-LINE FROM SECTION-LINE.
      *
           PERFORM UNTIL END-OF-EMRG-FILE
              READ EMERGENCY-ACCESS-FILE
                   AT END SET END-OF-EMRG-FILE TO TRUE
              END-READ
              IF NOT END-OF-EMRG-FILE
                 IF EA-UNREVIEWED
                    ADD 1 TO WS-UNREVIEWED-COUNT
                    MOVE EA-USERID TO ED-USERID
                    MOVE EA-ENTITLEMENT-NAME TO ED-ENTITLEMENT-NAME
                    MOVE EA-MENU-NAME TO ED-MENU-NAME
                    MOVE EA-OPTION TO ED-OPTION
                    MOVE EA-START-DATE TO ED-START-DATE
                    MOVE EA-START-TIME TO ED-START-TIME
                    MOVE EA-END-DATE TO ED-END-DATE
                    MOVE EA-END-TIME TO ED-END-TIME
                    MOVE EA-USE-COUNT TO ED-USE-COUNT
                    WRITE REPORT-LINE FROM EMRG-DETAIL-LINE
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF WS-UNREVIEWED-COUNT EQUAL ZERO
              MOVE '  (NONE WAITING FOR REVIEW)' TO SL-TITLE
              WRITE REPORT-LINE FROM SECTION-LINE
           END-IF.
      *
       REPORT-EMERGENCY-ACCESS-EXIT.
           EXIT.
      *
      *    The one-line roll-up the night operator hands over.
       FINALIZE-RUN.
      *
           MOVE WS-DEAD-COUNT TO SM-DEAD.
           MOVE WS-PROBE-FAILS TO SM-PROBE-FAILS.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           MOVE WS-UNREVIEWED-COUNT TO SM-UNREVIEWED.
           WRITE REPORT-LINE FROM SUMMARY-LINE-2.
      *
           DISPLAY 'HANDOVER: BUSINESS DATE:   ' WS-BUSINESS-DATE.
           DISPLAY 'HANDOVER: JOBS REGISTERED: ' WS-JOB-COUNT.
           DISPLAY 'HANDOVER: ATTENTION ITEMS: '
                   WS-INCOMPLETE-COUNT ' / ' WS-UNACK-COUNT
                   ' / ' WS-DEAD-COUNT ' / ' WS-PROBE-FAILS.
           DISPLAY 'HANDOVER: UNREVIEWED EMRG: ' WS-UNREVIEWED-COUNT.
      *
           CLOSE RUN-CONTROL-FILE.
           CLOSE ALERT-FILE.
           CLOSE DEADLTR-FILE.
           CLOSE HLTH-ARCHIVE-FILE.
           CLOSE EMERGENCY-ACCESS-FILE.
           CLOSE DATE-CARD-FILE.
           CLOSE HANDOVER-REPORT.
      *
