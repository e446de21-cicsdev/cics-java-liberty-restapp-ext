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
      * Nightly report distribution, run once the night's RPTSTORE
      * captures are in. RPTSTORE put every print into RPTREPOS
      * and RPTVIEW shows it, but the people who need REORDPT,
      * EXPEDITE or CRMAGING first thing still rang operations to
      * send it. This job walks the RPTSUBS subscriptions RPTSUBMT
      * maintains and, for each one due on the business date
      * (daily, weekly on its weekday, monthly on its day):
      *   - a link subscription gets one NOTIFY note saying the
      *     report is waiting on RPTVIEW;
      *   - a report subscription gets the captured report itself,
      *     narrowed by its filter, as NOTIFY lines behind a cover
      *     note - each print line in 60-character pieces, in
      *     order;
      *   - a report still too large to send after filtering (over
      *     the RDMAXLNS line limit) is summarised instead: a cover
      *     note giving its size and pointing at RPTVIEW, its
      *     heading lines and its closing totals.
      * NOTIFDSP then puts the entries onto the EMAILOUT gateway
      * feed in key order, so a report arrives in one piece.
      * Every subscription acted on - including a due report that
      * was never captured for the date - leaves an RPTDLOG entry
      * RPTSUBMT's history action shows.
      *
      * The business date comes from an optional RPTDSTIN date
      * card (YYYYMMDD); an empty card distributes yesterday, the
      * normal nightly case. A subscription already sent for the
      * date is skipped, so a restarted run never sends twice.
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
       PROGRAM-ID.              RPTDIST.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SUBSCRIPTION-FILE ASSIGN TO RPTSUBS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RS-KEY
                  FILE STATUS IS WS-SUBS-STATUS.
      *
      *    Positioned at each report's first line, then read on.
           SELECT REPOSITORY-FILE ASSIGN TO RPTREPOS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RR-KEY
                  FILE STATUS IS WS-REPO-STATUS.
      *
      *    The NOTIFY KSDS the sends are raised on, for the
      *    NOTIFDSP dispatcher.
           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NT-KEY
                  FILE STATUS IS WS-NOTIFY-STATUS.
      *
           SELECT DISTLOG-FILE ASSIGN TO RPTDLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DL-KEY
                  FILE STATUS IS WS-DLOG-STATUS.
      *
           SELECT PARMFILE-FILE ASSIGN TO PARMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PM-PARM-KEY
                  FILE STATUS IS WS-PARM-STATUS.
      *
           SELECT DATE-CARD-FILE ASSIGN TO RPTDSTIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
      *    Shared run-control file every nightly job registers
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
       FD  SUBSCRIPTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTSUBS.
      *
       FD  REPOSITORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTREPOS.
      *
       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTIFY.
      *
       FD  DISTLOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPTDLOG.
      *
       FD  PARMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARMFILE.
      *
       FD  DATE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 8 CHARACTERS.
       01  DATE-CARD                    PIC X(8).
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
      *    The most lines a report may run to, after its filter, and
      *    still be sent whole - a longer one is summarised. PARMFILE
      *    key RDMAXLNS overrides it.
       77  MAX-SEND-LINES               PIC 9(4) VALUE 60.
      *
      *    A summary carries the report's heading lines (the
      *    subscription's own count, this many when it names none)
      *    and this many closing lines - the control totals every
      *    report in the suite ends on.
       77  SUMMARY-HEAD-LINES           PIC 9(2) VALUE 3.
       77  SUMMARY-TAIL-LINES           PIC 9(2) VALUE 5.
      *
      *    NOTIFY text width - each print line goes out in pieces
      *    this long.
       77  NOTIFY-TEXT-WIDTH            PIC 9(2) VALUE 60.
      *
       01  WS-STORAGE.
           03 WS-SUBS-STATUS            PIC X(2) VALUE '00'.
              88  SUBS-STATUS-OK            VALUE '00'.
           03 WS-REPO-STATUS            PIC X(2) VALUE '00'.
              88  REPO-STATUS-OK            VALUE '00'.
           03 WS-NOTIFY-STATUS          PIC X(2) VALUE '00'.
              88  NOTIFY-STATUS-OK          VALUE '00'.
           03 WS-DLOG-STATUS            PIC X(2) VALUE '00'.
              88  DLOG-STATUS-OK            VALUE '00'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-SUBS-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SUBS-FILE          VALUE 'Y'.
           03 WS-REPO-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-REPORT             VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
           03 WS-TODAY-DATE             PIC 9(8) VALUE ZERO.
           03 WS-TODAY-TIME             PIC 9(8) VALUE ZERO.
      *
      *    The business date's weekday (1=Monday) and day of the
      *    month, and whether it is the month's last day.
           03 WS-BUSINESS-DAYNUM        PIC 9(7) VALUE ZERO.
           03 WS-WEEKDAY                PIC 9(1) VALUE ZERO.
           03 WS-MONTH-DAY              PIC 9(2) VALUE ZERO.
           03 WS-NEXT-DATE              PIC 9(8) VALUE ZERO.
           03 WS-MONTH-END-FLAG         PIC X(1) VALUE 'N'.
              88  BUSINESS-DATE-MONTH-END   VALUE 'Y'.
      *
           03 WS-DUE-FLAG               PIC X(1) VALUE 'N'.
              88  SUBSCRIPTION-IS-DUE       VALUE 'Y'.
           03 WS-LINE-PASS-FLAG         PIC X(1) VALUE 'N'.
              88  LINE-PASSES-FILTER        VALUE 'Y'.
           03 WS-FILTER-SLICE           PIC X(12) VALUE SPACES.
           03 WS-FILTER-LOW             PIC X(12) VALUE SPACES.
           03 WS-FILTER-HIGH            PIC X(12) VALUE SPACES.
      *
      *    The report in hand: its lines, those passing the
      *    filter, and what was sent of it.
           03 WS-REPORT-LINES           PIC 9(6) COMP VALUE ZERO.
           03 WS-MATCHED-LINES          PIC 9(6) COMP VALUE ZERO.
           03 WS-LINES-SENT             PIC 9(6) COMP VALUE ZERO.
           03 WS-ENTRIES-RAISED         PIC 9(6) COMP VALUE ZERO.
           03 WS-HEAD-LINES             PIC 9(2) VALUE ZERO.
           03 WS-TAIL-START             PIC 9(6) COMP VALUE ZERO.
           03 WS-SEND-TYPE              PIC X(1) VALUE SPACE.
           03 WS-FIRST-KEY-FLAG         PIC X(1) VALUE 'N'.
              88  FIRST-KEY-TAKEN           VALUE 'Y'.
           03 WS-FIRST-NOTIFY-KEY       PIC X(17) VALUE SPACES.
      *
      *    One print line cut into NOTIFY-width pieces.
           03 WS-LINE-LENGTH            PIC 9(3) COMP VALUE ZERO.
           03 WS-PIECE-START            PIC 9(3) COMP VALUE ZERO.
           03 WS-PIECE-LENGTH           PIC 9(3) COMP VALUE ZERO.
      *
      *    The NOTIFY clock: every entry of the run is raised at the
      *    run's own time, on the next sequence - past 999 the
      *    clock steps on a second so the entries stay in order.
           03 WS-NOTIFY-TIME            PIC 9(6) VALUE ZERO.
           03 WS-NOTIFY-SEQ             PIC 9(4) COMP VALUE ZERO.
           03 WS-NOTIFY-SECONDS         PIC 9(5) COMP VALUE ZERO.
           03 WS-NOTIFY-TRIES           PIC 9(4) COMP VALUE ZERO.
           03 WS-CLOCK-HH               PIC 9(2) VALUE ZERO.
           03 WS-CLOCK-MM               PIC 9(2) VALUE ZERO.
           03 WS-CLOCK-SS               PIC 9(2) VALUE ZERO.
      *
      *    The cover note text.
           03 WS-NOTE-TEXT              PIC X(60) VALUE SPACES.
           03 WS-EDIT-LINES             PIC ZZZZZ9.
      *
      *    Run totals.
           03 WS-SUBS-READ              PIC 9(8) COMP VALUE ZERO.
           03 WS-SENT-FULL              PIC 9(8) COMP VALUE ZERO.
           03 WS-SENT-SUMMARY           PIC 9(8) COMP VALUE ZERO.
           03 WS-SENT-LINK              PIC 9(8) COMP VALUE ZERO.
           03 WS-NOT-CAPTURED           PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-ENTRIES          PIC 9(8) COMP VALUE ZERO.
           03 WS-NOTIFY-FAILED          PIC 9(8) COMP VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-SUBS-FILE
              READ SUBSCRIPTION-FILE NEXT
                   AT END SET END-OF-SUBS-FILE TO TRUE
              END-READ
              IF NOT END-OF-SUBS-FILE
                 ADD 1 TO WS-SUBS-READ
                 PERFORM DISTRIBUTE-ONE-SUBSCRIPTION
              END-IF
           END-PERFORM.
      *
           PERFORM FINALIZE-RUN.
      *
           STOP RUN.
      *
      *    Settle the business date and register it, open the
      *    files and work out which frequencies fall due.
       INITIALIZE-RUN.
      *
           OPEN INPUT DATE-CARD-FILE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           MOVE SPACES TO DATE-CARD.
           READ DATE-CARD-FILE
                AT END CONTINUE
           END-READ.
           IF DATE-CARD NUMERIC
              MOVE DATE-CARD TO WS-BUSINESS-DATE
           ELSE
              COMPUTE WS-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
           END-IF.
      *
      *    Register this business date - a date already distributed
      *    refuses to run again.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE.
           MOVE 'RPTDIST' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN I-O SUBSCRIPTION-FILE.
           OPEN INPUT REPOSITORY-FILE.
           OPEN I-O NOTIFY-FILE.
           OPEN I-O DISTLOG-FILE.
           OPEN INPUT PARMFILE-FILE.
      *
           MOVE 'RDMAXLNS' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:4) NUMERIC
                      AND PM-PARM-VALUE(1:4) NOT EQUAL '0000'
                      MOVE PM-PARM-VALUE(1:4) TO MAX-SEND-LINES
                   END-IF
           END-READ.
      *
      *    Day one of the calendar the integer dates count from
      *    was a Monday.
           COMPUTE WS-BUSINESS-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           COMPUTE WS-WEEKDAY =
                   FUNCTION MOD(WS-BUSINESS-DAYNUM - 1, 7) + 1.
           MOVE WS-BUSINESS-DATE(7:2) TO WS-MONTH-DAY.
           COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-BUSINESS-DAYNUM + 1).
           IF WS-NEXT-DATE(7:2) EQUAL '01'
              SET BUSINESS-DATE-MONTH-END TO TRUE
           END-IF.
      *
           MOVE WS-TODAY-TIME(1:6) TO WS-NOTIFY-TIME.
           MOVE ZERO TO WS-NOTIFY-SEQ.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    One subscription: if due and not already sent for the
      *    date, measure the captured report and send it whole, as
      *    a summary or as a link, then log what went.
       DISTRIBUTE-ONE-SUBSCRIPTION.
      *
           PERFORM CHECK-SUBSCRIPTION-DUE.
           IF SUBSCRIPTION-IS-DUE
              AND RS-LAST-SENT-DATE NOT EQUAL WS-BUSINESS-DATE
              MOVE ZERO TO WS-LINES-SENT
              MOVE ZERO TO WS-ENTRIES-RAISED
              MOVE 'N' TO WS-FIRST-KEY-FLAG
              MOVE SPACES TO WS-FIRST-NOTIFY-KEY
              PERFORM MEASURE-REPORT
              EVALUATE TRUE
                 WHEN WS-REPORT-LINES EQUAL ZERO
                    MOVE 'N' TO WS-SEND-TYPE
                    ADD 1 TO WS-NOT-CAPTURED
                 WHEN RS-SEND-LINK
                    MOVE 'L' TO WS-SEND-TYPE
                    PERFORM SEND-LINK-NOTE
                    ADD 1 TO WS-SENT-LINK
                 WHEN WS-MATCHED-LINES GREATER THAN MAX-SEND-LINES
                    MOVE 'S' TO WS-SEND-TYPE
                    PERFORM SEND-SUMMARY
                    ADD 1 TO WS-SENT-SUMMARY
                 WHEN OTHER
                    MOVE 'F' TO WS-SEND-TYPE
                    PERFORM SEND-FULL-REPORT
                    ADD 1 TO WS-SENT-FULL
              END-EVALUATE
              PERFORM WRITE-DISTRIBUTION-LOG
      *       A report not yet captured stays due - a rerun after a
      *       late RPTSTORE still sends it.
              IF WS-SEND-TYPE NOT EQUAL 'N'
                 MOVE WS-BUSINESS-DATE TO RS-LAST-SENT-DATE
                 REWRITE REPORT-SUBSCRIPTION-RECORD
              END-IF
           END-IF.
      *
       DISTRIBUTE-ONE-SUBSCRIPTION-EXIT.
           EXIT.
      *
      *    Daily is always due; weekly on its weekday; monthly on
      *    its day of the month, or the month's last day when its
      *    day runs past the end.
       CHECK-SUBSCRIPTION-DUE.
      *
           MOVE 'N' TO WS-DUE-FLAG.
           EVALUATE TRUE
              WHEN RS-FREQ-DAILY
                 SET SUBSCRIPTION-IS-DUE TO TRUE
              WHEN RS-FREQ-WEEKLY
                 IF RS-FREQ-DAY EQUAL WS-WEEKDAY
                    SET SUBSCRIPTION-IS-DUE TO TRUE
                 END-IF
              WHEN RS-FREQ-MONTHLY
                 IF RS-FREQ-DAY EQUAL WS-MONTH-DAY
                    SET SUBSCRIPTION-IS-DUE TO TRUE
                 END-IF
                 IF BUSINESS-DATE-MONTH-END
                    AND RS-FREQ-DAY GREATER THAN WS-MONTH-DAY
                    SET SUBSCRIPTION-IS-DUE TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       CHECK-SUBSCRIPTION-DUE-EXIT.
           EXIT.
      *
      *    Read the report's captured lines once to count them and
      *    how many pass the subscription's filter.
       MEASURE-REPORT.
      *
           MOVE ZERO TO WS-REPORT-LINES.
           MOVE ZERO TO WS-MATCHED-LINES.
           PERFORM POSITION-AT-REPORT.
           PERFORM UNTIL END-OF-REPORT
              ADD 1 TO WS-REPORT-LINES
              PERFORM CHECK-LINE-FILTER
              IF LINE-PASSES-FILTER
                 ADD 1 TO WS-MATCHED-LINES
              END-IF
              PERFORM READ-NEXT-REPORT-LINE
           END-PERFORM.
      *
       MEASURE-REPORT-EXIT.
           EXIT.
      *
      *    Position on the report's first line for the business
      *    date - END-OF-REPORT when nothing was captured.
       POSITION-AT-REPORT.
      *
           MOVE 'N' TO WS-REPO-EOF-FLAG.
           MOVE RS-REPORT-NAME TO RR-REPORT-NAME.
           MOVE WS-BUSINESS-DATE TO RR-BUSINESS-DATE.
           MOVE ZERO TO RR-LINE-NUMBER.
           START REPOSITORY-FILE KEY IS NOT LESS THAN RR-KEY
                 INVALID KEY SET END-OF-REPORT TO TRUE
           END-START.
           IF NOT END-OF-REPORT
              PERFORM READ-NEXT-REPORT-LINE
           END-IF.
      *
       POSITION-AT-REPORT-EXIT.
           EXIT.
      *
      *    The next line - END-OF-REPORT past the report's last
      *    line for the date.
       READ-NEXT-REPORT-LINE.
      *
           READ REPOSITORY-FILE NEXT
                AT END SET END-OF-REPORT TO TRUE
           END-READ.
           IF NOT END-OF-REPORT
              IF RR-REPORT-NAME NOT EQUAL RS-REPORT-NAME
                 OR RR-BUSINESS-DATE NOT EQUAL WS-BUSINESS-DATE
                 SET END-OF-REPORT TO TRUE
              END-IF
           END-IF.
      *
       READ-NEXT-REPORT-LINE-EXIT.
           EXIT.
      *
      *    Does the line in hand pass the filter? Headings always
      *    do, and so does a line with nothing printed in the
      *    filter columns; otherwise the columns must fall inside
      *    the range, compared as printed.
       CHECK-LINE-FILTER.
      *
           SET LINE-PASSES-FILTER TO TRUE.
           IF NOT RS-NO-FILTER
              AND RR-LINE-NUMBER GREATER THAN RS-HEADING-LINES
              AND RS-FILTER-COLUMN GREATER THAN ZERO
              AND RS-FILTER-WIDTH GREATER THAN ZERO
              AND RS-FILTER-COLUMN + RS-FILTER-WIDTH - 1
                  NOT GREATER THAN 132
              MOVE SPACES TO WS-FILTER-SLICE
              MOVE SPACES TO WS-FILTER-LOW
              MOVE SPACES TO WS-FILTER-HIGH
              MOVE RR-LINE-TEXT(RS-FILTER-COLUMN:RS-FILTER-WIDTH)
                   TO WS-FILTER-SLICE
              MOVE RS-FILTER-FROM(1:RS-FILTER-WIDTH)
                   TO WS-FILTER-LOW
              MOVE RS-FILTER-TO(1:RS-FILTER-WIDTH)
                   TO WS-FILTER-HIGH
              IF WS-FILTER-SLICE NOT EQUAL SPACES
                 IF WS-FILTER-SLICE LESS THAN WS-FILTER-LOW
                    OR WS-FILTER-SLICE GREATER THAN WS-FILTER-HIGH
                    MOVE 'N' TO WS-LINE-PASS-FLAG
                 END-IF
              END-IF
           END-IF.
      *
       CHECK-LINE-FILTER-EXIT.
           EXIT.
      *
      *    A link subscription: one note pointing at RPTVIEW.
       SEND-LINK-NOTE.
      *
           MOVE WS-REPORT-LINES TO WS-EDIT-LINES.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING 'REPORT ' DELIMITED BY SIZE
                  RS-REPORT-NAME DELIMITED BY SPACE
                  ' OF ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ' IS ON RPTVIEW -' DELIMITED BY SIZE
                  WS-EDIT-LINES DELIMITED BY SIZE
                  ' LINES' DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           MOVE WS-NOTE-TEXT TO NT-TEXT.
           PERFORM RAISE-NOTIFY-ENTRY.
      *
       SEND-LINK-NOTE-EXIT.
           EXIT.
      *
      *    The whole report, filtered, behind a cover note.
       SEND-FULL-REPORT.
      *
           MOVE WS-MATCHED-LINES TO WS-EDIT-LINES.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING 'REPORT ' DELIMITED BY SIZE
                  RS-REPORT-NAME DELIMITED BY SPACE
                  ' OF ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ' -' DELIMITED BY SIZE
                  WS-EDIT-LINES DELIMITED BY SIZE
                  ' LINES FOLLOW' DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           MOVE WS-NOTE-TEXT TO NT-TEXT.
           PERFORM RAISE-NOTIFY-ENTRY.
      *
           PERFORM POSITION-AT-REPORT.
           PERFORM UNTIL END-OF-REPORT
              PERFORM CHECK-LINE-FILTER
              IF LINE-PASSES-FILTER
                 PERFORM SEND-ONE-LINE
              END-IF
              PERFORM READ-NEXT-REPORT-LINE
           END-PERFORM.
      *
       SEND-FULL-REPORT-EXIT.
           EXIT.
      *
      *    Too large to send: say so and point at RPTVIEW, then
      *    send the headings and the closing totals only.
       SEND-SUMMARY.
      *
           MOVE WS-MATCHED-LINES TO WS-EDIT-LINES.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING 'REPORT ' DELIMITED BY SIZE
                  RS-REPORT-NAME DELIMITED BY SPACE
                  ' OF ' DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ' -' DELIMITED BY SIZE
                  WS-EDIT-LINES DELIMITED BY SIZE
                  ' LINES, TOO LARGE TO SEND' DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           MOVE WS-NOTE-TEXT TO NT-TEXT.
           PERFORM RAISE-NOTIFY-ENTRY.
           MOVE 'FULL COPY ON RPTVIEW - HEADINGS AND TOTALS FOLLOW'
                TO NT-TEXT.
           PERFORM RAISE-NOTIFY-ENTRY.
      *
           IF RS-HEADING-LINES GREATER THAN ZERO
              MOVE RS-HEADING-LINES TO WS-HEAD-LINES
           ELSE
              MOVE SUMMARY-HEAD-LINES TO WS-HEAD-LINES
           END-IF.
           IF WS-REPORT-LINES GREATER THAN SUMMARY-TAIL-LINES
              COMPUTE WS-TAIL-START =
                      WS-REPORT-LINES - SUMMARY-TAIL-LINES + 1
           ELSE
              MOVE 1 TO WS-TAIL-START
           END-IF.
      *
           PERFORM POSITION-AT-REPORT.
           PERFORM UNTIL END-OF-REPORT
              IF RR-LINE-NUMBER NOT GREATER THAN WS-HEAD-LINES
                 OR RR-LINE-NUMBER NOT LESS THAN WS-TAIL-START
                 PERFORM SEND-ONE-LINE
              END-IF
              PERFORM READ-NEXT-REPORT-LINE
           END-PERFORM.
      *
       SEND-SUMMARY-EXIT.
           EXIT.
      *
      *    One print line, trailing blanks dropped, as as many
      *    NOTIFY-width pieces as it takes - a blank line still
      *    goes, as one empty piece, to keep the layout.
       SEND-ONE-LINE.
      *
           MOVE 132 TO WS-LINE-LENGTH.
           PERFORM UNTIL WS-LINE-LENGTH EQUAL ZERO
              OR RR-LINE-TEXT(WS-LINE-LENGTH:1) NOT EQUAL SPACE
              SUBTRACT 1 FROM WS-LINE-LENGTH
           END-PERFORM.
      *
           IF WS-LINE-LENGTH EQUAL ZERO
              MOVE SPACES TO NT-TEXT
              PERFORM RAISE-NOTIFY-ENTRY
           ELSE
              MOVE 1 TO WS-PIECE-START
              PERFORM UNTIL WS-PIECE-START GREATER THAN
                            WS-LINE-LENGTH
                 COMPUTE WS-PIECE-LENGTH =
                         WS-LINE-LENGTH - WS-PIECE-START + 1
                 IF WS-PIECE-LENGTH GREATER THAN NOTIFY-TEXT-WIDTH
                    MOVE NOTIFY-TEXT-WIDTH TO WS-PIECE-LENGTH
                 END-IF
                 MOVE SPACES TO NT-TEXT
                 MOVE RR-LINE-TEXT(WS-PIECE-START:WS-PIECE-LENGTH)
                      TO NT-TEXT
                 PERFORM RAISE-NOTIFY-ENTRY
                 ADD WS-PIECE-LENGTH TO WS-PIECE-START
              END-PERFORM
           END-IF.
           ADD 1 TO WS-LINES-SENT.
      *
       SEND-ONE-LINE-EXIT.
           EXIT.
      *
      *    Raise the text in NT-TEXT to the subscriber on the next
      *    free key of the run's clock.
       RAISE-NOTIFY-ENTRY.
      *
           MOVE WS-TODAY-DATE TO NT-RAISE-DATE.
           MOVE 'D' TO NT-EVENT-TYPE.
           MOVE RS-REQUESTER-REF TO NT-REQUESTER-REF.
           SET NT-STATUS-PENDING TO TRUE.
           MOVE SPACES TO NT-SENT-DATE.
      *
           MOVE ZERO TO WS-NOTIFY-TRIES.
           MOVE '22' TO WS-NOTIFY-STATUS.
           PERFORM UNTIL WS-NOTIFY-STATUS NOT EQUAL '22'
              OR WS-NOTIFY-TRIES EQUAL 9999
              ADD 1 TO WS-NOTIFY-TRIES
              ADD 1 TO WS-NOTIFY-SEQ
              IF WS-NOTIFY-SEQ GREATER THAN 999
                 PERFORM ADVANCE-NOTIFY-CLOCK
              END-IF
              MOVE WS-NOTIFY-TIME TO NT-RAISE-TIME
              MOVE WS-NOTIFY-SEQ TO NT-SEQUENCE
              WRITE NOTIFICATION-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-PERFORM.
      *
           IF NOTIFY-STATUS-OK
              ADD 1 TO WS-ENTRIES-RAISED
              ADD 1 TO WS-TOTAL-ENTRIES
              IF NOT FIRST-KEY-TAKEN
                 MOVE NT-KEY TO WS-FIRST-NOTIFY-KEY
                 SET FIRST-KEY-TAKEN TO TRUE
              END-IF
           ELSE
              ADD 1 TO WS-NOTIFY-FAILED
           END-IF.
      *
       RAISE-NOTIFY-ENTRY-EXIT.
           EXIT.
      *
      *    Step the run's NOTIFY clock on one second and start the
      *    sequence again. The run stays on its own date - a clock
      *    that would pass midnight holds at the last second.
       ADVANCE-NOTIFY-CLOCK.
      *
           MOVE 1 TO WS-NOTIFY-SEQ.
           MOVE WS-NOTIFY-TIME(1:2) TO WS-CLOCK-HH.
           MOVE WS-NOTIFY-TIME(3:2) TO WS-CLOCK-MM.
           MOVE WS-NOTIFY-TIME(5:2) TO WS-CLOCK-SS.
           COMPUTE WS-NOTIFY-SECONDS =
                   WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60
                   + WS-CLOCK-SS + 1.
           IF WS-NOTIFY-SECONDS LESS THAN 86400
              DIVIDE WS-NOTIFY-SECONDS BY 3600
                     GIVING WS-CLOCK-HH
                     REMAINDER WS-NOTIFY-SECONDS
              DIVIDE WS-NOTIFY-SECONDS BY 60
                     GIVING WS-CLOCK-MM
                     REMAINDER WS-CLOCK-SS
              MOVE WS-CLOCK-HH TO WS-NOTIFY-TIME(1:2)
              MOVE WS-CLOCK-MM TO WS-NOTIFY-TIME(3:2)
              MOVE WS-CLOCK-SS TO WS-NOTIFY-TIME(5:2)
           END-IF.
      *
       ADVANCE-NOTIFY-CLOCK-EXIT.
           EXIT.
      *
      *    Log what this subscription got - a rerun for the same
      *    date replaces the entry.
       WRITE-DISTRIBUTION-LOG.
      *
           MOVE SPACES TO REPORT-DISTRIBUTION-LOG.
           MOVE RS-REQUESTER-REF TO DL-REQUESTER-REF.
           MOVE RS-REPORT-NAME TO DL-REPORT-NAME.
           MOVE WS-BUSINESS-DATE TO DL-BUSINESS-DATE.
           MOVE WS-SEND-TYPE TO DL-SEND-TYPE.
           MOVE WS-REPORT-LINES TO DL-REPORT-LINES.
           MOVE WS-MATCHED-LINES TO DL-MATCHED-LINES.
           MOVE WS-LINES-SENT TO DL-LINES-SENT.
           MOVE WS-ENTRIES-RAISED TO DL-NOTIFY-ENTRIES.
           MOVE WS-FIRST-NOTIFY-KEY TO DL-FIRST-NOTIFY-KEY.
           MOVE WS-TODAY-DATE TO DL-SENT-DATE.
           MOVE WS-NOTIFY-TIME TO DL-SENT-TIME.
      *
           WRITE REPORT-DISTRIBUTION-LOG
                 INVALID KEY
                    REWRITE REPORT-DISTRIBUTION-LOG
           END-WRITE.
      *
       WRITE-DISTRIBUTION-LOG-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           DISPLAY 'RPTDIST: BUSINESS DATE:      ' WS-BUSINESS-DATE.
           DISPLAY 'RPTDIST: SUBSCRIPTIONS READ: ' WS-SUBS-READ.
           DISPLAY 'RPTDIST: REPORTS SENT WHOLE: ' WS-SENT-FULL.
           DISPLAY 'RPTDIST: SENT AS SUMMARIES:  ' WS-SENT-SUMMARY.
           DISPLAY 'RPTDIST: LINKS SENT:         ' WS-SENT-LINK.
           DISPLAY 'RPTDIST: DUE, NOT CAPTURED:  ' WS-NOT-CAPTURED.
           DISPLAY 'RPTDIST: NOTIFY ENTRIES:     ' WS-TOTAL-ENTRIES.
           IF WS-NOTIFY-FAILED GREATER THAN ZERO
              DISPLAY 'RPTDIST: NOTIFY ENTRIES NOT RAISED: '
                      WS-NOTIFY-FAILED
           END-IF.
      *
           CLOSE SUBSCRIPTION-FILE.
           CLOSE REPOSITORY-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE DISTLOG-FILE.
           CLOSE PARMFILE-FILE.
           CLOSE DATE-CARD-FILE.
      *
           COMPUTE WS-RC-COUNT =
                   WS-SENT-FULL + WS-SENT-SUMMARY + WS-SENT-LINK.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
