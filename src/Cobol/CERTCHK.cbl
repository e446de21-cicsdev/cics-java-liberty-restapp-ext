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
      * Nightly supplier certificate expiry check. Several supplier
      * categories must hold a valid certificate - ISO 9001,
      * insurance, food-grade approval - before we buy from them,
      * and the expiry dates lived in a binder. This job walks the
      * SUPPCERT file SUPPMENU's K option maintains and:
      *   - raises a NOTIFY entry to the buyers 60, 30 and 7 days
      *     before each certificate expires, each warning once -
      *     NOTIFDSP puts them onto the EMAILOUT gateway;
      *   - puts the supplier on HOLD the day a mandatory
      *     certificate lapses (a certificate is good through its
      *     expiry date), with a SUPPHIST entry giving the lapse
      *     as the reason and a NOTIFY entry to the buyers.
      * A lapse is acted on once - a supplier released by hand is
      * not put straight back on HOLD, though PORDGEN and the
      * PORDMENU release still refuse it until the renewal is
      * keyed. Every warning and hold prints on the CERTRPT list.
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
       PROGRAM-ID.              CERTCHK.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SUPPCERT-FILE ASSIGN TO SUPPCERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CE-KEY
                  FILE STATUS IS WS-CERT-STATUS.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
      *    SUPPHIST is a VSAM ESDS - entries are appended in write
      *    order, so it is opened EXTEND here.
           SELECT SUPPHIST-FILE ASSIGN TO SUPPHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
      *
      *    The NOTIFY KSDS the warnings are raised on, for the
      *    NOTIFDSP dispatcher.
           SELECT NOTIFY-FILE ASSIGN TO NOTIFY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NT-KEY
                  FILE STATUS IS WS-NOTIFY-STATUS.
      *
           SELECT CERT-REPORT ASSIGN TO CERTRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
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
       FD  SUPPCERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPCERT.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  SUPPHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPHIST.
      *
       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTIFY.
      *
       FD  CERT-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
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
           03 WS-CERT-STATUS            PIC X(2) VALUE '00'.
              88  CERT-STATUS-OK            VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-HIST-STATUS            PIC X(2) VALUE '00'.
              88  HIST-STATUS-OK            VALUE '00'.
           03 WS-NOTIFY-STATUS          PIC X(2) VALUE '00'.
              88  NOTIFY-STATUS-OK          VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-CERT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-CERT-FILE          VALUE 'Y'.
           03 WS-CERT-CHANGED-FLAG      PIC X(1) VALUE 'N'.
              88  CERT-CHANGED              VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
           03 WS-RUN-DAY                PIC S9(9) COMP VALUE ZERO.
           03 WS-EXPIRY-NUM             PIC 9(8) VALUE ZERO.
           03 WS-DAYS-LEFT              PIC S9(9) COMP VALUE ZERO.
      *    The warning the days left call for - 60, 30 or 7, zero
      *    while the expiry is further out than that.
           03 WS-WARNING-DUE            PIC 9(2) VALUE ZERO.
           03 WS-OLD-STATUS             PIC X(8) VALUE SPACES.
           03 WS-ACTION                 PIC X(20) VALUE SPACES.
      *
      *    The warnings go to the buyers' mailbox on the gateway.
           03 WS-BUYER-ADDRESS          PIC X(12) VALUE 'PURCHASING'.
      *
           03 WS-CERTS-READ             PIC 9(8) COMP VALUE ZERO.
           03 WS-WARNINGS-SENT          PIC 9(8) COMP VALUE ZERO.
           03 WS-LAPSED-COUNT           PIC 9(8) COMP VALUE ZERO.
           03 WS-HOLD-COUNT             PIC 9(8) COMP VALUE ZERO.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(44) VALUE
                'SUPPLIER CERTIFICATE EXPIRY CHECK - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(56) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(6) VALUE 'TYPE'.
           03   FILLER                  PIC X(22) VALUE 'REFERENCE'.
           03   FILLER                  PIC X(10) VALUE 'EXPIRES'.
           03   FILLER                  PIC X(5) VALUE 'MAND'.
           03   FILLER                  PIC X(11) VALUE 'DAYS LEFT'.
           03   FILLER                  PIC X(46) VALUE 'ACTION'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-CERT-TYPE            PIC X(4).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-REFERENCE            PIC X(20).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-EXPIRY-DATE          PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-MANDATORY            PIC X(1).
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RD-DAYS-LEFT            PIC -(6)9.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RD-ACTION               PIC X(20).
           03   FILLER                  PIC X(26) VALUE SPACES.
      *
       01  REPORT-TEXT-LINE.
           03   RT-TEXT                 PIC X(40).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(60) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
      *
           PERFORM UNTIL END-OF-CERT-FILE
              READ SUPPCERT-FILE NEXT
                   AT END SET END-OF-CERT-FILE TO TRUE
              END-READ
              IF NOT END-OF-CERT-FILE
                 PERFORM CHECK-ONE-CERTIFICATE
              END-IF
           END-PERFORM.
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
           MOVE 'CERTCHK' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN I-O SUPPCERT-FILE.
           OPEN I-O SUPPMAST-FILE.
           OPEN EXTEND SUPPHIST-FILE.
           OPEN I-O NOTIFY-FILE.
           OPEN OUTPUT CERT-REPORT.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    One certificate: lapsed, due a warning, or left alone.
      *    An expiry date that is not a date is reported for the
      *    buyers to re-key.
       CHECK-ONE-CERTIFICATE.
      *
           ADD 1 TO WS-CERTS-READ.
           MOVE 'N' TO WS-CERT-CHANGED-FLAG.
      *
           IF CE-EXPIRY-DATE NOT NUMERIC
              MOVE ZERO TO WS-DAYS-LEFT
              MOVE 'EXPIRY DATE INVALID' TO WS-ACTION
              PERFORM PRINT-CERT-LINE
           ELSE
              MOVE CE-EXPIRY-DATE TO WS-EXPIRY-NUM
              COMPUTE WS-DAYS-LEFT =
                      FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM)
                      - WS-RUN-DAY
              EVALUATE TRUE
                 WHEN WS-DAYS-LEFT LESS THAN ZERO
                    IF CE-MANDATORY
                       AND NOT CE-LAPSE-ACTIONED
                       PERFORM ACT-ON-LAPSE
                    END-IF
                 WHEN WS-DAYS-LEFT NOT GREATER THAN 7
                    MOVE 7 TO WS-WARNING-DUE
                    PERFORM SEND-EXPIRY-WARNING
                 WHEN WS-DAYS-LEFT NOT GREATER THAN 30
                    MOVE 30 TO WS-WARNING-DUE
                    PERFORM SEND-EXPIRY-WARNING
                 WHEN WS-DAYS-LEFT NOT GREATER THAN 60
                    MOVE 60 TO WS-WARNING-DUE
                    PERFORM SEND-EXPIRY-WARNING
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
           IF CERT-CHANGED
              REWRITE SUPPLIER-CERTIFICATE
           END-IF.
      *
       CHECK-ONE-CERTIFICATE-EXIT.
           EXIT.
      *
      *    Warn the buyers unless this warning, or a later one,
      *    has already gone out - a certificate first seen inside
      *    30 days gets the 30-day warning only.
       SEND-EXPIRY-WARNING.
      *
           IF CE-WARNING-SENT EQUAL ZERO
              OR WS-WARNING-DUE LESS THAN CE-WARNING-SENT
              MOVE WS-WARNING-DUE TO CE-WARNING-SENT
              SET CERT-CHANGED TO TRUE
              ADD 1 TO WS-WARNINGS-SENT
      *
              MOVE SPACES TO NOTIFICATION-RECORD
              STRING 'SUPP ' DELIMITED BY SIZE
                     CE-SUPPLIER-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     CE-CERT-TYPE DELIMITED BY SIZE
                     ' CERT EXPIRES ' DELIMITED BY SIZE
                     CE-EXPIRY-DATE DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     WS-WARNING-DUE DELIMITED BY SIZE
                     ' DAY WARNING' DELIMITED BY SIZE
                     INTO NT-TEXT
              END-STRING
              PERFORM RAISE-CERT-NOTIFICATION
      *
              MOVE SPACES TO WS-ACTION
              STRING WS-WARNING-DUE DELIMITED BY SIZE
                     '-DAY WARNING SENT' DELIMITED BY SIZE
                     INTO WS-ACTION
              END-STRING
              PERFORM PRINT-CERT-LINE
           END-IF.
      *
       SEND-EXPIRY-WARNING-EXIT.
           EXIT.
      *
      *    A mandatory certificate has lapsed: an ACTIVE or PENDING
      *    supplier goes on HOLD with the lapse on its SUPPHIST
      *    trail, and the buyers are told either way.
       ACT-ON-LAPSE.
      *
           ADD 1 TO WS-LAPSED-COUNT.
           SET CE-LAPSE-ACTIONED TO TRUE.
           SET CERT-CHANGED TO TRUE.
           MOVE 'LAPSED - NO SUPPLIER' TO WS-ACTION.
      *
           MOVE CE-SUPPLIER-ID TO SM-SUPPLIER-ID.
           READ SUPPMAST-FILE
                INVALID KEY CONTINUE
           END-READ.
           IF SUPP-STATUS-OK
              IF SM-STATUS-ACTIVE
                 OR SM-STATUS-PENDING
                 PERFORM HOLD-LAPSED-SUPPLIER
                 MOVE 'LAPSED - PUT ON HOLD' TO WS-ACTION
              ELSE
                 MOVE SPACES TO WS-ACTION
                 STRING 'LAPSED - ' DELIMITED BY SIZE
                        SM-STATUS-CODE DELIMITED BY SPACE
                        INTO WS-ACTION
                 END-STRING
              END-IF
           END-IF.
      *
           MOVE SPACES TO NOTIFICATION-RECORD.
           STRING 'SUPP ' DELIMITED BY SIZE
                  CE-SUPPLIER-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CE-CERT-TYPE DELIMITED BY SIZE
                  ' EXP ' DELIMITED BY SIZE
                  CE-EXPIRY-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ACTION DELIMITED BY '  '
                  INTO NT-TEXT
           END-STRING.
           PERFORM RAISE-CERT-NOTIFICATION.
      *
           PERFORM PRINT-CERT-LINE.
      *
       ACT-ON-LAPSE-EXIT.
           EXIT.
      *
       HOLD-LAPSED-SUPPLIER.
      *
           MOVE SM-STATUS-CODE TO WS-OLD-STATUS.
           SET SM-STATUS-HOLD TO TRUE.
           REWRITE SUPPMAST.
           ADD 1 TO WS-HOLD-COUNT.
      *
           MOVE SPACES TO SUPPHIST.
           MOVE SM-SUPPLIER-ID TO SH-SUPPLIER-ID.
           MOVE 'STATUS' TO SH-FIELD-NAME.
           MOVE WS-OLD-STATUS TO SH-OLD-VALUE.
           MOVE SM-STATUS-CODE TO SH-NEW-VALUE.
           MOVE 'CERTCHK' TO SH-CICS-USERID.
           MOVE WS-RUN-DATE TO SH-CHANGE-DATE.
           MOVE WS-RUN-TIME(1:6) TO SH-CHANGE-TIME.
           MOVE ZERO TO SH-CHANGE-TASK.
           MOVE 'CERT LAPSED' TO SH-CHANGE-REASON.
           WRITE SUPPHIST.
      *
       HOLD-LAPSED-SUPPLIER-EXIT.
           EXIT.
      *
      *    Raise the notification built in NT-TEXT to the buyers on
      *    the next free sequence for this second.
       RAISE-CERT-NOTIFICATION.
      *
           MOVE WS-RUN-DATE TO NT-RAISE-DATE.
           MOVE WS-RUN-TIME(1:6) TO NT-RAISE-TIME.
           MOVE 'C' TO NT-EVENT-TYPE.
           MOVE WS-BUYER-ADDRESS TO NT-REQUESTER-REF.
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
       RAISE-CERT-NOTIFICATION-EXIT.
           EXIT.
      *
       PRINT-CERT-LINE.
      *
           MOVE CE-SUPPLIER-ID TO RD-SUPPLIER.
           MOVE CE-CERT-TYPE TO RD-CERT-TYPE.
           MOVE CE-REFERENCE TO RD-REFERENCE.
           MOVE CE-EXPIRY-DATE TO RD-EXPIRY-DATE.
           MOVE CE-MANDATORY-FLAG TO RD-MANDATORY.
           MOVE WS-DAYS-LEFT TO RD-DAYS-LEFT.
           MOVE WS-ACTION TO RD-ACTION.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-CERT-LINE-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           MOVE 'CERTIFICATES CHECKED:' TO RT-TEXT.
           MOVE WS-CERTS-READ TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'EXPIRY WARNINGS SENT:' TO RT-TEXT.
           MOVE WS-WARNINGS-SENT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'MANDATORY CERTIFICATES LAPSED:' TO RT-TEXT.
           MOVE WS-LAPSED-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'SUPPLIERS PUT ON HOLD:' TO RT-TEXT.
           MOVE WS-HOLD-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
      *
           DISPLAY 'CERTCHK: CERTIFICATES:  ' WS-CERTS-READ.
           DISPLAY 'CERTCHK: WARNINGS SENT: ' WS-WARNINGS-SENT.
           DISPLAY 'CERTCHK: LAPSED:        ' WS-LAPSED-COUNT.
           DISPLAY 'CERTCHK: PUT ON HOLD:   ' WS-HOLD-COUNT.
      *
           CLOSE SUPPCERT-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE SUPPHIST-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE CERT-REPORT.
      *
           MOVE WS-HOLD-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
