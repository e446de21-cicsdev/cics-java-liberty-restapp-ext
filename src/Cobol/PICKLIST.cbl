      * consumes a picked reservation the same as an open one when
      * the picker's issue is keyed.
      *
      * Each run's list is numbered off the PLNUMCTL control record
      * and every printed line is written to the PICKLINE file
      * under that number, line by line in walk order, so the RF
      * gun's pick function can walk the picker through the same
      * lines and confirm what actually came off the shelf.
      *
      * A line whose part no longer has the stock to cover it is
      * still printed, with the first interchangeable part in its
      * INTRGRP group that does - in preference order, live, not
      * serial-controlled, with the unpromised stock - offered
      * underneath, the same choice INTRFIND makes online. No
      * equivalent is offered when the reservation's department
      * refuses substitutes on DEPTMAST.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      *                    notification to its requester reference
      *                    - the promise is about to be consumed,
      *                    and the NOTIFDSP dispatcher says so.
      *  15 Oct 2026  DEV  The list is numbered off the new PLNUMCTL
      *                    control record and each printed line is
      *                    written to the new PICKLINE file in walk
      *                    order, for confirmation on the RF gun.
      *                    The number heads the document and each
      *                    line carries its line number.
      *  15 Oct 2026  DEV  A line short of stock offers the first
      *                    INTRGRP interchangeable part with the
      *                    stock, unless the reservation's
      *                    department refuses substitutes.
      *
      *****************************************************************

                  ACCESS MODE IS RANDOM
                  RECORD KEY IS NT-KEY
                  FILE STATUS IS WS-NOTIFY-STATUS.
      *
      *    The list number, off the one-record control file, and
      *    the list's lines as the gun will walk them.
           SELECT PL-CONTROL-FILE ASSIGN TO PLNUMCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT PICKLINE-FILE ASSIGN TO PICKLINE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PK-KEY
                  FILE STATUS IS WS-PICKLINE-STATUS.
      *
           SELECT PICK-REPORT ASSIGN TO PICKLSTR
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
      *    The interchangeable-part groups - which group a short
      *    part is in, then its members browsed in preference
      *    order - and the department and part-control records
      *    that decide whether a member may be offered.
           SELECT INTRPART-FILE ASSIGN TO INTRPART
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IP-PART-ID
                  FILE STATUS IS WS-INTR-STATUS.
      *
           SELECT INTRGRP-FILE ASSIGN TO INTRGRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IG-KEY
                  FILE STATUS IS WS-INTR-STATUS.
      *
           SELECT DEPT-FILE ASSIGN TO DEPTMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DP-DEPT-CODE
                  FILE STATUS IS WS-DEPT-STATUS.
      *
           SELECT PARTCTRL-FILE ASSIGN TO PARTCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PART-ID
                  FILE STATUS IS WS-CTRL-STATUS.
      *
      *    Shared run-control file every nightly job registers
      *    its start and completion on - see RUNCTL/RUNCTLP.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           03   SR-LOT-NUMBER           PIC X(10).
           03   SR-REQUESTER-REF        PIC X(12).
           03   SR-DESCRIPTION          PIC X(40).
      *    The equivalent offered for a short line; zero for none.
           03   SR-SUBSTITUTE-ID        PIC 9(8).
           03   SR-SUBSTITUTE-AVAIL     PIC 9(8).
           03   SR-SUBSTITUTE-LOC       PIC X(10).
      *
       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY NOTIFY.
      *
       FD  PL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLCTLREC.
      *
       FD  PICKLINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PICKLINE.
      *
       FD  PICK-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS.
       01  REPORT-LINE                  PIC X(110).
      *
       FD  INTRPART-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTRPART.
      *
       FD  INTRGRP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTRGRP.
      *
       FD  DEPT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPTMAST.
      *
       FD  PARTCTRL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTRL.
      *
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           03 WS-NOTIFY-STATUS          PIC X(2) VALUE '00'.
              88  NOTIFY-STATUS-OK          VALUE '00'.
           03 WS-RUN-TIME               PIC 9(6) VALUE ZERO.
           03 WS-CONTROL-STATUS         PIC X(2) VALUE '00'.
              88  CONTROL-STATUS-OK         VALUE '00'.
           03 WS-CONTROL-EMPTY-FLAG     PIC X(1) VALUE 'N'.
              88  CONTROL-FILE-EMPTY        VALUE 'Y'.
           03 WS-PICKLINE-STATUS        PIC X(2) VALUE '00'.
              88  PICKLINE-STATUS-OK        VALUE '00'.
           03 WS-LIST-NUMBER            PIC 9(8) VALUE ZERO.
           03 WS-LINE-NUMBER            PIC 9(4) VALUE ZERO.
           03 WS-LINE-DROPPED           PIC 9(8) COMP VALUE ZERO.
           03 WS-INTR-STATUS            PIC X(2) VALUE '00'.
           03 WS-DEPT-STATUS            PIC X(2) VALUE '00'.
           03 WS-CTRL-STATUS            PIC X(2) VALUE '00'.
           03 WS-GROUP-EOF-FLAG         PIC X(1) VALUE 'N'.
              88  END-OF-GROUP              VALUE 'Y'.
           03 WS-SUBST-ALLOWED-FLAG     PIC X(1) VALUE 'Y'.
              88  SUBSTITUTES-ALLOWED       VALUE 'Y'.
           03 WS-SHORT-PART-ID          PIC 9(8) VALUE ZERO.
           03 WS-MEMBER-AVAIL           PIC S9(9) PACKED-DECIMAL
                                         VALUE ZERO.
           03 WS-OFFER-COUNT            PIC 9(8) COMP VALUE ZERO.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(12) VALUE
                '   LIST NO. '.
           03   RH-LIST-NUMBER          PIC Z(7)9.
           03   FILLER                  PIC X(54) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(6) VALUE 'LINE'.
           03   FILLER                  PIC X(12) VALUE 'LOCATION'.
           03   FILLER                  PIC X(10) VALUE 'PART ID'.
           03   FILLER                  PIC X(42) VALUE 'DESCRIPTION'.
           03   FILLER                  PIC X(12) VALUE 'LOT'.
           03   FILLER                  PIC X(12) VALUE 'QUANTITY'.
           03   FILLER                  PIC X(16) VALUE 'FOR'.
      *
      *    One line per reservation to pick, in walk order. The
      *    location prints only when it changes, so one shelf's
      *    picks read as a group.
       01  REPORT-DETAIL-LINE.
           03   RD-LINE-NUMBER          PIC Z(3)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-LOCATION             PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PART-ID              PIC Z(7)9.
           03   RD-QUANTITY             PIC Z(7)9.
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RD-REQUESTER-REF        PIC X(12).
           03   FILLER                  PIC X(4) VALUE SPACES.
      *
      *    Printed under a short line when an interchangeable part
      *    has the stock to cover it.
       01  REPORT-OFFER-LINE.
           03   FILLER                  PIC X(30) VALUE
                '      SHORT - EQUIVALENT PART '.
           03   RO-PART-ID              PIC Z(7)9.
           03   FILLER                  PIC X(11) VALUE
                ' AVAILABLE '.
           03   RO-AVAILABLE            PIC Z(7)9.
           03   FILLER                  PIC X(4) VALUE ' AT '.
           03   RO-LOCATION             PIC X(10).
           03   FILLER                  PIC X(39) VALUE SPACES.
      *
      *    Total line, printed once at the end of the run.
       01  REPORT-TOTAL-LINE.
           OPEN INPUT LOCBAL-FILE.
           OPEN I-O NOTIFY-FILE.
           OPEN OUTPUT PICK-REPORT.
           OPEN I-O PICKLINE-FILE.
           OPEN INPUT INTRPART-FILE.
           OPEN INPUT INTRGRP-FILE.
           OPEN INPUT DEPT-FILE.
           OPEN INPUT PARTCTRL-FILE.
           ACCEPT WS-RUN-TIME FROM TIME.
      *
           PERFORM READ-PL-CONTROL.
           COMPUTE WS-LIST-NUMBER = PLC-LAST-LIST-NUMBER + 1.
           MOVE WS-LIST-NUMBER TO RH-LIST-NUMBER.
      *
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    Read the last-assigned list number off the one-record
      *    control file. An empty control file starts numbering
      *    from one rather than failing the run.
       READ-PL-CONTROL.
      *
           OPEN I-O PL-CONTROL-FILE.
      *
           READ PL-CONTROL-FILE
                AT END
                   SET CONTROL-FILE-EMPTY TO TRUE
                   MOVE ZERO TO PLC-LAST-LIST-NUMBER
           END-READ.
      *
       READ-PL-CONTROL-EXIT.
           EXIT.
      *
      *    Pass every reservation; the open ones are resolved to a
      *    pick location, released to the sort, and marked picked.
       GATHER-RESERVATIONS.
                   MOVE SPACES TO DESCRIPTION OF STOCK-PART-REC
                   MOVE SPACES TO
                        WAREHOUSE-LOCATION OF STOCK-PART-REC
                   MOVE ZERO TO STOCK-QUANTITY OF STOCK-PART-REC
           END-READ.
      *
           PERFORM RESOLVE-PICK-LOCATION.
           MOVE WS-PICK-LOT TO SR-LOT-NUMBER.
           MOVE RSV-REQUESTER-REF TO SR-REQUESTER-REF.
           MOVE DESCRIPTION OF STOCK-PART-REC TO SR-DESCRIPTION.
      *
      *    Short of the stock to cover the line - look for an
      *    interchangeable part to offer the picker.
           MOVE ZERO TO SR-SUBSTITUTE-ID.
           MOVE ZERO TO SR-SUBSTITUTE-AVAIL.
           MOVE SPACES TO SR-SUBSTITUTE-LOC.
           IF STOCK-QUANTITY OF STOCK-PART-REC LESS THAN RSV-QUANTITY
              PERFORM FIND-EQUIVALENT-PART
           END-IF.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-PICK-COUNT.
      *
       RESOLVE-FROM-BALANCES-EXIT.
           EXIT.
      *
      *    The short part's INTRGRP group, walked in preference
      *    order for the first other member that is live, not
      *    serial-controlled, and has the unpromised stock to cover
      *    the whole line - unless the reservation's department
      *    refuses substitutes. The member is read into the part
      *    record, so this runs once the line's own fields are set.
       FIND-EQUIVALENT-PART.
      *
           SET SUBSTITUTES-ALLOWED TO TRUE.
           IF RSV-DEPARTMENT NOT EQUAL SPACES
              MOVE RSV-DEPARTMENT TO DP-DEPT-CODE
              READ DEPT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF DP-NO-SUBSTITUTES
                         MOVE 'N' TO WS-SUBST-ALLOWED-FLAG
                      END-IF
              END-READ
           END-IF.
      *
           MOVE RSV-PART-ID TO WS-SHORT-PART-ID.
           MOVE RSV-PART-ID TO IP-PART-ID.
           MOVE 'N' TO WS-GROUP-EOF-FLAG.
           IF SUBSTITUTES-ALLOWED
              READ INTRPART-FILE
                   INVALID KEY SET END-OF-GROUP TO TRUE
              END-READ
           ELSE
              SET END-OF-GROUP TO TRUE
           END-IF.
      *
           IF NOT END-OF-GROUP
              MOVE IP-GROUP-ID TO IG-GROUP-ID
              MOVE ZERO TO IG-PREFERENCE
              START INTRGRP-FILE KEY NOT LESS THAN IG-KEY
                    INVALID KEY SET END-OF-GROUP TO TRUE
              END-START
           END-IF.
           PERFORM UNTIL END-OF-GROUP
              READ INTRGRP-FILE NEXT
                   AT END SET END-OF-GROUP TO TRUE
              END-READ
              IF NOT END-OF-GROUP
                 IF IG-GROUP-ID NOT EQUAL IP-GROUP-ID
                    SET END-OF-GROUP TO TRUE
                 ELSE
                    IF IG-PART-ID NOT EQUAL WS-SHORT-PART-ID
                       PERFORM TEST-ONE-MEMBER
                       IF SR-SUBSTITUTE-ID GREATER THAN ZERO
                          SET END-OF-GROUP TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
           IF SR-SUBSTITUTE-ID GREATER THAN ZERO
              ADD 1 TO WS-OFFER-COUNT
           END-IF.
      *
       FIND-EQUIVALENT-PART-EXIT.
           EXIT.
      *
      *    One candidate member, tested as INTRFIND tests it.
       TEST-ONE-MEMBER.
      *
           MOVE IG-PART-ID TO PART-ID OF STOCK-PART-REC.
           READ SMPLXMPL-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF NOT PART-IS-DISCONTINUED OF STOCK-PART-REC
                      COMPUTE WS-MEMBER-AVAIL =
                              STOCK-QUANTITY OF STOCK-PART-REC -
                              RESERVED-QUANTITY OF STOCK-PART-REC
                      IF WS-MEMBER-AVAIL NOT LESS THAN RSV-QUANTITY
                         MOVE IG-PART-ID TO PC-PART-ID
                         READ PARTCTRL-FILE
                              INVALID KEY
                                 MOVE 'N' TO PC-SERIAL-FLAG
                         END-READ
                         IF NOT PC-SERIAL-CONTROLLED
                            MOVE IG-PART-ID TO SR-SUBSTITUTE-ID
                            MOVE WS-MEMBER-AVAIL
                                 TO SR-SUBSTITUTE-AVAIL
                            MOVE WAREHOUSE-LOCATION OF
                                 STOCK-PART-REC TO SR-SUBSTITUTE-LOC
                         END-IF
                      END-IF
                   END-IF
           END-READ.
      *
       TEST-ONE-MEMBER-EXIT.
           EXIT.
      *
      *    Print the sorted lines - one walk through the aisles,
      *    the location shown once per group of picks.
       PRINT-PICK-LIST.
       PRINT-PICK-LIST-EXIT.
           EXIT.
      *
      *    Format one pick line, and write it to the list's lines
      *    under its walk-order line number.
       PRINT-ONE-PICK.
      *
           ADD 1 TO WS-LINE-NUMBER.
           MOVE WS-LINE-NUMBER TO RD-LINE-NUMBER.
           IF SR-LOCATION EQUAL WS-LAST-LOCATION
              MOVE SPACES TO RD-LOCATION
           ELSE
           MOVE SR-QUANTITY TO RD-QUANTITY.
           MOVE SR-REQUESTER-REF TO RD-REQUESTER-REF.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
           IF SR-SUBSTITUTE-ID GREATER THAN ZERO
              MOVE SR-SUBSTITUTE-ID TO RO-PART-ID
              MOVE SR-SUBSTITUTE-AVAIL TO RO-AVAILABLE
              MOVE SR-SUBSTITUTE-LOC TO RO-LOCATION
              WRITE REPORT-LINE FROM REPORT-OFFER-LINE
           END-IF.
      *
           MOVE SPACES TO PICK-LINE-RECORD.
           MOVE WS-LIST-NUMBER TO PK-LIST-NUMBER.
           MOVE WS-LINE-NUMBER TO PK-LINE-NUMBER.
           MOVE SR-PART-ID TO PK-PART-ID.
           MOVE SR-SEQUENCE TO PK-RESERVATION-SEQ.
           MOVE SR-LOCATION TO PK-LOCATION.
           MOVE SR-LOT-NUMBER TO PK-LOT-NUMBER.
           MOVE SR-QUANTITY TO PK-PICK-QUANTITY.
           MOVE SR-REQUESTER-REF TO PK-REQUESTER-REF.
           SET PK-LINE-OPEN TO TRUE.
           MOVE WS-RUN-DATE TO PK-LIST-DATE.
           MOVE ZERO TO PK-PICKED-QUANTITY.
           WRITE PICK-LINE-RECORD
                 INVALID KEY ADD 1 TO WS-LINE-DROPPED
           END-WRITE.
      *
       PRINT-ONE-PICK-EXIT.
           EXIT.
           DISPLAY 'PICKLIST: RESERVATIONS PICKED:  ' WS-PICK-COUNT.
           DISPLAY 'PICKLIST: RESERVATIONS SKIPPED: '
                   WS-SKIPPED-COUNT.
           DISPLAY 'PICKLIST: LIST NUMBER:          '
                   WS-LIST-NUMBER.
           DISPLAY 'PICKLIST: EQUIVALENTS OFFERED:  '
                   WS-OFFER-COUNT.
           IF WS-LINE-DROPPED GREATER THAN ZERO
              DISPLAY 'PICKLIST: LINES ALREADY ON FILE: '
                      WS-LINE-DROPPED
           END-IF.
      *
      *    A run that printed nothing leaves the number unused for
      *    the next run. An empty control file has no record to
      *    REWRITE - reopen it OUTPUT and WRITE the first one, the
      *    same as PORDGEN does for PONUMCTL.
           IF WS-PICK-COUNT GREATER THAN ZERO
              IF CONTROL-FILE-EMPTY
                 CLOSE PL-CONTROL-FILE
                 OPEN OUTPUT PL-CONTROL-FILE
                 MOVE SPACES TO PL-CONTROL-RECORD
                 MOVE WS-LIST-NUMBER TO PLC-LAST-LIST-NUMBER
                 MOVE WS-RUN-DATE TO PLC-LAST-RUN-DATE
                 WRITE PL-CONTROL-RECORD
              ELSE
                 MOVE WS-LIST-NUMBER TO PLC-LAST-LIST-NUMBER
                 MOVE WS-RUN-DATE TO PLC-LAST-RUN-DATE
                 REWRITE PL-CONTROL-RECORD
              END-IF
           END-IF.
      *
           CLOSE RESERVN-FILE.
           CLOSE SMPLXMPL-FILE.
           CLOSE LOCBAL-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE PICK-REPORT.
           CLOSE PICKLINE-FILE.
           CLOSE PL-CONTROL-FILE.
           CLOSE INTRPART-FILE.
           CLOSE INTRGRP-FILE.
           CLOSE DEPT-FILE.
           CLOSE PARTCTRL-FILE.
      *
           MOVE WS-PICK-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
