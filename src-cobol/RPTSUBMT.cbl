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
      * Report subscription maintenance. RPTSTORE captures the
      * night's prints and RPTVIEW shows them, but the buyers and
      * the finance team who want REORDPT, EXPEDITE or CRMAGING
      * every morning still had to ask operations for them. A
      * subscription names a stored report, the subscriber's
      * requester reference, how often (daily, weekly on a
      * weekday, monthly on a day), whether to send the report or
      * just a note that it is on RPTVIEW, and optionally a
      * supplier or category range that narrows the report to the
      * subscriber's own lines - see RPTSUBS.cpy. The RPTDIST
      * nightly job does the sending.
      *
      *   S=set     adds the subscription, or replaces it;
      *   D=delete  removes it;
      *   I=inquire shows it, with the business date last sent;
      *   H=history shows what RPTDIST sent the subscriber for a
      *             business date, from RPTDLOG.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              RPTSUBMT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    RPTSUBS copybook - the subscription record.
           COPY RPTSUBS.
      *
      *    RPTDLOG copybook - RPTDIST's distribution log.
           COPY RPTDLOG.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Names of the CICS files to use
       77  SUBS-FILE-NAME       PIC X(8) VALUE 'RPTSUBS'.
       77  DLOG-FILE-NAME       PIC X(8) VALUE 'RPTDLOG'.
      *
      *    The widest print line a filter can look into.
       77  PRINT-LINE-WIDTH     PIC 9(3) VALUE 132.
      *
       01  WS-STORAGE.
           03 SUBS-RESP         PIC 9(8) COMP VALUE ZERO.
           03 DLOG-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8) VALUE SPACES.
           03 WS-USERID         PIC X(8) VALUE SPACES.
           03 WS-FILTER-END     PIC 9(4) VALUE ZERO.
           03 WS-DATA-FLAG      PIC X(1) VALUE 'Y'.
              88 SUBSCRIPTION-OK   VALUE 'Y'.
              88 SUBSCRIPTION-BAD  VALUE 'N'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-SET          VALUE 'S'.
              88 CA-ACTION-DELETE       VALUE 'D'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
              88 CA-ACTION-HISTORY      VALUE 'H'.
           03 CA-REPORT-NAME         PIC X(8).
           03 CA-REQUESTER-REF       PIC X(12).
      *
      *    Input on a set; output on an inquiry.
           03 CA-FREQUENCY           PIC X(1).
           03 CA-FREQ-DAY            PIC 9(2) DISPLAY.
           03 CA-DELIVERY            PIC X(1).
           03 CA-FILTER-TYPE         PIC X(1).
           03 CA-FILTER-COLUMN       PIC 9(3) DISPLAY.
           03 CA-FILTER-WIDTH        PIC 9(2) DISPLAY.
           03 CA-FILTER-FROM         PIC X(12).
           03 CA-FILTER-TO           PIC X(12).
           03 CA-HEADING-LINES       PIC 9(2) DISPLAY.
      *
      *    Input on a history request: the business date asked
      *    about.
           03 CA-BUSINESS-DATE       PIC 9(8) DISPLAY.
      *
      *    Output on an inquiry: the business date last sent.
      *    Output on a history request: what was sent, and when.
           03 CA-LAST-SENT-DATE      PIC X(8).
           03 CA-SEND-TYPE           PIC X(1).
           03 CA-REPORT-LINES        PIC 9(6) DISPLAY.
           03 CA-LINES-SENT          PIC 9(6) DISPLAY.
           03 CA-SENT-DATE           PIC X(8).
           03 CA-SENT-TIME           PIC 9(6) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           IF CA-REPORT-NAME EQUAL SPACES
              OR CA-REQUESTER-REF EQUAL SPACES
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              EVALUATE TRUE
                 WHEN CA-ACTION-SET
                    PERFORM DO-SET-SUBSCRIPTION
                 WHEN CA-ACTION-DELETE
                    PERFORM DO-DELETE-SUBSCRIPTION
                 WHEN CA-ACTION-INQUIRE
                    PERFORM DO-INQUIRE-SUBSCRIPTION
                 WHEN CA-ACTION-HISTORY
                    PERFORM DO-INQUIRE-HISTORY
                 WHEN OTHER
                    SET RC-VALIDATION-ERROR TO TRUE
              END-EVALUATE
           END-IF.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Add the subscription, or replace an existing one for the
      *    same report and subscriber. A replacement keeps the date
      *    last sent, so changing a subscription never resends a
      *    date already distributed.
       DO-SET-SUBSCRIPTION.
      *
           PERFORM CHECK-SUBSCRIPTION.
           IF SUBSCRIPTION-BAD
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC
              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                        YYYYMMDD(WS-DATE8)
                        END-EXEC
              MOVE CA-REPORT-NAME TO RS-REPORT-NAME
              MOVE CA-REQUESTER-REF TO RS-REQUESTER-REF
              EXEC CICS READ FILE(SUBS-FILE-NAME)
                        INTO(REPORT-SUBSCRIPTION-RECORD)
                        RIDFLD(RS-KEY)
                        UPDATE
                        RESP(SUBS-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN SUBS-RESP EQUAL DFHRESP(NOTFND)
                    MOVE SPACES TO REPORT-SUBSCRIPTION-RECORD
                    MOVE CA-REPORT-NAME TO RS-REPORT-NAME
                    MOVE CA-REQUESTER-REF TO RS-REQUESTER-REF
                    PERFORM FILL-SUBSCRIPTION
                    EXEC CICS WRITE FILE(SUBS-FILE-NAME)
                              FROM(REPORT-SUBSCRIPTION-RECORD)
                              RIDFLD(RS-KEY)
                              RESP(SUBS-RESP)
                              END-EXEC
                    IF SUBS-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
                 WHEN SUBS-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    PERFORM FILL-SUBSCRIPTION
                    EXEC CICS REWRITE FILE(SUBS-FILE-NAME)
                              FROM(REPORT-SUBSCRIPTION-RECORD)
                              RESP(SUBS-RESP)
                              END-EXEC
                    IF SUBS-RESP NOT EQUAL DFHRESP(NORMAL)
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
              END-EVALUATE
           END-IF.
      *
       DO-SET-SUBSCRIPTION-EXIT.
           EXIT.
      *
      *    A frequency of D, W (weekday 1=Monday to 7=Sunday) or M
      *    (day 1 to 31); a delivery of R or L; and, with a filter,
      *    a column range inside the print line and a from/to range
      *    the right way round - a supplier range in digits.
       CHECK-SUBSCRIPTION.
      *
           SET SUBSCRIPTION-OK TO TRUE.
           EVALUATE CA-FREQUENCY
              WHEN 'D'
                 MOVE ZERO TO CA-FREQ-DAY
              WHEN 'W'
                 IF CA-FREQ-DAY NOT NUMERIC
                    OR CA-FREQ-DAY LESS THAN 1
                    OR CA-FREQ-DAY GREATER THAN 7
                    SET SUBSCRIPTION-BAD TO TRUE
                 END-IF
              WHEN 'M'
                 IF CA-FREQ-DAY NOT NUMERIC
                    OR CA-FREQ-DAY LESS THAN 1
                    OR CA-FREQ-DAY GREATER THAN 31
                    SET SUBSCRIPTION-BAD TO TRUE
                 END-IF
              WHEN OTHER
                 SET SUBSCRIPTION-BAD TO TRUE
           END-EVALUATE.
      *
           IF CA-DELIVERY NOT EQUAL 'R'
              AND CA-DELIVERY NOT EQUAL 'L'
              SET SUBSCRIPTION-BAD TO TRUE
           END-IF.
      *
           IF CA-HEADING-LINES NOT NUMERIC
              SET SUBSCRIPTION-BAD TO TRUE
           END-IF.
      *
           EVALUATE CA-FILTER-TYPE
              WHEN SPACE
                 MOVE ZERO TO CA-FILTER-COLUMN
                 MOVE ZERO TO CA-FILTER-WIDTH
                 MOVE SPACES TO CA-FILTER-FROM
                 MOVE SPACES TO CA-FILTER-TO
              WHEN 'S'
              WHEN 'C'
                 PERFORM CHECK-FILTER-RANGE
              WHEN OTHER
                 SET SUBSCRIPTION-BAD TO TRUE
           END-EVALUATE.
      *
       CHECK-SUBSCRIPTION-EXIT.
           EXIT.
      *
       CHECK-FILTER-RANGE.
      *
           IF CA-FILTER-COLUMN NOT NUMERIC
              OR CA-FILTER-WIDTH NOT NUMERIC
              SET SUBSCRIPTION-BAD TO TRUE
           ELSE
              COMPUTE WS-FILTER-END =
                      CA-FILTER-COLUMN + CA-FILTER-WIDTH - 1
              IF CA-FILTER-COLUMN LESS THAN 1
                 OR CA-FILTER-WIDTH LESS THAN 1
                 OR CA-FILTER-WIDTH GREATER THAN 12
                 OR WS-FILTER-END GREATER THAN PRINT-LINE-WIDTH
                 SET SUBSCRIPTION-BAD TO TRUE
              ELSE
                 IF CA-FILTER-FROM(1:CA-FILTER-WIDTH) GREATER THAN
                    CA-FILTER-TO(1:CA-FILTER-WIDTH)
                    SET SUBSCRIPTION-BAD TO TRUE
                 END-IF
                 IF CA-FILTER-TYPE EQUAL 'S'
                    AND (CA-FILTER-FROM(1:CA-FILTER-WIDTH)
                         NOT NUMERIC
                      OR CA-FILTER-TO(1:CA-FILTER-WIDTH)
                         NOT NUMERIC)
                    SET SUBSCRIPTION-BAD TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       CHECK-FILTER-RANGE-EXIT.
           EXIT.
      *
      *    Carry the commarea onto the record and stamp who set it.
       FILL-SUBSCRIPTION.
      *
           MOVE CA-FREQUENCY TO RS-FREQUENCY.
           MOVE CA-FREQ-DAY TO RS-FREQ-DAY.
           MOVE CA-DELIVERY TO RS-DELIVERY.
           MOVE CA-FILTER-TYPE TO RS-FILTER-TYPE.
           MOVE CA-FILTER-COLUMN TO RS-FILTER-COLUMN.
           MOVE CA-FILTER-WIDTH TO RS-FILTER-WIDTH.
           MOVE CA-FILTER-FROM TO RS-FILTER-FROM.
           MOVE CA-FILTER-TO TO RS-FILTER-TO.
           MOVE CA-HEADING-LINES TO RS-HEADING-LINES.
           MOVE WS-USERID TO RS-UPDATED-BY.
           MOVE WS-DATE8 TO RS-UPDATED-DATE.
      *
       FILL-SUBSCRIPTION-EXIT.
           EXIT.
      *
       DO-DELETE-SUBSCRIPTION.
      *
           MOVE CA-REPORT-NAME TO RS-REPORT-NAME.
           MOVE CA-REQUESTER-REF TO RS-REQUESTER-REF.
           EXEC CICS DELETE FILE(SUBS-FILE-NAME)
                     RIDFLD(RS-KEY)
                     RESP(SUBS-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN SUBS-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN SUBS-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
           END-EVALUATE.
      *
       DO-DELETE-SUBSCRIPTION-EXIT.
           EXIT.
      *
       DO-INQUIRE-SUBSCRIPTION.
      *
           MOVE CA-REPORT-NAME TO RS-REPORT-NAME.
           MOVE CA-REQUESTER-REF TO RS-REQUESTER-REF.
           EXEC CICS READ FILE(SUBS-FILE-NAME)
                     INTO(REPORT-SUBSCRIPTION-RECORD)
                     RIDFLD(RS-KEY)
                     RESP(SUBS-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN SUBS-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN SUBS-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE RS-FREQUENCY TO CA-FREQUENCY
                 MOVE RS-FREQ-DAY TO CA-FREQ-DAY
                 MOVE RS-DELIVERY TO CA-DELIVERY
                 MOVE RS-FILTER-TYPE TO CA-FILTER-TYPE
                 MOVE RS-FILTER-COLUMN TO CA-FILTER-COLUMN
                 MOVE RS-FILTER-WIDTH TO CA-FILTER-WIDTH
                 MOVE RS-FILTER-FROM TO CA-FILTER-FROM
                 MOVE RS-FILTER-TO TO CA-FILTER-TO
                 MOVE RS-HEADING-LINES TO CA-HEADING-LINES
                 MOVE RS-LAST-SENT-DATE TO CA-LAST-SENT-DATE
           END-EVALUATE.
      *
       DO-INQUIRE-SUBSCRIPTION-EXIT.
           EXIT.
      *
      *    What RPTDIST did for the subscriber's report on a
      *    business date - a send type of N means the report was
      *    due but never captured for that date.
       DO-INQUIRE-HISTORY.
      *
           IF CA-BUSINESS-DATE NOT NUMERIC
              OR CA-BUSINESS-DATE EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE CA-REQUESTER-REF TO DL-REQUESTER-REF
              MOVE CA-REPORT-NAME TO DL-REPORT-NAME
              MOVE CA-BUSINESS-DATE TO DL-BUSINESS-DATE
              EXEC CICS READ FILE(DLOG-FILE-NAME)
                        INTO(REPORT-DISTRIBUTION-LOG)
                        RIDFLD(DL-KEY)
                        RESP(DLOG-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN DLOG-RESP EQUAL DFHRESP(NOTFND)
                    SET RC-NOTFND TO TRUE
                 WHEN DLOG-RESP NOT EQUAL DFHRESP(NORMAL)
                    SET RC-FILE-ERROR TO TRUE
                 WHEN OTHER
                    MOVE DL-SEND-TYPE TO CA-SEND-TYPE
                    MOVE DL-REPORT-LINES TO CA-REPORT-LINES
                    MOVE DL-LINES-SENT TO CA-LINES-SENT
                    MOVE DL-SENT-DATE TO CA-SENT-DATE
                    MOVE DL-SENT-TIME TO CA-SENT-TIME
              END-EVALUATE
           END-IF.
      *
       DO-INQUIRE-HISTORY-EXIT.
           EXIT.
