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
      * Denied-party screening of the supplier master. We may never
      * pay a supplier on a government denied-party list, and
      * nobody was checking. This job takes the latest list file
      * (DENYLIST copybook) and:
      *   - reloads the DENYPTY screening file from it, every entry
      *     under its normalized name and, where the list gives
      *     one, its normalized street address and city - the file
      *     SUPPMENU screens a single supplier against online;
      *   - files any clearances compliance has sent on the DPCLRIN
      *     cards (supplier, list entry, who cleared it) onto
      *     DPCLEAR, so a false match stays cleared;
      *   - screens every SUPPMAST supplier's name and address
      *     against the list. Names match exactly or normalized -
      *     case, punctuation and common suffixes such as INC and
      *     LTD ignored, by the shared DPNORMP rule - and an address
      *     matches on street and city normalized the same way.
      * A supplier with an uncleared hit that is not already on
      * HOLD or BLOCKED is put on HOLD, with a SUPPHIST entry giving
      * SCREENING as the reason, and a critical alert goes onto the
      * ALERTOUT feed for ALRTROUT. Every uncleared hit prints on
      * the DPSCRNR match report for compliance to clear or
      * confirm. An empty list file leaves the screening file as
      * it was rather than screening against nothing.
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
       PROGRAM-ID.              DPSCREEN.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DENYLIST-FILE ASSIGN TO DENYLIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LIST-STATUS.
      *
           SELECT DENYPTY-FILE ASSIGN TO DENYPTY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DX-KEY
                  FILE STATUS IS WS-DENY-STATUS.
      *
           SELECT CLEARANCE-CARD-FILE ASSIGN TO DPCLRIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT DPCLEAR-FILE ASSIGN TO DPCLEAR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DC-KEY
                  FILE STATUS IS WS-CLEAR-STATUS.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
      *    SUPPHIST is a VSAM ESDS - entries are appended in write
      *    order, so it is opened EXTEND here.
           SELECT SUPPHIST-FILE ASSIGN TO SUPPHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
      *
      *    Batch alerts append to the ALERTOUT dataset, which
      *    operations merges into the ALRTROUT router's feed.
           SELECT ALERT-OUT-FILE ASSIGN TO ALERTOUT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ALERT-STATUS.
      *
           SELECT MATCH-REPORT ASSIGN TO DPSCRNR
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
       FD  DENYLIST-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS.
           COPY DENYLIST.
      *
       FD  DENYPTY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DENYPTY.
      *
      *    One clearance per card: the supplier, the list entry it
      *    was wrongly matched to, and who in compliance cleared it.
       FD  CLEARANCE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 26 CHARACTERS.
       01  CLEARANCE-CARD.
           03   CC-SUPPLIER-ID          PIC X(8).
           03   CC-ENTRY-ID             PIC X(10).
           03   CC-CLEARED-BY           PIC X(8).
      *
       FD  DPCLEAR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DPCLEAR.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  SUPPHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPHIST.
      *
       FD  ALERT-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 49 CHARACTERS.
       01  ALERT-OUT-RECORD             PIC X(49).
      *
       FD  MATCH-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
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
      *    Shared name normalization work fields - see DPNORMW/
      *    DPNORMP.
           COPY DPNORMW.
      *
      *    ALERTREC copybook - the alert raised for each supplier
      *    put on hold.
           COPY ALERTREC.
      *
       01  WS-STORAGE.
           03 WS-LIST-STATUS            PIC X(2) VALUE '00'.
              88  LIST-STATUS-OK            VALUE '00'.
           03 WS-DENY-STATUS            PIC X(2) VALUE '00'.
              88  DENY-STATUS-OK            VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
              88  CARD-FILE-MISSING         VALUE '35'.
           03 WS-CLEAR-STATUS           PIC X(2) VALUE '00'.
              88  CLEAR-STATUS-OK           VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-HIST-STATUS            PIC X(2) VALUE '00'.
              88  HIST-STATUS-OK            VALUE '00'.
           03 WS-ALERT-STATUS           PIC X(2) VALUE '00'.
              88  ALERT-STATUS-OK           VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-LIST-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-LIST-FILE          VALUE 'Y'.
           03 WS-CARD-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-CARD-FILE          VALUE 'Y'.
           03 WS-SUPP-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SUPP-FILE          VALUE 'Y'.
           03 WS-SCAN-END-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-MATCHES            VALUE 'Y'.
           03 WS-HIT-FLAG               PIC X(1) VALUE 'N'.
              88  SUPPLIER-IS-HIT           VALUE 'Y'.
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
      *
      *    The key being scanned for on DENYPTY, and the action a
      *    hit on the current supplier prints with.
           03 WS-SEARCH-KEY             PIC X(61) VALUE SPACES.
           03 WS-HIT-ACTION             PIC X(12) VALUE SPACES.
           03 WS-OLD-STATUS             PIC X(8) VALUE SPACES.
      *
           03 WS-LIST-ENTRIES           PIC 9(8) COMP VALUE ZERO.
           03 WS-KEYS-LOADED            PIC 9(8) COMP VALUE ZERO.
           03 WS-CLEARANCES-FILED       PIC 9(8) COMP VALUE ZERO.
           03 WS-CARDS-REJECTED         PIC 9(8) COMP VALUE ZERO.
           03 WS-SUPPLIERS-SCREENED     PIC 9(8) COMP VALUE ZERO.
           03 WS-HIT-COUNT              PIC 9(8) COMP VALUE ZERO.
           03 WS-CLEARED-HITS           PIC 9(8) COMP VALUE ZERO.
           03 WS-HOLD-COUNT             PIC 9(8) COMP VALUE ZERO.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(44) VALUE
                'DENIED-PARTY SCREENING MATCHES - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(78) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SUPPLIER'.
           03   FILLER                  PIC X(42) VALUE
                'SUPPLIER NAME'.
           03   FILLER                  PIC X(12) VALUE 'MATCH'.
           03   FILLER                  PIC X(12) VALUE 'LIST ENTRY'.
           03   FILLER                  PIC X(6) VALUE 'LIST'.
           03   FILLER                  PIC X(38) VALUE
                'LISTED PARTY'.
           03   FILLER                  PIC X(12) VALUE 'ACTION'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-SUPPLIER-NAME        PIC X(40).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-MATCH-TYPE           PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ENTRY-ID             PIC X(10).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-LIST-CODE            PIC X(4).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-PARTY-NAME           PIC X(36).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ACTION               PIC X(12).
      *
       01  REPORT-TEXT-LINE.
           03   RT-TEXT                 PIC X(60).
           03   RT-COUNT                PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-DENIED-PARTY-LIST.
           PERFORM FILE-CLEARANCES.
      *
           PERFORM UNTIL END-OF-SUPP-FILE
              READ SUPPMAST-FILE NEXT
                   AT END SET END-OF-SUPP-FILE TO TRUE
              END-READ
              IF NOT END-OF-SUPP-FILE
                 PERFORM SCREEN-ONE-SUPPLIER
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
      *
           MOVE 'DPSCREEN' TO WS-RC-JOB-NAME.
           PERFORM REGISTER-RUN-START.
      *
           OPEN INPUT DENYLIST-FILE.
           OPEN I-O DPCLEAR-FILE.
           OPEN I-O SUPPMAST-FILE.
           OPEN EXTEND SUPPHIST-FILE.
           OPEN EXTEND ALERT-OUT-FILE.
           OPEN OUTPUT MATCH-REPORT.
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
      *    Reload DENYPTY from the new list. The first entry is read
      *    before the file is emptied - an empty list file keeps the
      *    list already loaded.
       LOAD-DENIED-PARTY-LIST.
      *
           READ DENYLIST-FILE
                AT END SET END-OF-LIST-FILE TO TRUE
           END-READ.
      *
           IF END-OF-LIST-FILE
              DISPLAY 'DPSCREEN: DENIED-PARTY LIST FILE EMPTY - '
                      'SCREENING AGAINST THE LIST ALREADY LOADED'
           ELSE
              OPEN OUTPUT DENYPTY-FILE
              PERFORM UNTIL END-OF-LIST-FILE
                 PERFORM LOAD-ONE-LIST-ENTRY
                 READ DENYLIST-FILE
                      AT END SET END-OF-LIST-FILE TO TRUE
                 END-READ
              END-PERFORM
              CLOSE DENYPTY-FILE
           END-IF.
      *
           OPEN INPUT DENYPTY-FILE.
      *
       LOAD-DENIED-PARTY-LIST-EXIT.
           EXIT.
      *
      *    One list entry - filed under its normalized name, and
      *    again under its normalized address when it has one. An
      *    entry the list repeats is filed once.
       LOAD-ONE-LIST-ENTRY.
      *
           ADD 1 TO WS-LIST-ENTRIES.
           MOVE SPACES TO DENIED-PARTY-RECORD.
           MOVE DL-ENTRY-ID TO DX-ENTRY-ID.
           MOVE DL-LIST-CODE TO DX-LIST-CODE.
           MOVE DL-PARTY-NAME TO DX-PARTY-NAME.
           MOVE DL-COUNTRY-CODE TO DX-COUNTRY-CODE.
           MOVE WS-RUN-DATE TO DX-LOAD-DATE.
      *
           MOVE DL-PARTY-NAME TO WS-DN-INPUT.
           PERFORM NORMALIZE-PARTY-NAME.
           IF WS-DN-OUTPUT NOT EQUAL SPACES
              SET DX-NAME-MATCH TO TRUE
              MOVE WS-DN-OUTPUT TO DX-MATCH-TEXT
              WRITE DENIED-PARTY-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-KEYS-LOADED
              END-WRITE
           END-IF.
      *
           IF DL-ADDRESS-LINE NOT EQUAL SPACES
              MOVE SPACES TO WS-DN-INPUT
              STRING DL-ADDRESS-LINE DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     DL-ADDRESS-CITY DELIMITED BY '  '
                     INTO WS-DN-INPUT
              END-STRING
              PERFORM NORMALIZE-PARTY-NAME
              SET DX-ADDRESS-MATCH TO TRUE
              MOVE WS-DN-OUTPUT TO DX-MATCH-TEXT
              WRITE DENIED-PARTY-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-KEYS-LOADED
              END-WRITE
           END-IF.
      *
       LOAD-ONE-LIST-ENTRY-EXIT.
           EXIT.
      *
      *    File compliance's clearances before screening, so a hit
      *    cleared today is not held tonight. No card file means
      *    nothing was cleared.
       FILE-CLEARANCES.
      *
           OPEN INPUT CLEARANCE-CARD-FILE.
           IF NOT CARD-FILE-MISSING
              PERFORM UNTIL END-OF-CARD-FILE
                 READ CLEARANCE-CARD-FILE
                      AT END SET END-OF-CARD-FILE TO TRUE
                 END-READ
                 IF NOT END-OF-CARD-FILE
                    PERFORM FILE-ONE-CLEARANCE
                 END-IF
              END-PERFORM
              CLOSE CLEARANCE-CARD-FILE
           END-IF.
      *
       FILE-CLEARANCES-EXIT.
           EXIT.
      *
       FILE-ONE-CLEARANCE.
      *
           IF CC-SUPPLIER-ID NOT NUMERIC
              OR CC-ENTRY-ID EQUAL SPACES
              OR CC-CLEARED-BY EQUAL SPACES
              ADD 1 TO WS-CARDS-REJECTED
              DISPLAY 'DPSCREEN: CLEARANCE CARD REJECTED: '
                      CLEARANCE-CARD
           ELSE
              MOVE SPACES TO DENIED-PARTY-CLEARANCE
              MOVE CC-SUPPLIER-ID TO DC-SUPPLIER-ID
              MOVE CC-ENTRY-ID TO DC-ENTRY-ID
              MOVE CC-CLEARED-BY TO DC-CLEARED-BY
              MOVE WS-RUN-DATE TO DC-CLEARED-DATE
              WRITE DENIED-PARTY-CLEARANCE
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-CLEARANCES-FILED
              END-WRITE
           END-IF.
      *
       FILE-ONE-CLEARANCE-EXIT.
           EXIT.
      *
      *    Screen one supplier's name, then its address. What a hit
      *    does depends on where the supplier already stands.
       SCREEN-ONE-SUPPLIER.
      *
           ADD 1 TO WS-SUPPLIERS-SCREENED.
           MOVE 'N' TO WS-HIT-FLAG.
           EVALUATE TRUE
              WHEN SM-STATUS-HOLD
                 MOVE 'ALREADY HOLD' TO WS-HIT-ACTION
              WHEN SM-STATUS-BLOCKED
                 MOVE 'BLOCKED' TO WS-HIT-ACTION
              WHEN OTHER
                 MOVE 'PUT ON HOLD' TO WS-HIT-ACTION
           END-EVALUATE.
      *
           MOVE SM-SUPPLIER-NAME TO WS-DN-INPUT.
           PERFORM NORMALIZE-PARTY-NAME.
           IF WS-DN-OUTPUT NOT EQUAL SPACES
              SET DX-NAME-MATCH TO TRUE
              MOVE WS-DN-OUTPUT TO DX-MATCH-TEXT
              PERFORM SCAN-LIST-MATCHES
           END-IF.
      *
           IF SM-ADDRESS-LINE1 NOT EQUAL SPACES
              MOVE SPACES TO WS-DN-INPUT
              STRING SM-ADDRESS-LINE1 DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     SM-ADDRESS-CITY DELIMITED BY '  '
                     INTO WS-DN-INPUT
              END-STRING
              PERFORM NORMALIZE-PARTY-NAME
              SET DX-ADDRESS-MATCH TO TRUE
              MOVE WS-DN-OUTPUT TO DX-MATCH-TEXT
              PERFORM SCAN-LIST-MATCHES
           END-IF.
      *
           IF SUPPLIER-IS-HIT
              AND NOT SM-STATUS-HOLD
              AND NOT SM-STATUS-BLOCKED
              PERFORM HOLD-SCREENED-SUPPLIER
           END-IF.
      *
       SCREEN-ONE-SUPPLIER-EXIT.
           EXIT.
      *
      *    Every list entry filed under the key built in DX-MATCH-KEY.
       SCAN-LIST-MATCHES.
      *
           MOVE DX-MATCH-KEY TO WS-SEARCH-KEY.
           MOVE LOW-VALUES TO DX-ENTRY-ID.
           MOVE 'N' TO WS-SCAN-END-FLAG.
           START DENYPTY-FILE KEY NOT LESS THAN DX-KEY
                 INVALID KEY SET END-OF-MATCHES TO TRUE
           END-START.
           PERFORM UNTIL END-OF-MATCHES
              READ DENYPTY-FILE NEXT
                   AT END SET END-OF-MATCHES TO TRUE
              END-READ
              IF NOT END-OF-MATCHES
                 IF DX-MATCH-KEY NOT EQUAL WS-SEARCH-KEY
                    SET END-OF-MATCHES TO TRUE
                 ELSE
                    PERFORM REPORT-ONE-MATCH
                 END-IF
              END-IF
           END-PERFORM.
      *
       SCAN-LIST-MATCHES-EXIT.
           EXIT.
      *
      *    A match compliance has already cleared is counted and
      *    passed over; anything else is a hit.
       REPORT-ONE-MATCH.
      *
           MOVE SM-SUPPLIER-ID TO DC-SUPPLIER-ID.
           MOVE DX-ENTRY-ID TO DC-ENTRY-ID.
           READ DPCLEAR-FILE
                INVALID KEY
                   SET SUPPLIER-IS-HIT TO TRUE
                NOT INVALID KEY
                   ADD 1 TO WS-CLEARED-HITS
           END-READ.
      *
           IF WS-CLEAR-STATUS NOT EQUAL '00'
              ADD 1 TO WS-HIT-COUNT
              MOVE SM-SUPPLIER-ID TO RD-SUPPLIER
              MOVE SM-SUPPLIER-NAME TO RD-SUPPLIER-NAME
              EVALUATE TRUE
                 WHEN DX-ADDRESS-MATCH
                    MOVE 'ADDRESS' TO RD-MATCH-TYPE
                 WHEN SM-SUPPLIER-NAME EQUAL DX-PARTY-NAME
                    MOVE 'EXACT' TO RD-MATCH-TYPE
                 WHEN OTHER
                    MOVE 'NORMALIZED' TO RD-MATCH-TYPE
              END-EVALUATE
              MOVE DX-ENTRY-ID TO RD-ENTRY-ID
              MOVE DX-LIST-CODE TO RD-LIST-CODE
              MOVE DX-PARTY-NAME TO RD-PARTY-NAME
              MOVE WS-HIT-ACTION TO RD-ACTION
              WRITE REPORT-LINE FROM REPORT-DETAIL-LINE
           END-IF.
      *
       REPORT-ONE-MATCH-EXIT.
           EXIT.
      *
      *    Put the supplier on HOLD, leave the change on its
      *    SUPPHIST trail with screening as the reason, and raise
      *    the alert.
       HOLD-SCREENED-SUPPLIER.
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
           MOVE 'DPSCREEN' TO SH-CICS-USERID.
           MOVE WS-RUN-DATE TO SH-CHANGE-DATE.
           MOVE WS-RUN-TIME(1:6) TO SH-CHANGE-TIME.
           MOVE ZERO TO SH-CHANGE-TASK.
           MOVE 'SCREENING' TO SH-CHANGE-REASON.
           WRITE SUPPHIST.
      *
           SET AM-SEV-CRITICAL TO TRUE.
           MOVE 'DPSCREEN' TO AM-SOURCE.
           MOVE SPACES TO AM-ALERT-TEXT.
           STRING 'DENIED-PARTY HOLD ON SUPPLIER '
                  DELIMITED BY SIZE
                  SM-SUPPLIER-ID DELIMITED BY SIZE
                  INTO AM-ALERT-TEXT
           END-STRING.
           WRITE ALERT-OUT-RECORD FROM ALERT-MESSAGE.
      *
       HOLD-SCREENED-SUPPLIER-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
           MOVE 'LIST ENTRIES LOADED:' TO RT-TEXT.
           MOVE WS-LIST-ENTRIES TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'SUPPLIERS SCREENED:' TO RT-TEXT.
           MOVE WS-SUPPLIERS-SCREENED TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'HITS TO CLEAR OR CONFIRM:' TO RT-TEXT.
           MOVE WS-HIT-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'SUPPLIERS PUT ON HOLD:' TO RT-TEXT.
           MOVE WS-HOLD-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'MATCHES ALREADY CLEARED:' TO RT-TEXT.
           MOVE WS-CLEARED-HITS TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
           MOVE 'CLEARANCES FILED THIS RUN:' TO RT-TEXT.
           MOVE WS-CLEARANCES-FILED TO RT-COUNT.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
      *
           DISPLAY 'DPSCREEN: LIST ENTRIES:      ' WS-LIST-ENTRIES.
           DISPLAY 'DPSCREEN: SCREENING KEYS:    ' WS-KEYS-LOADED.
           DISPLAY 'DPSCREEN: SUPPLIERS:         '
                   WS-SUPPLIERS-SCREENED.
           DISPLAY 'DPSCREEN: HITS:              ' WS-HIT-COUNT.
           DISPLAY 'DPSCREEN: PUT ON HOLD:       ' WS-HOLD-COUNT.
           DISPLAY 'DPSCREEN: CLEARANCES FILED:  '
                   WS-CLEARANCES-FILED.
           DISPLAY 'DPSCREEN: CARDS REJECTED:    '
                   WS-CARDS-REJECTED.
      *
           CLOSE DENYLIST-FILE.
           CLOSE DENYPTY-FILE.
           CLOSE DPCLEAR-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE SUPPHIST-FILE.
           CLOSE ALERT-OUT-FILE.
           CLOSE MATCH-REPORT.
      *
           MOVE WS-HOLD-COUNT TO WS-RC-COUNT.
           PERFORM REGISTER-RUN-END.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
      *
      *    Shared name normalization paragraphs - see DPNORMP.cpy.
           COPY DPNORMP.
      *
      *    Shared run-control paragraphs - see RUNCTLP.cpy.
           COPY RUNCTLP.
