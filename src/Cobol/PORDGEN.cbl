      *                    buyers re-price lines by hand against
      *                    the contract PDF. No tier on file
      *                    leaves the contract price standing.
      *  15 Oct 2026  DEV  Weigh each approved source's QUALRATE
      *                    quality rating into the choice - the
      *                    contract price is divided by the share
      *                    of good units, so a cheap source that
      *                    sends back one case in five stops
      *                    winning on price alone - skip any
      *                    source rated below the QUALFLR PARMFILE
      *                    floor, and print every choice with its
      *                    candidates and why each lost on the
      *                    SRCRPT buyer report.
      *  15 Oct 2026  DEV  A supplier with a lapsed mandatory
      *                    SUPPCERT certificate is no longer
      *                    ordered from, whatever its status,
      *                    until the renewal is keyed.
      *
      *****************************************************************

                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
      *    A supplier's certificates are browsed by supplier
      *    (START/READ NEXT) for a lapsed mandatory one.
           SELECT SUPPCERT-FILE ASSIGN TO SUPPCERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CE-KEY
                  FILE STATUS IS WS-CERT-STATUS.
      *
      *    The exchange-rate master is browsed by currency
      *    (START/READ NEXT) to find the latest rate on or before
      *    the run date, the same way STOKVAL converts.
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RN-KEY
                  FILE STATUS IS WS-RUNCTL-STATUS.
      *
      *    The buyers' source-selection print - one block per
      *    exception part showing every candidate and its fate.
           SELECT SOURCE-REPORT ASSIGN TO SRCRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  SUPPCERT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPCERT.
      *
       FD  EXCHRATE-FILE
           LABEL RECORDS ARE STANDARD.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.
      *
       FD  SOURCE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-LINE                  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           03 WS-XREF-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-XREF-RANGE         VALUE 'Y'.
           03 WS-SKIPPED-BLOCKED        PIC 9(8) COMP VALUE ZERO.
           03 WS-CERT-STATUS            PIC X(2) VALUE '00'.
              88  CERT-STATUS-OK            VALUE '00'.
           03 WS-CERT-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-CERT-RANGE         VALUE 'Y'.
           03 WS-CERT-LAPSED-FLAG       PIC X(1) VALUE 'N'.
              88  SUPPLIER-CERT-LAPSED      VALUE 'Y'.
           03 WS-PARM-STATUS            PIC X(2) VALUE '00'.
              88  PARM-STATUS-OK            VALUE '00'.
           03 WS-RATE-STATUS            PIC X(2) VALUE '00'.
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-EXR-INDEX              PIC 9(4) COMP VALUE ZERO.
           03 WS-EXR-SLOT               PIC 9(4) COMP VALUE ZERO.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
      *
      *    Quality weighing: the current entry's contract price
      *    divided by its share of good units, the best such
      *    figure seen so far, and the floor below which a rated
      *    source is skipped (QUALFLR, whole percent - zero means
      *    no floor).
           03 WS-EFFECTIVE-PRICE        PIC 9(7)V9(4)
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-CHOSEN-EFFECTIVE       PIC 9(7)V9(4)
                                        PACKED-DECIMAL VALUE ZERO.
           03 WS-QUALITY-FLOOR          PIC 9(3)V9 VALUE ZERO.
           03 WS-FLOOR-RAW              PIC 9(3) VALUE ZERO.
           03 WS-SKIPPED-FLOOR          PIC 9(8) COMP VALUE ZERO.
           03 WS-CAND-INDEX             PIC 9(4) COMP VALUE ZERO.
           03 WS-CAND-DROPPED           PIC 9(8) COMP VALUE ZERO.
      *
      *    Every cross-reference entry looked at for the current
      *    part, kept so the buyer print can say why each one won
      *    or lost once the choice is made.
       77  MAX-CANDIDATES               PIC 9(4) VALUE 20.
       01  WS-CANDIDATE-TABLE.
           03 WS-CAND-COUNT             PIC 9(4) COMP VALUE ZERO.
           03 WS-CAND-ENTRY OCCURS 20 TIMES.
              05 WS-CAND-SUPPLIER       PIC 9(8).
              05 WS-CAND-PRICE          PIC 99999V99
                                        PACKED-DECIMAL.
              05 WS-CAND-RATING         PIC 9(3)V9.
              05 WS-CAND-RATED-FLAG     PIC X(1).
                 88  CAND-RATED             VALUE 'R'.
              05 WS-CAND-EFFECTIVE      PIC 9(7)V9(4)
                                        PACKED-DECIMAL.
              05 WS-CAND-VERDICT        PIC X(1).
                 88  CAND-CONSIDERED        VALUE 'A'.
                 88  CAND-BELOW-FLOOR       VALUE 'F'.
                 88  CAND-NOT-ACTIVE        VALUE 'I'.
                 88  CAND-NOT-APPROVED      VALUE 'W'.
                 88  CAND-CERT-LAPSED       VALUE 'C'.
      *
      *    Source-selection print headings, printed once at the
      *    top of the run.
       01  SOURCE-HEADING-1.
           03   FILLER                  PIC X(38) VALUE
                'PORDGEN SOURCE SELECTION - RUN'.
           03   FILLER                  PIC X(1)  VALUE SPACE.
           03   SH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1)  VALUE '-'.
           03   SH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1)  VALUE '-'.
           03   SH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(31) VALUE SPACES.
      *
       01  SOURCE-HEADING-2.
           03   FILLER                  PIC X(22) VALUE
                'QUALITY FLOOR (PCT): '.
           03   SH-QUALITY-FLOOR        PIC ZZ9.9.
           03   FILLER                  PIC X(53) VALUE
                '  - RATED SOURCES BELOW IT ARE SKIPPED'.
      *
       01  SOURCE-HEADING-3.
           03   FILLER                  PIC X(14) VALUE
                '    SUPPLIER'.
           03   FILLER                  PIC X(10) VALUE 'PRICE'.
           03   FILLER                  PIC X(7)  VALUE 'RATING'.
           03   FILLER                  PIC X(14) VALUE
                'ADJ PRICE'.
           03   FILLER                  PIC X(35) VALUE 'RESULT'.
      *
      *    One line naming the exception part, then one line per
      *    candidate source beneath it.
       01  SOURCE-PART-LINE.
           03   FILLER                  PIC X(5)  VALUE 'PART '.
           03   SP-PART-ID              PIC 9(8).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   SP-DESCRIPTION          PIC X(40).
           03   FILLER                  PIC X(25) VALUE SPACES.
      *
       01  SOURCE-CANDIDATE-LINE.
           03   FILLER                  PIC X(4)  VALUE SPACES.
           03   SC-SUPPLIER             PIC 9(8).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   SC-PRICE                PIC ZZZZ9.99.
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   SC-RATING               PIC ZZ9.9.
           03   SC-RATING-X REDEFINES SC-RATING
                                        PIC X(5).
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   SC-EFFECTIVE            PIC Z(6)9.9999.
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   SC-RESULT               PIC X(35).
      *
       01  SOURCE-NOTE-LINE.
           03   FILLER                  PIC X(4)  VALUE SPACES.
           03   SN-SUPPLIER             PIC Z(7)9.
           03   FILLER                  PIC X(2)  VALUE SPACES.
           03   SN-NOTE                 PIC X(66).
      *
      *    Our home currency, and the rates already resolved this
      *    run - the same caching STOKVAL does.
           OPEN INPUT SUPPXREF-FILE.
           OPEN INPUT PRCTIER-FILE.
           OPEN INPUT SUPPMAST-FILE.
           OPEN INPUT SUPPCERT-FILE.
           OPEN INPUT EXCHRATE-FILE.
           OPEN INPUT PARMFILE-FILE.
           PERFORM GET-RUNTIME-PARMS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SOURCE-REPORT.
           PERFORM WRITE-SOURCE-HEADINGS.
      *
      *    Register this run - a business date already completed
      *    refuses to run again, so a double run can't double the
       SELECT-EXCEPTIONS-EXIT.
           EXIT.
      *
      *    Pick this part's source: the approved SUPPXREF entry
      *    whose SUPPMAST status is ACTIVE and whose quality-
      *    adjusted price is lowest wins (its contract price and
      *    lead time ride along); a source rated below the
      *    quality floor is skipped. A part with no cross-
      *    reference entries at all falls back to its own
      *    SUPPLIER field, unless that supplier is on file and not
      *    ACTIVE. WS-CHOSEN-SUPPLIER zero means nobody is usable.
      *    Either way the choice is printed for the buyers.
       CHOOSE-BEST-SUPPLIER.
      *
           MOVE ZERO TO WS-CHOSEN-SUPPLIER.
           MOVE ZERO TO WS-CHOSEN-PRICE.
           MOVE ZERO TO WS-CHOSEN-EFFECTIVE.
           MOVE ZERO TO WS-CHOSEN-LEAD.
           MOVE ZERO TO WS-CAND-COUNT.
           MOVE 'N' TO WS-XREF-SEEN-FLAG.
           MOVE 'N' TO WS-XREF-EOF-FLAG.
           MOVE 'N' TO WS-CERT-LAPSED-FLAG.
      *
           MOVE PART-ID OF STOCK-PART-REC TO XR-PART-ID.
           MOVE ZERO TO XR-SUPPLIER-ID.
                    SET XREF-ENTRIES-SEEN TO TRUE
                    IF XR-SOURCE-APPROVED
                       PERFORM CONSIDER-XREF-SOURCE
                    ELSE
                       PERFORM ADD-CANDIDATE
                       IF WS-CAND-INDEX GREATER THAN ZERO
                          SET CAND-NOT-APPROVED(WS-CAND-INDEX)
                              TO TRUE
                       END-IF
                    END-IF
                 ELSE
                    SET END-OF-XREF-RANGE TO TRUE
                           TO WS-CHOSEN-PRICE
                   NOT INVALID KEY
                      IF SM-STATUS-ACTIVE
                         PERFORM CHECK-SUPPLIER-CERTIFICATES
                         IF NOT SUPPLIER-CERT-LAPSED
                            MOVE SUPPLIER OF STOCK-PART-REC
                                 TO WS-CHOSEN-SUPPLIER
                            MOVE UNIT-PRICE OF STOCK-PART-REC
                                 TO WS-CHOSEN-PRICE
                         END-IF
                      END-IF
              END-READ
           END-IF.
      *
           PERFORM PRINT-SOURCE-CHOICE.
      *
       CHOOSE-BEST-SUPPLIER-EXIT.
           EXIT.
      *
      *    Keep this cross-reference entry when its supplier is
      *    ACTIVE on the master, its quality rating clears the
      *    floor, and its quality-adjusted price beats the best
      *    seen so far. The adjusted price is the contract price
      *    over the share of good units (98.0 rated -> price /
      *    0.98); an unrated source - no QUALRATE history - is
      *    weighed at its plain contract price and is never held
      *    to the floor.
       CONSIDER-XREF-SOURCE.
      *
           PERFORM ADD-CANDIDATE.
      *
           IF XR-RATED
              AND XR-QUALITY-RATING NUMERIC
              IF XR-QUALITY-RATING GREATER THAN ZERO
                 COMPUTE WS-EFFECTIVE-PRICE ROUNDED =
                         XR-CONTRACT-PRICE * 100 /
                         XR-QUALITY-RATING
              ELSE
                 MOVE 9999999.9999 TO WS-EFFECTIVE-PRICE
              END-IF
           ELSE
              MOVE XR-CONTRACT-PRICE TO WS-EFFECTIVE-PRICE
           END-IF.
           IF WS-CAND-INDEX GREATER THAN ZERO
              MOVE WS-EFFECTIVE-PRICE
                   TO WS-CAND-EFFECTIVE(WS-CAND-INDEX)
              SET CAND-NOT-ACTIVE(WS-CAND-INDEX) TO TRUE
           END-IF.
      *
           IF XR-RATED
              AND XR-QUALITY-RATING NUMERIC
              AND XR-QUALITY-RATING LESS THAN WS-QUALITY-FLOOR
              ADD 1 TO WS-SKIPPED-FLOOR
              IF WS-CAND-INDEX GREATER THAN ZERO
                 SET CAND-BELOW-FLOOR(WS-CAND-INDEX) TO TRUE
              END-IF
           ELSE
              MOVE XR-SUPPLIER-ID TO SM-SUPPLIER-ID
              READ SUPPMAST-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF SM-STATUS-ACTIVE
                         PERFORM CHECK-SUPPLIER-CERTIFICATES
                         IF SUPPLIER-CERT-LAPSED
                            IF WS-CAND-INDEX GREATER THAN ZERO
                               SET CAND-CERT-LAPSED(WS-CAND-INDEX)
                                   TO TRUE
                            END-IF
                         ELSE
                            PERFORM KEEP-IF-BETTER-SOURCE
                         END-IF
                      END-IF
              END-READ
           END-IF.
      *
       CONSIDER-XREF-SOURCE-EXIT.
           EXIT.
      *
      *    Does SM-SUPPLIER-ID hold a mandatory certificate that
      *    has lapsed (expired before today, or with no usable
      *    expiry date)? A supplier with no certificates on file
      *    needs none.
       CHECK-SUPPLIER-CERTIFICATES.
      *
           MOVE 'N' TO WS-CERT-LAPSED-FLAG.
           MOVE 'N' TO WS-CERT-EOF-FLAG.
           MOVE SM-SUPPLIER-ID TO CE-SUPPLIER-ID.
           MOVE LOW-VALUES TO CE-CERT-TYPE.
           START SUPPCERT-FILE KEY NOT LESS THAN CE-KEY
                 INVALID KEY SET END-OF-CERT-RANGE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-CERT-RANGE
              READ SUPPCERT-FILE NEXT
                   AT END SET END-OF-CERT-RANGE TO TRUE
              END-READ
              IF NOT END-OF-CERT-RANGE
                 IF CE-SUPPLIER-ID EQUAL SM-SUPPLIER-ID
                    IF CE-MANDATORY
                       AND (CE-EXPIRY-DATE NOT NUMERIC
                            OR CE-EXPIRY-DATE LESS THAN WS-RUN-DATE)
                       SET SUPPLIER-CERT-LAPSED TO TRUE
                    END-IF
                 ELSE
                    SET END-OF-CERT-RANGE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
       CHECK-SUPPLIER-CERTIFICATES-EXIT.
           EXIT.
      *
      *    An ACTIVE source that cleared the floor takes over as
      *    the choice when its quality-adjusted price beats the
      *    best seen so far.
       KEEP-IF-BETTER-SOURCE.
      *
           IF WS-CAND-INDEX GREATER THAN ZERO
              SET CAND-CONSIDERED(WS-CAND-INDEX) TO TRUE
           END-IF.
      *
           IF WS-CHOSEN-SUPPLIER EQUAL ZERO
              OR WS-EFFECTIVE-PRICE LESS THAN WS-CHOSEN-EFFECTIVE
              MOVE XR-SUPPLIER-ID TO WS-CHOSEN-SUPPLIER
              MOVE XR-CONTRACT-PRICE TO WS-CHOSEN-PRICE
              MOVE WS-EFFECTIVE-PRICE TO WS-CHOSEN-EFFECTIVE
              MOVE XR-LEAD-DAYS TO WS-CHOSEN-LEAD
           END-IF.
      *
       KEEP-IF-BETTER-SOURCE-EXIT.
           EXIT.
      *
      *    Note the current cross-reference entry in the candidate
      *    table for the buyer print. WS-CAND-INDEX comes back as
      *    its slot, or zero once the table is full - the choice
      *    itself is unaffected, only the print is short a line.
       ADD-CANDIDATE.
      *
           IF WS-CAND-COUNT LESS THAN MAX-CANDIDATES
              ADD 1 TO WS-CAND-COUNT
              MOVE WS-CAND-COUNT TO WS-CAND-INDEX
              MOVE XR-SUPPLIER-ID TO WS-CAND-SUPPLIER(WS-CAND-INDEX)
              MOVE XR-CONTRACT-PRICE
                   TO WS-CAND-PRICE(WS-CAND-INDEX)
              MOVE XR-CONTRACT-PRICE
                   TO WS-CAND-EFFECTIVE(WS-CAND-INDEX)
              MOVE SPACE TO WS-CAND-RATED-FLAG(WS-CAND-INDEX)
              MOVE ZERO TO WS-CAND-RATING(WS-CAND-INDEX)
              IF XR-RATED
                 AND XR-QUALITY-RATING NUMERIC
                 SET CAND-RATED(WS-CAND-INDEX) TO TRUE
                 MOVE XR-QUALITY-RATING
                      TO WS-CAND-RATING(WS-CAND-INDEX)
              END-IF
           ELSE
              MOVE ZERO TO WS-CAND-INDEX
              ADD 1 TO WS-CAND-DROPPED
           END-IF.
      *
       ADD-CANDIDATE-EXIT.
           EXIT.
      *
      *    Print the buyer's view of this part's choice: the part,
      *    then each candidate with its price, rating, adjusted
      *    price and whether it won or why it lost - or, with no
      *    cross-reference at all, what became of the part's own
      *    supplier.
       PRINT-SOURCE-CHOICE.
      *
           MOVE PART-ID OF STOCK-PART-REC TO SP-PART-ID.
           MOVE DESCRIPTION OF STOCK-PART-REC TO SP-DESCRIPTION.
           WRITE REPORT-LINE FROM SOURCE-PART-LINE.
      *
           PERFORM VARYING WS-CAND-INDEX FROM 1 BY 1
                     UNTIL WS-CAND-INDEX GREATER THAN WS-CAND-COUNT
              MOVE WS-CAND-SUPPLIER(WS-CAND-INDEX) TO SC-SUPPLIER
              MOVE WS-CAND-PRICE(WS-CAND-INDEX) TO SC-PRICE
              IF CAND-RATED(WS-CAND-INDEX)
                 MOVE WS-CAND-RATING(WS-CAND-INDEX) TO SC-RATING
              ELSE
                 MOVE ' NONE' TO SC-RATING-X
              END-IF
              MOVE WS-CAND-EFFECTIVE(WS-CAND-INDEX) TO SC-EFFECTIVE
              EVALUATE TRUE
                 WHEN CAND-CONSIDERED(WS-CAND-INDEX)
                      AND WS-CAND-SUPPLIER(WS-CAND-INDEX) EQUAL
                          WS-CHOSEN-SUPPLIER
                    MOVE 'CHOSEN' TO SC-RESULT
                 WHEN CAND-CONSIDERED(WS-CAND-INDEX)
                    MOVE 'HIGHER QUALITY-ADJUSTED PRICE'
                         TO SC-RESULT
                 WHEN CAND-BELOW-FLOOR(WS-CAND-INDEX)
                    MOVE 'SKIPPED - RATED BELOW FLOOR'
                         TO SC-RESULT
                 WHEN CAND-CERT-LAPSED(WS-CAND-INDEX)
                    MOVE 'SKIPPED - CERTIFICATE LAPSED'
                         TO SC-RESULT
                 WHEN CAND-NOT-ACTIVE(WS-CAND-INDEX)
                    MOVE 'SKIPPED - SUPPLIER NOT ACTIVE'
                         TO SC-RESULT
                 WHEN OTHER
                    MOVE 'SKIPPED - SOURCE NOT APPROVED'
                         TO SC-RESULT
              END-EVALUATE
              WRITE REPORT-LINE FROM SOURCE-CANDIDATE-LINE
           END-PERFORM.
      *
           MOVE SPACES TO SN-NOTE.
           IF NOT XREF-ENTRIES-SEEN
              MOVE SUPPLIER OF STOCK-PART-REC TO SN-SUPPLIER
              IF WS-CHOSEN-SUPPLIER GREATER THAN ZERO
                 MOVE 'NO SOURCES ON FILE - PART SUPPLIER USED'
                      TO SN-NOTE
              ELSE
                 MOVE 'NO SOURCES ON FILE - PART SUPPLIER NOT ACTIVE'
                      TO SN-NOTE
              END-IF
              IF SUPPLIER-CERT-LAPSED
                 MOVE 'NO SOURCES ON FILE - PART SUPPLIER CERT LAPSED'
                      TO SN-NOTE
              END-IF
              WRITE REPORT-LINE FROM SOURCE-NOTE-LINE
           END-IF.
           IF XREF-ENTRIES-SEEN
              AND WS-CHOSEN-SUPPLIER EQUAL ZERO
              MOVE ZERO TO SN-SUPPLIER
              MOVE 'NO USABLE SOURCE - PART SKIPPED' TO SN-NOTE
              WRITE REPORT-LINE FROM SOURCE-NOTE-LINE
           END-IF.
      *
       PRINT-SOURCE-CHOICE-EXIT.
           EXIT.
      *
      *    Print the run-date and quality-floor headings on the
      *    source-selection report.
       WRITE-SOURCE-HEADINGS.
      *
           MOVE WS-RUN-DATE(1:4) TO SH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO SH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO SH-RUN-DD.
           MOVE WS-QUALITY-FLOOR TO SH-QUALITY-FLOOR.
           WRITE REPORT-LINE FROM SOURCE-HEADING-1.
           WRITE REPORT-LINE FROM SOURCE-HEADING-2.
           WRITE REPORT-LINE FROM SOURCE-HEADING-3.
      *
       WRITE-SOURCE-HEADINGS-EXIT.
           EXIT.
      *
      *    Resolve the part's currency to a home-currency rate -
      *    one for the home currency (or none at all), the cached
      *    rate when this currency was seen before, otherwise the
              DISPLAY 'PORDGEN: PARTS WITH NO USABLE SUPPLIER: '
                      WS-SKIPPED-BLOCKED
           END-IF.
           IF WS-SKIPPED-FLOOR GREATER THAN ZERO
              DISPLAY 'PORDGEN: SOURCES BELOW QUALITY FLOOR:  '
                      WS-SKIPPED-FLOOR
           END-IF.
           IF WS-CAND-DROPPED GREATER THAN ZERO
              DISPLAY 'PORDGEN: CANDIDATES NOT PRINTED:       '
                      WS-CAND-DROPPED
           END-IF.
      *
           CLOSE PURCHASE-ORDER-FILE.
           CLOSE PO-CONTROL-FILE.
           CLOSE SUPPXREF-FILE.
           CLOSE PRCTIER-FILE.
           CLOSE SUPPMAST-FILE.
           CLOSE SUPPCERT-FILE.
           CLOSE EXCHRATE-FILE.
           CLOSE PARMFILE-FILE.
           CLOSE SOURCE-REPORT.
      *
       FINALIZE-RUN-EXIT.
           EXIT.
                              WS-MULT-RAW / 10
                   END-IF
           END-READ.
      *
      *    The quality floor, whole percent (080 = 80.0). No entry
      *    means no floor - every rated source stays eligible.
           MOVE 'QUALFLR' TO PM-PARM-KEY.
           READ PARMFILE-FILE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PM-PARM-VALUE(1:3) NUMERIC
                      MOVE PM-PARM-VALUE(1:3) TO WS-FLOOR-RAW
                      MOVE WS-FLOOR-RAW TO WS-QUALITY-FLOOR
                   END-IF
           END-READ.
      *
       GET-RUNTIME-PARMS-EXIT.
           EXIT.
