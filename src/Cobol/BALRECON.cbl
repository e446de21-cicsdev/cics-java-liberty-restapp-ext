      * and when an abend or a manual fix puts one out of step,
      * the wrong number lives on forever. This nightly run
      * recomputes each mirror from its source file and reports
      * every discrepancy with both values. Stock shipped between
      * sites and not yet received (XFERTRN in transit) has left
      * one LOCBAL balance without reaching another, so it counts
      * on the LOCBAL side of the check until it lands.
      *
      * A one-record BALRECIN control card saying REPAIR turns on
      * repair mode: the part's RESERVED-QUANTITY and ON-ORDER-
      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Count in-transit XFERTRN quantities with
      *                    the location balances, so a transfer on
      *                    the van is neither reported nor plugged
      *                    as LOCBAL drift.
      *
      *****************************************************************

                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LT-KEY
                  FILE STATUS IS WS-LOT-STATUS.
      *
      *    One pass over the in-transit transfers, like PURCHORD.
           SELECT XFERTRN-FILE ASSIGN TO XFERTRN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS XT-TRANSFER-NUMBER
                  FILE STATUS IS WS-XFER-STATUS.
      *
           SELECT CONTROL-CARD-FILE ASSIGN TO BALRECIN
                  ORGANIZATION IS LINE SEQUENTIAL
       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKLOT.
      *
       FD  XFERTRN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XFERTRN.
      *
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD
              88  LOC-STATUS-OK             VALUE '00'.
           03 WS-LOT-STATUS             PIC X(2) VALUE '00'.
              88  LOT-STATUS-OK             VALUE '00'.
           03 WS-XFER-STATUS            PIC X(2) VALUE '00'.
              88  XFER-STATUS-OK            VALUE '00'.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  END-OF-STOCK-FILE         VALUE 'Y'.
           03 WS-PO-EOF-FLAG            PIC X(1) VALUE 'N'.
              88  END-OF-PO-FILE            VALUE 'Y'.
           03 WS-XFER-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-XFER-FILE          VALUE 'Y'.
           03 WS-RESV-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-RESV-RANGE         VALUE 'Y'.
           03 WS-LOC-EOF-FLAG           PIC X(1) VALUE 'N'.
           03 WS-OO-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-OO-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-OO-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-IT-INDEX               PIC 9(4) COMP VALUE ZERO.
           03 WS-IT-SLOT                PIC 9(4) COMP VALUE ZERO.
           03 WS-IT-DROPPED             PIC 9(8) COMP VALUE ZERO.
           03 WS-DISCREPANCY-COUNT      PIC 9(8) COMP VALUE ZERO.
           03 WS-REPAIRED-COUNT         PIC 9(8) COMP VALUE ZERO.
           03 WS-PART-DIRTY-FLAG        PIC X(1) VALUE 'N'.
              05 WS-OO-PART-ID          PIC 9(8).
              05 WS-OO-UNITS            PIC S9(9) PACKED-DECIMAL.
      *
      *    In-transit units per part off XFERTRN - same shape.
       77  MAX-TRANSIT-PARTS            PIC 9(4) VALUE 1000.
       01  WS-TRANSIT-TABLE.
           03 WS-IT-COUNT               PIC 9(4) COMP VALUE ZERO.
           03 WS-IT-ENTRY OCCURS 1000 TIMES.
              05 WS-IT-PART-ID          PIC 9(8).
              05 WS-IT-UNITS            PIC S9(9) PACKED-DECIMAL.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
      *
      *
           PERFORM INITIALIZE-RUN.
           PERFORM SUM-OPEN-PO-LINES.
           PERFORM SUM-IN-TRANSIT.
      *
           PERFORM UNTIL END-OF-STOCK-FILE
              READ SMPLXMPL-FILE
              MOVE 'REPORT' TO RH-MODE
           END-IF.
           OPEN INPUT PURCHORD-FILE.
           OPEN INPUT XFERTRN-FILE.
           OPEN INPUT RESERVN-FILE.
           OPEN INPUT LOT-FILE.
           OPEN OUTPUT RECON-REPORT.
       NOTE-ONORDER-UNITS-EXIT.
           EXIT.
      *
      *    One pass over XFERTRN: every transfer shipped and not
      *    yet received contributes its units to its part.
       SUM-IN-TRANSIT.
      *
           PERFORM UNTIL END-OF-XFER-FILE
              READ XFERTRN-FILE
                   AT END SET END-OF-XFER-FILE TO TRUE
              END-READ
              IF NOT END-OF-XFER-FILE
                 AND XT-STATUS-IN-TRANSIT
                 PERFORM NOTE-TRANSIT-UNITS
              END-IF
           END-PERFORM.
      *
       SUM-IN-TRANSIT-EXIT.
           EXIT.
      *
       NOTE-TRANSIT-UNITS.
      *
           MOVE ZERO TO WS-IT-SLOT.
           PERFORM VARYING WS-IT-INDEX FROM 1 BY 1
                     UNTIL WS-IT-INDEX GREATER THAN WS-IT-COUNT
                        OR WS-IT-SLOT GREATER THAN ZERO
              IF WS-IT-PART-ID(WS-IT-INDEX) EQUAL XT-PART-ID
                 MOVE WS-IT-INDEX TO WS-IT-SLOT
              END-IF
           END-PERFORM.
           IF WS-IT-SLOT EQUAL ZERO
              IF WS-IT-COUNT LESS THAN MAX-TRANSIT-PARTS
                 ADD 1 TO WS-IT-COUNT
                 MOVE WS-IT-COUNT TO WS-IT-SLOT
                 MOVE XT-PART-ID TO WS-IT-PART-ID(WS-IT-SLOT)
                 MOVE ZERO TO WS-IT-UNITS(WS-IT-SLOT)
              ELSE
                 ADD 1 TO WS-IT-DROPPED
              END-IF
           END-IF.
           IF WS-IT-SLOT GREATER THAN ZERO
              ADD XT-SHIPPED-QUANTITY TO WS-IT-UNITS(WS-IT-SLOT)
           END-IF.
      *
       NOTE-TRANSIT-UNITS-EXIT.
           EXIT.
      *
      *    Recompute every mirror for one part and report (and in
      *    repair mode, re-seat) whatever drifted.
       RECONCILE-ONE-PART.
                 END-IF
              END-IF
           END-PERFORM.
      *
      *    Units on the van between two sites belong to no
      *    location yet, but they are still the part's.
           PERFORM VARYING WS-IT-INDEX FROM 1 BY 1
                     UNTIL WS-IT-INDEX GREATER THAN WS-IT-COUNT
              IF WS-IT-PART-ID(WS-IT-INDEX) EQUAL
                 PART-ID OF STOCK-PART-REC
                 ADD WS-IT-UNITS(WS-IT-INDEX) TO WS-LOC-SUM
              END-IF
           END-PERFORM.
      *
       SUM-PART-LOCATIONS-EXIT.
           EXIT.
              DISPLAY 'BALRECON: PO LINES DROPPED - TABLE FULL: '
                      WS-OO-DROPPED
           END-IF.
           IF WS-IT-DROPPED GREATER THAN ZERO
              DISPLAY 'BALRECON: TRANSFERS DROPPED - TABLE FULL: '
                      WS-IT-DROPPED
           END-IF.
      *
           CLOSE SMPLXMPL-FILE.
           CLOSE PURCHORD-FILE.
           CLOSE XFERTRN-FILE.
           CLOSE RESERVN-FILE.
           CLOSE LOCBAL-FILE.
           CLOSE LOT-FILE.
