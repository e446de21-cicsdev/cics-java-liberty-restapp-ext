      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  KPIHIST is keyed on date and category
      *                    now that TURNRPT stores its monthly
      *                    inventory turns there; the daily record
      *                    is the blank-category one. A rerun keeps
      *                    any turns already stored for the date,
      *                    and the trend prints them.
      *  15 Oct 2026  DEV  A rerun also keeps the line fill rate
      *                    SVCLEVEL stores for the date, and the
      *                    trend prints it.
      *  15 Oct 2026  DEV  Turns and days of supply are only kept
      *                    or compared when the stored figures are
      *                    valid.
      *
      *****************************************************************

           SELECT KPI-FILE ASSIGN TO KPIHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KP-KEY
                  FILE STATUS IS WS-KPI-STATUS.
      *
           SELECT DATE-CARD-FILE ASSIGN TO KPIIN
           03 WS-EXACT-ENTRIES          PIC 9(8) COMP VALUE ZERO.
           03 WS-KPI-EXISTS-FLAG        PIC X(1) VALUE 'N'.
              88  KPI-ALREADY-ON-FILE       VALUE 'Y'.
           03 WS-KEPT-TURNS             PIC 9(3)V99 VALUE ZERO.
           03 WS-KEPT-DAYS-SUPPLY       PIC 9(5) VALUE ZERO.
           03 WS-KEPT-FILL-PCT          PIC 9(3)V9 VALUE ZERO.
      *
      *    Today's record being built, and last week's beside it.
           03 WS-TODAY-KPI              PIC X(69) VALUE SPACES.
           03 WS-WEEK-AGO-KPI           PIC X(69) VALUE SPACES.
      *
      *    Shared run-control work fields - see RUNCTLW/RUNCTLP.
           COPY RUNCTLW.
           MOVE ZERO TO KP-POS-RELEASED.
           MOVE ZERO TO KP-RELEASED-VALUE.
           MOVE ZERO TO KP-COUNT-ACCURACY-PCT.
           MOVE ZERO TO KP-INVENTORY-TURNS.
           MOVE ZERO TO KP-DAYS-OF-SUPPLY.
           MOVE ZERO TO KP-LINE-FILL-PCT.
      *
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
       MEASURE-COUNT-ACCURACY-EXIT.
           EXIT.
      *
      *    A record already on file for the date may carry the
      *    month's turns from TURNRPT and fill rate from SVCLEVEL -
      *    they are those jobs' to set, so they ride over into
      *    today's record.
       STORE-KPI-RECORD.
      *
           MOVE KPI-RECORD TO WS-TODAY-KPI.
                   CONTINUE
                NOT INVALID KEY
                   SET KPI-ALREADY-ON-FILE TO TRUE
                   IF KP-INVENTORY-TURNS NUMERIC
                      MOVE KP-INVENTORY-TURNS TO WS-KEPT-TURNS
                   END-IF
                   IF KP-DAYS-OF-SUPPLY NUMERIC
                      MOVE KP-DAYS-OF-SUPPLY TO WS-KEPT-DAYS-SUPPLY
                   END-IF
                   IF KP-LINE-FILL-PCT NUMERIC
                      MOVE KP-LINE-FILL-PCT TO WS-KEPT-FILL-PCT
                   END-IF
           END-READ.
           MOVE WS-TODAY-KPI TO KPI-RECORD.
           IF KPI-ALREADY-ON-FILE
              MOVE WS-KEPT-TURNS TO KP-INVENTORY-TURNS
              MOVE WS-KEPT-DAYS-SUPPLY TO KP-DAYS-OF-SUPPLY
              MOVE WS-KEPT-FILL-PCT TO KP-LINE-FILL-PCT
              MOVE KPI-RECORD TO WS-TODAY-KPI
              REWRITE KPI-RECORD
           ELSE
              WRITE KPI-RECORD
           MOVE KP-COUNT-ACCURACY-PCT TO RK-TODAY.
           PERFORM FETCH-WEEK-AGO-ACCURACY.
           WRITE REPORT-LINE FROM REPORT-KPI-LINE.
      *
           MOVE WS-TODAY-KPI TO KPI-RECORD.
           MOVE 'INVENTORY TURNS' TO RK-LABEL.
           MOVE KP-INVENTORY-TURNS TO RK-TODAY.
           PERFORM FETCH-WEEK-AGO-TURNS.
           WRITE REPORT-LINE FROM REPORT-KPI-LINE.
      *
           MOVE WS-TODAY-KPI TO KPI-RECORD.
           MOVE 'LINE FILL RATE PCT' TO RK-LABEL.
           MOVE KP-LINE-FILL-PCT TO RK-TODAY.
           PERFORM FETCH-WEEK-AGO-FILL-RATE.
           WRITE REPORT-LINE FROM REPORT-KPI-LINE.
      *
       PRINT-TREND-EXIT.
           EXIT.
      *
       FETCH-WEEK-AGO-ACCURACY-EXIT.
           EXIT.
      *
      *    A week-ago record with no usable turns figure shows
      *    no trend.
       FETCH-WEEK-AGO-TURNS.
      *
           MOVE ZERO TO RK-WEEK-AGO.
           IF WS-WEEK-AGO-KPI NOT EQUAL SPACES
              MOVE WS-WEEK-AGO-KPI TO KPI-RECORD
              IF KP-INVENTORY-TURNS NUMERIC
                 MOVE KP-INVENTORY-TURNS TO RK-WEEK-AGO
              END-IF
           END-IF.
      *
       FETCH-WEEK-AGO-TURNS-EXIT.
           EXIT.
      *
      *    Records from before the fill rate existed carry spaces
      *    there.
       FETCH-WEEK-AGO-FILL-RATE.
      *
           MOVE ZERO TO RK-WEEK-AGO.
           IF WS-WEEK-AGO-KPI NOT EQUAL SPACES
              MOVE WS-WEEK-AGO-KPI TO KPI-RECORD
              IF KP-LINE-FILL-PCT NUMERIC
                 MOVE KP-LINE-FILL-PCT TO RK-WEEK-AGO
              END-IF
           END-IF.
      *
       FETCH-WEEK-AGO-FILL-RATE-EXIT.
           EXIT.
      *
       FINALIZE-RUN.
      *
