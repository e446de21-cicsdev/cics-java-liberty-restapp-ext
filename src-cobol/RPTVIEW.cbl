      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Flag a comma-delimited capture in the
      *                    day's list and on its pages, naming the
      *                    RPTEXTR unload that downloads it.
      *
      *****************************************************************

           03 WS-START-LINE          PIC 9(6)      VALUE ZERO.
           03 WS-LAST-NAME           PIC X(8)      VALUE SPACES.
           03 WS-ROW-TEXT            PIC X(79)     VALUE SPACES.
           03 WS-DELIMITED-FLAG      PIC X(1)      VALUE 'N'.
              88 PAGE-IS-DELIMITED     VALUE 'Y'.
      *
      *    How a comma-delimited capture is flagged.
       77  DELIMITED-TAG            PIC X(40) VALUE
           'CSV - UNLOAD WITH RPTEXTR TO DOWNLOAD'.
      *
      *    This shop's copy library does not carry IBM's DFHAID
      *    member, so the PF3 attention-id value it would supply is
                       ADD 1 TO WS-ROW-COUNT
                       MOVE SPACES TO WS-ROW-TEXT
                       MOVE RR-REPORT-NAME TO WS-ROW-TEXT(1:8)
                       IF RR-DELIMITED
                          MOVE DELIMITED-TAG TO WS-ROW-TEXT(11:)
                       END-IF
                       PERFORM FILL-DISPLAY-ROW
                    END-IF
                 ELSE
                    AND RR-BUSINESS-DATE EQUAL RDATEI
                    ADD 1 TO WS-ROW-COUNT
                    MOVE RR-LINE-TEXT(1:79) TO WS-ROW-TEXT
                    IF RR-DELIMITED
                       SET PAGE-IS-DELIMITED TO TRUE
                    END-IF
                    PERFORM FILL-DISPLAY-ROW
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
              MOVE 'NOTHING THERE - CHECK NAME, DATE AND START'
                   TO MSGO
           ELSE
              IF PAGE-IS-DELIMITED
                 MOVE DELIMITED-TAG TO MSGO
              ELSE
                 MOVE 'KEY A HIGHER START LINE TO PAGE FORWARD'
                      TO MSGO
              END-IF
           END-IF.
      *
       SHOW-REPORT-PAGE-EXIT.
