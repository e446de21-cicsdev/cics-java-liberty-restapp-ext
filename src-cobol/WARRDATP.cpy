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
      *    Procedure half of the shared warranty-expiry
      *    arithmetic - see WARRDATW.cpy for the calling sequence.
      *    Plain COBOL with no file or CICS calls, so the online
      *    programs and the batch share it alike.
      *****************************************************************
      *
      *    Count the months on from the start date, then pull the
      *    day back to the end of the month it lands in (31 Jan
      *    plus one month is 28 or 29 Feb).
       COMPUTE-WARRANTY-EXPIRY.
      *
           MOVE SPACES TO WS-WD-EXPIRY.
           IF WS-WD-START-DATE NOT EQUAL ZERO
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-WD-START-DATE)
                  EQUAL ZERO
              COMPUTE WS-WD-MONTH-COUNT =
                      WS-WD-START-YYYY * 12
                      + WS-WD-START-MM - 1
                      + WS-WD-MONTHS
              DIVIDE WS-WD-MONTH-COUNT BY 12
                     GIVING WS-WD-RESULT-YYYY
                     REMAINDER WS-WD-RESULT-MM
              ADD 1 TO WS-WD-RESULT-MM
              EVALUATE WS-WD-RESULT-MM
                 WHEN 4
                 WHEN 6
                 WHEN 9
                 WHEN 11
                    MOVE 30 TO WS-WD-LAST-DAY
                 WHEN 2
                    IF FUNCTION MOD(WS-WD-RESULT-YYYY, 4) EQUAL ZERO
                       AND (FUNCTION MOD(WS-WD-RESULT-YYYY, 100)
                            NOT EQUAL ZERO
                         OR FUNCTION MOD(WS-WD-RESULT-YYYY, 400)
                            EQUAL ZERO)
                       MOVE 29 TO WS-WD-LAST-DAY
                    ELSE
                       MOVE 28 TO WS-WD-LAST-DAY
                    END-IF
                 WHEN OTHER
                    MOVE 31 TO WS-WD-LAST-DAY
              END-EVALUATE
              IF WS-WD-START-DD GREATER THAN WS-WD-LAST-DAY
                 MOVE WS-WD-LAST-DAY TO WS-WD-RESULT-DD
              ELSE
                 MOVE WS-WD-START-DD TO WS-WD-RESULT-DD
              END-IF
              MOVE WS-WD-RESULT-DATE TO WS-WD-EXPIRY
           END-IF.
      *
       COMPUTE-WARRANTY-EXPIRY-EXIT.
           EXIT.
