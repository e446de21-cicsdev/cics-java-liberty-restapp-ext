      *    (inclusive): Saturdays and Sundays are off by default,
      *    and a BIZCALDR exception record overrides either way -
      *    a plant holiday off, a worked weekend on. A reversed
      *    or unparsable range answers zero. ROLL-TO-WORKING-DAY
      *    moves WS-BD-FROM-DATE forward to the first working day
      *    on or after it, answering in WS-BD-TO-DATE. See
      *    BIZDAYW.cpy for the fields and file contract.
      *****************************************************************
      *
       COMPUTE-WORKING-DAYS.
      *
       COUNT-ONE-BUSINESS-DAY-EXIT.
           EXIT.
      *
      *    A date that lands on a weekend or a plant holiday moves
      *    to the next working day - a payment falling due on a
      *    Saturday is paid on the Monday. A date that is already
      *    a working day answers itself; a zero date answers zero.
      *    A month of consecutive non-working days ends the search
      *    on the last day looked at.
       ROLL-TO-WORKING-DAY.
      *
           MOVE WS-BD-FROM-DATE TO WS-BD-TO-DATE.
           IF WS-BD-FROM-DATE NOT EQUAL ZERO
              COMPUTE WS-BD-FROM-INT =
                      FUNCTION INTEGER-OF-DATE(WS-BD-FROM-DATE)
              COMPUTE WS-BD-DAY-INT = WS-BD-FROM-INT - 1
              MOVE ZERO TO WS-BD-WORKING-DAYS
              PERFORM COUNT-ONE-BUSINESS-DAY
              PERFORM UNTIL WS-BD-WORKING-DAYS GREATER THAN ZERO
                         OR WS-BD-DAY-INT GREATER THAN
                            WS-BD-FROM-INT + 30
                 ADD 1 TO WS-BD-DAY-INT
                 PERFORM COUNT-ONE-BUSINESS-DAY
              END-PERFORM
              MOVE WS-BD-DAY-DATE TO WS-BD-TO-DATE
           END-IF.
      *
       ROLL-TO-WORKING-DAY-EXIT.
           EXIT.
