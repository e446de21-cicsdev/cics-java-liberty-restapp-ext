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
      *****************************************************************
      *    Procedure half of the shared delimited-output wiring,
      *    COPYd into the PROCEDURE DIVISION of each report that
      *    writes a comma-delimited copy of its detail lines for
      *    the spreadsheets. The report COPYs CSVROWW and, for
      *    each detail line:
      *      - PERFORMs START-DELIMITED-ROW;
      *      - for each column, moves the value to WS-CSV-TEXT and
      *        PERFORMs ADD-DELIMITED-TEXT, or moves it to
      *        WS-CSV-NUMBER, sets WS-CSV-DECIMALS and PERFORMs
      *        ADD-DELIMITED-NUMBER;
      *      - writes its delimited record FROM WS-CSV-ROW.
      *    Text goes out quoted, trailing blanks dropped and any
      *    quote inside doubled; numbers go out bare - sign, digits
      *    and decimal point only, no editing. The header row of
      *    column names is a literal in each report.
      *****************************************************************
      *
       START-DELIMITED-ROW.
      *
           MOVE SPACES TO WS-CSV-ROW.
           MOVE 1 TO WS-CSV-POINTER.
           MOVE ZERO TO WS-CSV-FIELD-COUNT.
      *
       START-DELIMITED-ROW-EXIT.
           EXIT.
      *
      *    Append WS-CSV-TEXT as a quoted field.
       ADD-DELIMITED-TEXT.
      *
           PERFORM ADD-DELIMITED-SEPARATOR.
      *
           MOVE LENGTH OF WS-CSV-TEXT TO WS-CSV-LENGTH.
           PERFORM UNTIL WS-CSV-LENGTH EQUAL ZERO
              OR WS-CSV-TEXT(WS-CSV-LENGTH:1) NOT EQUAL SPACE
              SUBTRACT 1 FROM WS-CSV-LENGTH
           END-PERFORM.
      *
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
           END-STRING.
           PERFORM VARYING WS-CSV-INDEX FROM 1 BY 1
                     UNTIL WS-CSV-INDEX GREATER THAN WS-CSV-LENGTH
              IF WS-CSV-TEXT(WS-CSV-INDEX:1) EQUAL '"'
                 STRING '""' DELIMITED BY SIZE
                        INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
                 END-STRING
              ELSE
                 STRING WS-CSV-TEXT(WS-CSV-INDEX:1)
                        DELIMITED BY SIZE
                        INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
                 END-STRING
              END-IF
           END-PERFORM.
           STRING '"' DELIMITED BY SIZE
                  INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
           END-STRING.
      *
       ADD-DELIMITED-TEXT-EXIT.
           EXIT.
      *
      *    Append WS-CSV-NUMBER, unedited, to WS-CSV-DECIMALS
      *    places - the edited picture's leading blanks are skipped
      *    and its unwanted decimal places cut off.
       ADD-DELIMITED-NUMBER.
      *
           PERFORM ADD-DELIMITED-SEPARATOR.
      *
           MOVE WS-CSV-NUMBER TO WS-CSV-EDITED.
           MOVE ZERO TO WS-CSV-START.
           INSPECT WS-CSV-EDITED TALLYING WS-CSV-START
                   FOR LEADING SPACES.
           ADD 1 TO WS-CSV-START.
      *
      *    The integer part ends at position 15, the point is 16.
           IF WS-CSV-DECIMALS GREATER THAN 6
              MOVE 6 TO WS-CSV-DECIMALS
           END-IF.
           IF WS-CSV-DECIMALS EQUAL ZERO
              COMPUTE WS-CSV-LENGTH = 16 - WS-CSV-START
           ELSE
              COMPUTE WS-CSV-LENGTH =
                      17 - WS-CSV-START + WS-CSV-DECIMALS
           END-IF.
      *
           STRING WS-CSV-EDITED(WS-CSV-START:WS-CSV-LENGTH)
                  DELIMITED BY SIZE
                  INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
           END-STRING.
      *
       ADD-DELIMITED-NUMBER-EXIT.
           EXIT.
      *
      *    A comma before every field but the first.
       ADD-DELIMITED-SEPARATOR.
      *
           IF WS-CSV-FIELD-COUNT GREATER THAN ZERO
              STRING ',' DELIMITED BY SIZE
                     INTO WS-CSV-ROW WITH POINTER WS-CSV-POINTER
              END-STRING
           END-IF.
           ADD 1 TO WS-CSV-FIELD-COUNT.
      *
       ADD-DELIMITED-SEPARATOR-EXIT.
           EXIT.
