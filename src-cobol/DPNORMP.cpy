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
      *    Procedure half of the shared denied-party name
      *    normalization, COPYd into the PROCEDURE DIVISION of
      *    DPSCREEN and SUPPMENU alike, so the list and the
      *    supplier master are normalized by the one rule. See
      *    DPNORMW.cpy for the fields. The last word is never
      *    dropped as a suffix - 'CO' on its own stays 'CO'.
      *****************************************************************
      *
       NORMALIZE-PARTY-NAME.
      *
           MOVE SPACES TO WS-DN-OUTPUT.
           MOVE WS-DN-INPUT TO WS-DN-UPPER.
           INSPECT WS-DN-UPPER
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *
           MOVE ZERO TO WS-DN-WORD-COUNT.
           MOVE ZERO TO WS-DN-WORD-LEN.
           PERFORM VARYING WS-DN-POS FROM 1 BY 1
                     UNTIL WS-DN-POS GREATER THAN 60
              PERFORM SPLIT-ONE-NAME-CHAR
           END-PERFORM.
      *
           MOVE 'N' TO WS-DN-SUFFIX-FLAG.
           PERFORM UNTIL DN-SUFFIXES-DONE
              IF WS-DN-WORD-COUNT GREATER THAN 1
                 MOVE WS-DN-WORD(WS-DN-WORD-COUNT) TO WS-DN-SUFFIX
                 IF DN-COMMON-SUFFIX
                    SUBTRACT 1 FROM WS-DN-WORD-COUNT
                 ELSE
                    SET DN-SUFFIXES-DONE TO TRUE
                 END-IF
              ELSE
                 SET DN-SUFFIXES-DONE TO TRUE
              END-IF
           END-PERFORM.
      *
           MOVE 1 TO WS-DN-OUT-POS.
           PERFORM VARYING WS-DN-WORD-INDEX FROM 1 BY 1
                     UNTIL WS-DN-WORD-INDEX GREATER THAN
                           WS-DN-WORD-COUNT
              IF WS-DN-WORD-INDEX GREATER THAN 1
                 STRING ' ' DELIMITED BY SIZE
                        INTO WS-DN-OUTPUT
                        WITH POINTER WS-DN-OUT-POS
                 END-STRING
              END-IF
              STRING WS-DN-WORD(WS-DN-WORD-INDEX)
                     DELIMITED BY SPACE
                     INTO WS-DN-OUTPUT
                     WITH POINTER WS-DN-OUT-POS
              END-STRING
           END-PERFORM.
      *
       NORMALIZE-PARTY-NAME-EXIT.
           EXIT.
      *
      *    One character: a letter or digit joins the word being
      *    built (a new one if none is), a separator ends it, and
      *    anything else is dropped.
       SPLIT-ONE-NAME-CHAR.
      *
           MOVE WS-DN-UPPER(WS-DN-POS:1) TO WS-DN-CHAR.
           EVALUATE TRUE
              WHEN DN-CHAR-IS-KEPT
                 IF WS-DN-WORD-LEN EQUAL ZERO
                    ADD 1 TO WS-DN-WORD-COUNT
                    MOVE SPACES TO WS-DN-WORD(WS-DN-WORD-COUNT)
                 END-IF
                 IF WS-DN-WORD-LEN LESS THAN 20
                    ADD 1 TO WS-DN-WORD-LEN
                    MOVE WS-DN-CHAR TO
                         WS-DN-WORD(WS-DN-WORD-COUNT)
                                   (WS-DN-WORD-LEN:1)
                 END-IF
              WHEN DN-CHAR-IS-BREAK
                 MOVE ZERO TO WS-DN-WORD-LEN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       SPLIT-ONE-NAME-CHAR-EXIT.
           EXIT.
