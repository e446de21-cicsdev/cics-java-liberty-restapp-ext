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
      *    Procedure half of the shared version stamp, COPYd into
      *    the PROCEDURE DIVISION of PARTMENU and SUPPMENU so both
      *    maintenance screens refuse a stale update by the one
      *    rule. See VSTAMPW.cpy for the fields. A change is only
      *    let through when the terminal's stamp is for the same
      *    key and the record still reads exactly as it was shown;
      *    a missing stamp - nothing displayed yet, or a different
      *    record displayed last - is treated like a stale one, so
      *    the operator always re-keys against what is on file.
      *****************************************************************
      *
       SAVE-VERSION-STAMP.
      *
           MOVE EIBTRMID TO WS-VS-TERMID.
           MOVE WS-VS-CURRENT-KEY TO VS-RECORD-KEY.
           MOVE WS-VS-CURRENT-IMAGE TO VS-RECORD-IMAGE.
      *
      *    Replace the terminal's stamp if it has one, otherwise
      *    start the queue. A stamp that cannot be kept only means
      *    the next change is refused and re-displayed.
           EXEC CICS WRITEQ TS QUEUE(WS-VS-QUEUE)
                     FROM(VERSION-STAMP)
                     ITEM(1)
                     REWRITE
                     RESP(WS-VS-RESP)
                     END-EXEC.
           IF WS-VS-RESP NOT EQUAL DFHRESP(NORMAL)
              EXEC CICS WRITEQ TS QUEUE(WS-VS-QUEUE)
                        FROM(VERSION-STAMP)
                        RESP(WS-VS-RESP)
                        END-EXEC
           END-IF.
      *
       SAVE-VERSION-STAMP-EXIT.
           EXIT.
      *
       CHECK-VERSION-STAMP.
      *
           MOVE EIBTRMID TO WS-VS-TERMID.
           MOVE SPACES TO VERSION-STAMP.
           EXEC CICS READQ TS QUEUE(WS-VS-QUEUE)
                     INTO(VERSION-STAMP)
                     ITEM(1)
                     RESP(WS-VS-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN WS-VS-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET VERSION-STAMP-MISSING TO TRUE
              WHEN VS-RECORD-KEY NOT EQUAL WS-VS-CURRENT-KEY
                 SET VERSION-STAMP-MISSING TO TRUE
              WHEN VS-RECORD-IMAGE EQUAL WS-VS-CURRENT-IMAGE
                 SET VERSION-STAMP-MATCHES TO TRUE
              WHEN OTHER
                 SET VERSION-STAMP-STALE TO TRUE
           END-EVALUATE.
      *
       CHECK-VERSION-STAMP-EXIT.
           EXIT.
