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
      *    Procedure half of the shared duplicate-request
      *    protection, COPYd into the PROCEDURE DIVISION of
      *    RECVGDSC, ISSUGDSC, ADJSTCKC and PORTASNC. See
      *    REQIDW.cpy for the calling sequence and REQLOG.cpy for
      *    the record. The caller also carries RTNCODE, whose
      *    RETURN-CODE is the posting's result when
      *    SETTLE-REQUEST-ID is performed.
      *****************************************************************
      *
      *    Claim the request ID by writing its REQLOG record before
      *    anything is posted. The key is already there when this
      *    is a repeat: count the repeat and hand back the result
      *    the first call recorded.
       CLAIM-REQUEST-ID.
      *
           SET REQUEST-ID-UNCHECKED TO TRUE.
           IF WS-RI-REQUEST-ID NOT EQUAL SPACES
              MOVE SPACES TO REQUEST-LOG-RECORD
              MOVE WS-RI-INTERFACE TO RG-INTERFACE
              MOVE WS-RI-REQUEST-ID TO RG-REQUEST-ID
              EXEC CICS ASSIGN USERID(RG-CALLER) END-EXEC
              EXEC CICS ASKTIME ABSTIME(WS-RI-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-RI-ABSTIME)
                        YYYYMMDD(RG-RECORDED-DATE)
                        TIME(RG-RECORDED-TIME)
                        END-EXEC
              MOVE ZERO TO RG-DUPLICATE-COUNT
              MOVE ZERO TO RG-REPORTED-COUNT
              MOVE ZERO TO RG-LAST-DUPLICATE-TIME
              EXEC CICS WRITE FILE(WS-RI-LOG-NAME)
                        FROM(REQUEST-LOG-RECORD)
                        RIDFLD(RG-KEY)
                        RESP(WS-RI-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN WS-RI-RESP EQUAL DFHRESP(NORMAL)
                    SET REQUEST-ID-CLAIMED TO TRUE
                 WHEN WS-RI-RESP EQUAL DFHRESP(DUPREC)
                    PERFORM ABSORB-DUPLICATE-REQUEST
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       CLAIM-REQUEST-ID-EXIT.
           EXIT.
      *
      *    A repeat of a request already posted - count it and pick
      *    up the recorded result.
       ABSORB-DUPLICATE-REQUEST.
      *
           EXEC CICS READ FILE(WS-RI-LOG-NAME)
                     INTO(REQUEST-LOG-RECORD)
                     RIDFLD(RG-KEY)
                     UPDATE
                     RESP(WS-RI-RESP)
                     END-EXEC.
           IF WS-RI-RESP EQUAL DFHRESP(NORMAL)
              ADD 1 TO RG-DUPLICATE-COUNT
              EXEC CICS ASKTIME ABSTIME(WS-RI-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-RI-ABSTIME)
                        YYYYMMDD(RG-LAST-DUPLICATE-DATE)
                        TIME(RG-LAST-DUPLICATE-TIME)
                        END-EXEC
              EXEC CICS REWRITE FILE(WS-RI-LOG-NAME)
                        FROM(REQUEST-LOG-RECORD)
                        RESP(WS-RI-RESP)
                        END-EXEC
              MOVE RG-RETURN-CODE TO WS-RI-RETURN-CODE
              MOVE RG-REPLY TO WS-RI-REPLY
              SET REQUEST-IS-DUPLICATE TO TRUE
           END-IF.
      *
       ABSORB-DUPLICATE-REQUEST-EXIT.
           EXIT.
      *
      *    Settle a claimed request ID once the posting is done. A
      *    request that took effect - posted, held for inspection
      *    or staged for approval - has its result recorded for
      *    any repeat to get back. One refused untouched gives its
      *    claim up, so a corrected retry under the same ID posts.
       SETTLE-REQUEST-ID.
      *
           IF REQUEST-ID-CLAIMED
              IF RC-SUCCESS
                 OR RC-HELD-INSPECTION
                 OR RC-STAGED-APPROVAL
                 EXEC CICS READ FILE(WS-RI-LOG-NAME)
                           INTO(REQUEST-LOG-RECORD)
                           RIDFLD(RG-KEY)
                           UPDATE
                           RESP(WS-RI-RESP)
                           END-EXEC
                 IF WS-RI-RESP EQUAL DFHRESP(NORMAL)
                    MOVE RETURN-CODE TO RG-RETURN-CODE
                    MOVE WS-RI-REPLY TO RG-REPLY
                    EXEC CICS REWRITE FILE(WS-RI-LOG-NAME)
                              FROM(REQUEST-LOG-RECORD)
                              RESP(WS-RI-RESP)
                              END-EXEC
                 END-IF
              ELSE
                 EXEC CICS DELETE FILE(WS-RI-LOG-NAME)
                           RIDFLD(RG-KEY)
                           RESP(WS-RI-RESP)
                           END-EXEC
              END-IF
           END-IF.
      *
       SETTLE-REQUEST-ID-EXIT.
           EXIT.
