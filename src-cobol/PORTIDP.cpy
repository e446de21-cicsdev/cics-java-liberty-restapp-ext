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
      *    Procedure half of the shared supplier-portal identity
      *    check and journal, COPYd into the PROCEDURE DIVISION of
      *    PORTLSTC, PORTACKC and PORTASNC. See PORTIDW.cpy for the
      *    calling sequence. The caller also carries RTNCODE, whose
      *    RETURN-CODE is set when the identity is refused and is
      *    journaled as the call's outcome.
      *****************************************************************
      *
      *    The portal identity must be registered and active on
      *    PORTUSER, and its supplier still on SUPPMAST and allowed
      *    to trade - a blocked supplier, or one still pending
      *    approval, sees nothing.
       RESOLVE-PORTAL-IDENTITY.
      *
           MOVE 'N' TO WS-PI-OUTCOME.
           MOVE ZERO TO WS-PI-SUPPLIER-ID.
           IF WS-PI-PORTAL-ID NOT EQUAL SPACES
              MOVE WS-PI-PORTAL-ID TO PU-PORTAL-ID
              EXEC CICS READ FILE(WS-PI-USER-FILE)
                        INTO(PORTAL-USER-RECORD)
                        RIDFLD(PU-PORTAL-ID)
                        RESP(WS-PI-RESP)
                        END-EXEC
              IF WS-PI-RESP EQUAL DFHRESP(NORMAL)
                 AND PU-STATUS-ACTIVE
                 MOVE PU-SUPPLIER-ID TO SM-SUPPLIER-ID
                 EXEC CICS READ FILE(WS-PI-SUPP-FILE)
                           INTO(SUPPMAST)
                           RIDFLD(SM-SUPPLIER-ID)
                           RESP(WS-PI-RESP)
                           END-EXEC
                 IF WS-PI-RESP EQUAL DFHRESP(NORMAL)
                    AND NOT SM-STATUS-BLOCKED
                    AND NOT SM-STATUS-PENDING
                    MOVE PU-SUPPLIER-ID TO WS-PI-SUPPLIER-ID
                    SET PORTAL-ID-ACCEPTED TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
           IF NOT PORTAL-ID-ACCEPTED
              SET RC-NOT-AUTHORIZED TO TRUE
           END-IF.
      *
       RESOLVE-PORTAL-IDENTITY-EXIT.
           EXIT.
      *
      *    Append the call to PORTJRNL - refused calls too - with
      *    the portal identity, the supplier it resolved to, the
      *    CICS userid and the outcome.
       JOURNAL-PORTAL-CALL.
      *
           MOVE SPACES TO PORTAL-JOURNAL-RECORD.
           MOVE WS-PI-PORTAL-ID TO PJ-PORTAL-ID.
           MOVE WS-PI-SUPPLIER-ID TO PJ-SUPPLIER-ID.
           EXEC CICS ASSIGN USERID(PJ-CICS-USERID) END-EXEC.
           MOVE WS-PI-ACTION TO PJ-ACTION.
           MOVE WS-PI-PO-NUMBER TO PJ-PO-NUMBER.
           MOVE WS-PI-PO-LINE TO PJ-PO-LINE.
           MOVE RETURN-CODE TO PJ-RETURN-CODE.
           MOVE WS-PI-DETAIL TO PJ-DETAIL.
           EXEC CICS ASKTIME ABSTIME(WS-PI-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-PI-ABSTIME)
                     YYYYMMDD(PJ-JOURNAL-DATE)
                     TIME(PJ-JOURNAL-TIME)
                     END-EXEC.
           MOVE EIBTASKN TO PJ-JOURNAL-TASK.
      *
           EXEC CICS WRITE FILE(WS-PI-JOURNAL-FILE)
                     FROM(PORTAL-JOURNAL-RECORD)
                     RESP(WS-PI-RESP)
                     END-EXEC.
      *
       JOURNAL-PORTAL-CALL-EXIT.
           EXIT.
