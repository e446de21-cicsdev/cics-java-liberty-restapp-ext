       PROCESS NODYNAM,RENT,APOST,CICS,TRUNC(OPT)

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
      *
      * MQ stock inquiry service for the outside systems - the
      * shipping and web-shop front ends ask "how many of part X
      * can I promise?" all day, and used to screen-scrape GETPART
      * for it. Run queue-triggered, this program drains the
      * STKINQ queue a message at a time through the MQI, the way
      * CONVGATE drains CONVINQ. Each inquiry names up to twenty
      * parts; each part is answered with its on-hand, reserved,
      * available-to-promise and on-order units off the part
      * record and the date its next open PO line is due in,
      * taken from the AVAILPRJ projection so the two never
      * disagree. The reply goes to the queue (and queue
      * manager) named in the inquiry's reply-to fields, as an
      * MQ reply correlated on the inquiry's message id.
      *
      * An inquiry that will not parse - too long, no reply-to
      * queue, a part count outside 1 to 20 or a part number
      * that is not numeric - is not answered; it is put as
      * received to the STKINQDQ dead-letter queue for the
      * sending system's support team to pick up. An unknown part
      * is not malformed - it answers N in its own entry.
      *
      * Every inquiry handled writes one line to the shared TXST
      * statistics queue, as the online transactions do, so the
      * inquiry volume and response time show up on TXSTRPT with
      * everything else.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              STKINQ.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    STKINQM copybook - the inquiry and its reply.
           COPY STKINQM.
      *
      *    STOCK-PART copybook - the part being answered.
           COPY STOKPART.
      *
      *    TXN-STATS-MESSAGE copybook - one line per inquiry to the
      *    shared TXST queue.
           COPY TXNSTAT.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Names of the files, programs and queues used.
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  PROJECTION-PROGRAM   PIC X(8) VALUE 'AVAILPRJ'.
       77  TXNSTAT-QUEUE-NAME   PIC X(4) VALUE 'TXST'.
      *
      *    Most messages drained in one invocation - the trigger
      *    fires again for the rest.
       77  MAX-MESSAGES         PIC 9(3) VALUE 100.
       77  MAX-INQUIRY-PARTS    PIC 9(2) VALUE 20.
      *
       01  WS-STORAGE.
           03 READ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 LINK-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-TASK-NUMBER    PIC 9(7)  DISPLAY VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-TXN-START-ABSTIME PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-TXN-END-ABSTIME   PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-TXN-ELAPSED-MS    PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-MSG-COUNT      PIC 9(3)          VALUE ZERO.
           03 WS-PART-INDEX     PIC 9(4)  COMP    VALUE ZERO.
           03 WS-EVENT-INDEX    PIC 9(4)  COMP    VALUE ZERO.
           03 WS-AVAILABLE      PIC S9(9) PACKED-DECIMAL VALUE ZERO.
           03 WS-DRAIN-FLAG     PIC X(1)          VALUE 'Y'.
              88 KEEP-DRAINING     VALUE 'Y'.
              88 QUEUE-IS-DRAINED  VALUE 'N'.
           03 WS-MESSAGE-FLAG   PIC X(1)          VALUE 'Y'.
              88 MESSAGE-IS-GOOD   VALUE 'Y'.
              88 MESSAGE-IS-BAD    VALUE 'N'.
      *
      *    Where the inquiry asked to be answered, saved off the
      *    descriptor before it is reused for the reply.
           03 WS-REPLY-TO-Q     PIC X(48)         VALUE SPACES.
           03 WS-REPLY-TO-QMGR  PIC X(48)         VALUE SPACES.
           03 WS-REQUEST-MSG-ID PIC X(24)         VALUE LOW-VALUES.
      *
      *    The AVAILPRJ commarea - only the receipt events are
      *    wanted back from it.
       01  WS-PROJECTION-AREA.
           03 PA-PART-ID             PIC 9(8) DISPLAY.
           03 PA-RETURN-CODE         PIC X(1).
           03 PA-STARTING-STOCK      PIC 9(8) DISPLAY.
           03 PA-FIRST-NEGATIVE      PIC X(8).
           03 PA-EVENT-COUNT         PIC 9(2) DISPLAY.
           03 PA-EVENT-ENTRY         OCCURS 20 TIMES.
              05 PA-EV-DATE          PIC X(8).
              05 PA-EV-TYPE          PIC X(1).
              05 PA-EV-QUANTITY      PIC S9(8) SIGN LEADING SEPARATE.
              05 PA-EV-BALANCE       PIC S9(8) SIGN LEADING SEPARATE.
      *
      *    MQI call parameters. The queue manager connection
      *    handle is supplied by the CICS-MQ adapter, not obtained
      *    via MQCONN, so it is simply initialized to the default
      *    connection handle value.
       01  WS-MQ-HCONN              PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MQ-IN-HOBJ            PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MQ-COMPCODE           PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MQ-REASON             PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MQ-IN-OPTIONS         PIC S9(9) COMP-5 VALUE 8193.
       01  WS-MQ-CLOSE-OPTIONS      PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MQ-MSG-LENGTH         PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-MQ-DATA-LENGTH        PIC S9(9) COMP-5 VALUE ZERO.
      *
      *    Object descriptors for the inbound queue, the reply-to
      *    queue (named by each inquiry) and the dead-letter queue.
       01  WS-MQ-IN-OBJDESC.
           03 OD1-STRUC-ID          PIC X(4)  VALUE 'OD  '.
           03 OD1-VERSION           PIC S9(9) COMP-5 VALUE 1.
           03 OD1-OBJECT-TYPE       PIC S9(9) COMP-5 VALUE 1.
           03 OD1-OBJECT-NAME       PIC X(48) VALUE 'STKINQ'.
           03 OD1-OBJECT-Q-MGR-NAME PIC X(48) VALUE SPACES.
           03 OD1-DYNAMIC-Q-NAME    PIC X(48) VALUE SPACES.
           03 OD1-ALTERNATE-USERID  PIC X(12) VALUE SPACES.
      *
       01  WS-MQ-REPLY-OBJDESC.
           03 OD2-STRUC-ID          PIC X(4)  VALUE 'OD  '.
           03 OD2-VERSION           PIC S9(9) COMP-5 VALUE 1.
           03 OD2-OBJECT-TYPE       PIC S9(9) COMP-5 VALUE 1.
           03 OD2-OBJECT-NAME       PIC X(48) VALUE SPACES.
           03 OD2-OBJECT-Q-MGR-NAME PIC X(48) VALUE SPACES.
           03 OD2-DYNAMIC-Q-NAME    PIC X(48) VALUE SPACES.
           03 OD2-ALTERNATE-USERID  PIC X(12) VALUE SPACES.
      *
       01  WS-MQ-DEAD-OBJDESC.
           03 OD3-STRUC-ID          PIC X(4)  VALUE 'OD  '.
           03 OD3-VERSION           PIC S9(9) COMP-5 VALUE 1.
           03 OD3-OBJECT-TYPE       PIC S9(9) COMP-5 VALUE 1.
           03 OD3-OBJECT-NAME       PIC X(48) VALUE 'STKINQDQ'.
           03 OD3-OBJECT-Q-MGR-NAME PIC X(48) VALUE SPACES.
           03 OD3-DYNAMIC-Q-NAME    PIC X(48) VALUE SPACES.
           03 OD3-ALTERNATE-USERID  PIC X(12) VALUE SPACES.
      *
      *    Message descriptor, reused get and put. Carried in full
      *    to the end of the version 1 layout - the reply-to queue
      *    and queue manager sit past the correlation id.
       01  WS-MQ-MSGDESC.
           03 MD-STRUC-ID           PIC X(4)  VALUE 'MD  '.
           03 MD-VERSION            PIC S9(9) COMP-5 VALUE 1.
           03 MD-REPORT             PIC S9(9) COMP-5 VALUE ZERO.
           03 MD-MSG-TYPE           PIC S9(9) COMP-5 VALUE 8.
           03 MD-EXPIRY             PIC S9(9) COMP-5 VALUE -1.
           03 MD-FEEDBACK           PIC S9(9) COMP-5 VALUE ZERO.
           03 MD-ENCODING           PIC S9(9) COMP-5 VALUE 273.
           03 MD-CODED-CHAR-SET-ID  PIC S9(9) COMP-5 VALUE 819.
           03 MD-FORMAT             PIC X(8)  VALUE 'MQSTR   '.
           03 MD-PRIORITY           PIC S9(9) COMP-5 VALUE ZERO.
           03 MD-PERSISTENCE        PIC S9(9) COMP-5 VALUE 1.
           03 MD-MSG-ID             PIC X(24) VALUE LOW-VALUES.
           03 MD-CORREL-ID          PIC X(24) VALUE LOW-VALUES.
           03 MD-BACKOUT-COUNT      PIC S9(9) COMP-5 VALUE ZERO.
           03 MD-REPLY-TO-Q         PIC X(48) VALUE SPACES.
           03 MD-REPLY-TO-QMGR      PIC X(48) VALUE SPACES.
           03 MD-USER-IDENTIFIER    PIC X(12) VALUE SPACES.
           03 MD-ACCOUNTING-TOKEN   PIC X(32) VALUE LOW-VALUES.
           03 MD-APPL-IDENTITY-DATA PIC X(32) VALUE SPACES.
           03 MD-PUT-APPL-TYPE      PIC S9(9) COMP-5 VALUE ZERO.
           03 MD-PUT-APPL-NAME      PIC X(28) VALUE SPACES.
           03 MD-PUT-DATE           PIC X(8)  VALUE SPACES.
           03 MD-PUT-TIME           PIC X(8)  VALUE SPACES.
           03 MD-APPL-ORIGIN-DATA   PIC X(4)  VALUE SPACES.
      *
      *    Get-message options - syncpoint, no wait, and accept a
      *    message too long for the buffer so it comes off the
      *    queue (with a warning) and can be dead-lettered instead
      *    of blocking the queue.
       01  WS-MQ-GETMSGOPTS.
           03 GMO-STRUC-ID          PIC X(4)  VALUE 'GMO '.
           03 GMO-VERSION           PIC S9(9) COMP-5 VALUE 1.
           03 GMO-OPTIONS           PIC S9(9) COMP-5 VALUE 66.
           03 GMO-WAIT-INTERVAL     PIC S9(9) COMP-5 VALUE ZERO.
      *
      *    Put-message options - syncpoint, so the answer and the
      *    inquiry it answers commit together.
       01  WS-MQ-PUTMSGOPTS.
           03 PMO-STRUC-ID          PIC X(4)  VALUE 'PMO '.
           03 PMO-VERSION           PIC S9(9) COMP-5 VALUE 1.
           03 PMO-OPTIONS           PIC S9(9) COMP-5 VALUE 2.
           03 PMO-CONTEXT           PIC S9(9) COMP-5 VALUE ZERO.
      *
       PROCEDURE DIVISION USING DFHEIBLK.
      *
       MAIN-PROCESSING SECTION.
      *
           CALL 'MQOPEN' USING WS-MQ-HCONN WS-MQ-IN-OBJDESC
                WS-MQ-IN-OPTIONS WS-MQ-IN-HOBJ
                WS-MQ-COMPCODE WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT EQUAL ZERO
              EXEC CICS RETURN END-EXEC
              GOBACK
           END-IF.
      *
           PERFORM UNTIL QUEUE-IS-DRAINED
              OR WS-MSG-COUNT NOT LESS THAN MAX-MESSAGES
              PERFORM GET-ONE-MESSAGE
              IF KEEP-DRAINING
                 ADD 1 TO WS-MSG-COUNT
                 EXEC CICS ASKTIME ABSTIME(WS-TXN-START-ABSTIME)
                           END-EXEC
                 SET RC-SUCCESS TO TRUE
                 PERFORM CHECK-THE-INQUIRY
                 IF MESSAGE-IS-GOOD
                    PERFORM ANSWER-THE-INQUIRY
                    PERFORM REPLY-WITH-ANSWER
                 ELSE
                    SET RC-VALIDATION-ERROR TO TRUE
                    PERFORM DEAD-LETTER-THE-MESSAGE
                 END-IF
                 PERFORM WRITE-INQUIRY-STATS
              END-IF
           END-PERFORM.
      *
           CALL 'MQCLOSE' USING WS-MQ-HCONN WS-MQ-IN-HOBJ
                WS-MQ-CLOSE-OPTIONS WS-MQ-COMPCODE WS-MQ-REASON.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    One MQGET - an empty queue (or any failure) ends the
      *    drain. A warning means the message was longer than any
      *    inquiry can be; it is kept to be dead-lettered.
       GET-ONE-MESSAGE.
      *
           MOVE SPACES TO STOCK-INQUIRY-MESSAGE.
           MOVE LOW-VALUES TO MD-MSG-ID.
           MOVE LOW-VALUES TO MD-CORREL-ID.
           MOVE 273 TO MD-ENCODING.
           MOVE 819 TO MD-CODED-CHAR-SET-ID.
           SET MESSAGE-IS-GOOD TO TRUE.
           MOVE LENGTH OF STOCK-INQUIRY-MESSAGE TO WS-MQ-MSG-LENGTH.
           CALL 'MQGET' USING WS-MQ-HCONN WS-MQ-IN-HOBJ
                WS-MQ-MSGDESC WS-MQ-GETMSGOPTS WS-MQ-MSG-LENGTH
                STOCK-INQUIRY-MESSAGE WS-MQ-DATA-LENGTH
                WS-MQ-COMPCODE WS-MQ-REASON.
           EVALUATE WS-MQ-COMPCODE
              WHEN ZERO
                 CONTINUE
              WHEN 1
                 SET MESSAGE-IS-BAD TO TRUE
              WHEN OTHER
                 SET QUEUE-IS-DRAINED TO TRUE
           END-EVALUATE.
      *
           MOVE MD-REPLY-TO-Q TO WS-REPLY-TO-Q.
           MOVE MD-REPLY-TO-QMGR TO WS-REPLY-TO-QMGR.
           MOVE MD-MSG-ID TO WS-REQUEST-MSG-ID.
      *
       GET-ONE-MESSAGE-EXIT.
           EXIT.
      *
      *    Nothing is answered until the whole inquiry parses - a
      *    caller gets every part it asked about or none.
       CHECK-THE-INQUIRY.
      *
           IF WS-REPLY-TO-Q EQUAL SPACES
              OR WS-REPLY-TO-Q EQUAL LOW-VALUES
              SET MESSAGE-IS-BAD TO TRUE
           END-IF.
           IF SI-PART-COUNT NOT NUMERIC
              OR SI-PART-COUNT EQUAL ZERO
              OR SI-PART-COUNT GREATER THAN MAX-INQUIRY-PARTS
              SET MESSAGE-IS-BAD TO TRUE
           END-IF.
      *
           IF MESSAGE-IS-GOOD
              PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                        UNTIL WS-PART-INDEX GREATER THAN
                              SI-PART-COUNT
                 IF SI-PART-ID(WS-PART-INDEX) NOT NUMERIC
                    SET MESSAGE-IS-BAD TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
      *
       CHECK-THE-INQUIRY-EXIT.
           EXIT.
      *
      *    Answer each part named, in the order asked.
       ANSWER-THE-INQUIRY.
      *
           MOVE SPACES TO STOCK-INQUIRY-REPLY.
           MOVE SI-REQUESTER-REF TO SR-REQUESTER-REF.
           MOVE SI-PART-COUNT TO SR-PART-COUNT.
           PERFORM VARYING WS-PART-INDEX FROM 1 BY 1
                     UNTIL WS-PART-INDEX GREATER THAN SI-PART-COUNT
              PERFORM ANSWER-ONE-PART
           END-PERFORM.
      *
       ANSWER-THE-INQUIRY-EXIT.
           EXIT.
      *
      *    The stock figures come straight off the part record;
      *    the next receipt is the first receipt event on the
      *    AVAILPRJ projection, which is already in date order.
       ANSWER-ONE-PART.
      *
           MOVE SI-PART-ID(WS-PART-INDEX) TO SR-PART-ID(WS-PART-INDEX).
           MOVE ZERO TO SR-ON-HAND(WS-PART-INDEX).
           MOVE ZERO TO SR-RESERVED(WS-PART-INDEX).
           MOVE ZERO TO SR-AVAILABLE(WS-PART-INDEX).
           MOVE ZERO TO SR-ON-ORDER(WS-PART-INDEX).
           MOVE ZEROS TO SR-NEXT-RECEIPT(WS-PART-INDEX).
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(STOCK-PART)
                     RIDFLD(SI-PART-ID(WS-PART-INDEX))
                     RESP(READ-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN READ-RESP EQUAL DFHRESP(NOTFND)
                 MOVE 'N' TO SR-RETURN-CODE(WS-PART-INDEX)
              WHEN READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 MOVE 'E' TO SR-RETURN-CODE(WS-PART-INDEX)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE '0' TO SR-RETURN-CODE(WS-PART-INDEX)
                 MOVE STOCK-QUANTITY TO SR-ON-HAND(WS-PART-INDEX)
                 MOVE RESERVED-QUANTITY
                      TO SR-RESERVED(WS-PART-INDEX)
                 MOVE ON-ORDER-QUANTITY
                      TO SR-ON-ORDER(WS-PART-INDEX)
                 COMPUTE WS-AVAILABLE =
                         STOCK-QUANTITY - RESERVED-QUANTITY
                 IF WS-AVAILABLE GREATER THAN ZERO
                    MOVE WS-AVAILABLE TO SR-AVAILABLE(WS-PART-INDEX)
                 END-IF
                 PERFORM FIND-NEXT-RECEIPT
           END-EVALUATE.
      *
       ANSWER-ONE-PART-EXIT.
           EXIT.
      *
      *    R (promised) and U (not yet acknowledged) events are
      *    both receipts due; a failed projection just leaves the
      *    date at zeros.
       FIND-NEXT-RECEIPT.
      *
           MOVE LOW-VALUES TO WS-PROJECTION-AREA.
           MOVE SI-PART-ID(WS-PART-INDEX) TO PA-PART-ID.
           MOVE SPACE TO PA-RETURN-CODE.
           EXEC CICS LINK PROGRAM(PROJECTION-PROGRAM)
                     COMMAREA(WS-PROJECTION-AREA)
                     LENGTH(LENGTH OF WS-PROJECTION-AREA)
                     RESP(LINK-RESP)
                     END-EXEC.
           IF LINK-RESP EQUAL DFHRESP(NORMAL)
              AND PA-RETURN-CODE EQUAL '0'
              AND PA-EVENT-COUNT NUMERIC
              PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1
                        UNTIL WS-EVENT-INDEX GREATER THAN
                              PA-EVENT-COUNT
                           OR SR-NEXT-RECEIPT(WS-PART-INDEX)
                              NOT EQUAL ZEROS
                 IF PA-EV-TYPE(WS-EVENT-INDEX) EQUAL 'R'
                    OR PA-EV-TYPE(WS-EVENT-INDEX) EQUAL 'U'
                    MOVE PA-EV-DATE(WS-EVENT-INDEX)
                         TO SR-NEXT-RECEIPT(WS-PART-INDEX)
                 END-IF
              END-PERFORM
           END-IF.
      *
       FIND-NEXT-RECEIPT-EXIT.
           EXIT.
      *
      *    The answer goes wherever the inquiry asked, as a reply
      *    correlated on the inquiry's message id.
       REPLY-WITH-ANSWER.
      *
           MOVE WS-REPLY-TO-Q TO OD2-OBJECT-NAME.
           MOVE WS-REPLY-TO-QMGR TO OD2-OBJECT-Q-MGR-NAME.
           MOVE 2 TO MD-MSG-TYPE.
           MOVE 'MQSTR   ' TO MD-FORMAT.
           MOVE 273 TO MD-ENCODING.
           MOVE 819 TO MD-CODED-CHAR-SET-ID.
           MOVE WS-REQUEST-MSG-ID TO MD-CORREL-ID.
           MOVE LOW-VALUES TO MD-MSG-ID.
           MOVE SPACES TO MD-REPLY-TO-Q.
           MOVE SPACES TO MD-REPLY-TO-QMGR.
           MOVE LENGTH OF STOCK-INQUIRY-REPLY TO WS-MQ-MSG-LENGTH.
           CALL 'MQPUT1' USING WS-MQ-HCONN WS-MQ-REPLY-OBJDESC
                WS-MQ-MSGDESC WS-MQ-PUTMSGOPTS WS-MQ-MSG-LENGTH
                STOCK-INQUIRY-REPLY WS-MQ-COMPCODE WS-MQ-REASON.
           IF WS-MQ-COMPCODE NOT EQUAL ZERO
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       REPLY-WITH-ANSWER-EXIT.
           EXIT.
      *
      *    A malformed inquiry goes to the dead-letter queue just
      *    as it arrived, descriptor and all, so the sender can
      *    see exactly what it sent.
       DEAD-LETTER-THE-MESSAGE.
      *
           IF WS-MQ-DATA-LENGTH GREATER THAN
              LENGTH OF STOCK-INQUIRY-MESSAGE
              MOVE LENGTH OF STOCK-INQUIRY-MESSAGE
                   TO WS-MQ-MSG-LENGTH
           ELSE
              MOVE WS-MQ-DATA-LENGTH TO WS-MQ-MSG-LENGTH
           END-IF.
           CALL 'MQPUT1' USING WS-MQ-HCONN WS-MQ-DEAD-OBJDESC
                WS-MQ-MSGDESC WS-MQ-PUTMSGOPTS WS-MQ-MSG-LENGTH
                STOCK-INQUIRY-MESSAGE WS-MQ-COMPCODE WS-MQ-REASON.
      *
       DEAD-LETTER-THE-MESSAGE-EXIT.
           EXIT.
      *
      *    One statistics line per inquiry to the shared TXST
      *    queue - a dead-lettered inquiry or a file error counts
      *    as a failure.
       WRITE-INQUIRY-STATS.
      *
           EXEC CICS ASKTIME ABSTIME(WS-TXN-END-ABSTIME) END-EXEC.
           COMPUTE WS-TXN-ELAPSED-MS =
                   WS-TXN-END-ABSTIME - WS-TXN-START-ABSTIME.
           MOVE EIBTRNID TO TS-TRANSACTION-ID.
           MOVE EIBTASKN TO WS-TASK-NUMBER.
           MOVE WS-TASK-NUMBER TO TS-TASK-NUMBER.
           MOVE WS-TXN-ELAPSED-MS TO TS-ELAPSED-MS.
           IF RC-SUCCESS
              SET TS-SUCCESS TO TRUE
           ELSE
              SET TS-FAILURE TO TRUE
           END-IF.
           EXEC CICS FORMATTIME ABSTIME(WS-TXN-END-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     TIME(TS-TIME)
                     END-EXEC.
           MOVE WS-DATE8(1:4) TO TS-DATE-YYYY.
           MOVE WS-DATE8(5:2) TO TS-DATE-MM.
           MOVE WS-DATE8(7:2) TO TS-DATE-DD.
           EXEC CICS WRITEQ TD QUEUE(TXNSTAT-QUEUE-NAME)
                     FROM(TXN-STATS-MESSAGE)
                     END-EXEC.
      *
       WRITE-INQUIRY-STATS-EXIT.
           EXIT.
