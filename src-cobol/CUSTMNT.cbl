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
      * Customer master maintenance. Orders from outside customers
      * were kept in a spreadsheet because there was nowhere in
      * the system to put the customer; this transaction keeps
      * the CUSTMAST file the SORDENT sales orders name:
      *
      *   'A' adds a customer, ACTIVE, with the adding userid.
      *   'C' changes the name, address, phone and contact
      *       reference - the id and status are left alone.
      *   'H' puts a customer on HOLD - no new orders or lines
      *       until released; orders already entered still ship.
      *   'R' releases a held customer back to ACTIVE.
      *   'I' returns the customer record.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              CUSTMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    CUSTMAST copybook - the customer being maintained.
           COPY CUSTMAST.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS file to use
       77  CUST-FILE-NAME       PIC X(8) VALUE 'CUSTMAST'.
      *
       01  WS-STORAGE.
           03 CUST-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)          VALUE SPACES.
           03 WS-USERID         PIC X(8)          VALUE SPACES.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-CHANGE       VALUE 'C'.
              88 CA-ACTION-HOLD         VALUE 'H'.
              88 CA-ACTION-RELEASE      VALUE 'R'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
           03 CA-CUSTOMER-ID         PIC 9(8) DISPLAY.
      *
      *    Input on add/change; output on every action.
           03 CA-CUSTOMER-NAME       PIC X(40).
           03 CA-ADDRESS-LINE1       PIC X(30).
           03 CA-ADDRESS-LINE2       PIC X(30).
           03 CA-ADDRESS-CITY        PIC X(20).
           03 CA-ADDRESS-STATE       PIC X(2).
           03 CA-ADDRESS-ZIP         PIC X(10).
           03 CA-PHONE               PIC X(15).
           03 CA-CONTACT-REF         PIC X(12).
      *
      *    Output only.
           03 CA-STATUS-CODE         PIC X(8).
           03 CA-RETURN-CODE         PIC X(1).
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.
      *
           EVALUATE TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-CUSTOMER
              WHEN CA-ACTION-CHANGE
                 PERFORM DO-CHANGE-CUSTOMER
              WHEN CA-ACTION-HOLD
              WHEN CA-ACTION-RELEASE
                 PERFORM DO-SET-STATUS
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE-CUSTOMER
              WHEN OTHER
                 SET RC-VALIDATION-ERROR TO TRUE
           END-EVALUATE.
      *
           MOVE RETURN-CODE TO CA-RETURN-CODE.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
      *
      *    Add a customer - a name is mandatory, and the id must
      *    not already be on file.
       DO-ADD-CUSTOMER.
      *
           IF CA-CUSTOMER-ID EQUAL ZERO
              OR CA-CUSTOMER-NAME EQUAL SPACES
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              MOVE SPACES TO CUSTOMER-RECORD
              MOVE CA-CUSTOMER-ID TO CU-CUSTOMER-ID
              PERFORM MOVE-COMMAREA-TO-RECORD
              SET CU-STATUS-ACTIVE TO TRUE
              MOVE WS-USERID TO CU-CREATED-BY
              MOVE WS-DATE8 TO CU-CREATED-DATE
              EXEC CICS WRITE FILE(CUST-FILE-NAME)
                        FROM(CUSTOMER-RECORD)
                        RIDFLD(CU-CUSTOMER-ID)
                        RESP(CUST-RESP)
                        END-EXEC
              EVALUATE TRUE
                 WHEN CUST-RESP EQUAL DFHRESP(NORMAL)
                    PERFORM MOVE-RECORD-TO-COMMAREA
                 WHEN CUST-RESP EQUAL DFHRESP(DUPREC)
                    SET RC-VALIDATION-ERROR TO TRUE
                 WHEN OTHER
                    SET RC-FILE-ERROR TO TRUE
              END-EVALUATE
           END-IF.
      *
       DO-ADD-CUSTOMER-EXIT.
           EXIT.
      *
      *    Change the descriptive fields of an existing customer.
       DO-CHANGE-CUSTOMER.
      *
           IF CA-CUSTOMER-NAME EQUAL SPACES
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              PERFORM LOCK-CUSTOMER
              IF RC-SUCCESS
                 PERFORM MOVE-COMMAREA-TO-RECORD
                 PERFORM REWRITE-CUSTOMER
              END-IF
           END-IF.
      *
       DO-CHANGE-CUSTOMER-EXIT.
           EXIT.
      *
      *    Hold or release a customer.
       DO-SET-STATUS.
      *
           PERFORM LOCK-CUSTOMER.
           IF RC-SUCCESS
              IF CA-ACTION-HOLD
                 SET CU-STATUS-HOLD TO TRUE
              ELSE
                 SET CU-STATUS-ACTIVE TO TRUE
              END-IF
              PERFORM REWRITE-CUSTOMER
           END-IF.
      *
       DO-SET-STATUS-EXIT.
           EXIT.
      *
       DO-INQUIRE-CUSTOMER.
      *
           MOVE CA-CUSTOMER-ID TO CU-CUSTOMER-ID.
           EXEC CICS READ FILE(CUST-FILE-NAME)
                     INTO(CUSTOMER-RECORD)
                     RIDFLD(CU-CUSTOMER-ID)
                     RESP(CUST-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN CUST-RESP EQUAL DFHRESP(NORMAL)
                 PERFORM MOVE-RECORD-TO-COMMAREA
              WHEN CUST-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN OTHER
                 SET RC-FILE-ERROR TO TRUE
           END-EVALUATE.
      *
       DO-INQUIRE-CUSTOMER-EXIT.
           EXIT.
      *
       LOCK-CUSTOMER.
      *
           MOVE CA-CUSTOMER-ID TO CU-CUSTOMER-ID.
           EXEC CICS READ FILE(CUST-FILE-NAME)
                     INTO(CUSTOMER-RECORD)
                     RIDFLD(CU-CUSTOMER-ID)
                     UPDATE
                     RESP(CUST-RESP)
                     END-EXEC.
           EVALUATE TRUE
              WHEN CUST-RESP EQUAL DFHRESP(NORMAL)
                 CONTINUE
              WHEN CUST-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN OTHER
                 SET RC-FILE-ERROR TO TRUE
           END-EVALUATE.
      *
       LOCK-CUSTOMER-EXIT.
           EXIT.
      *
       REWRITE-CUSTOMER.
      *
           MOVE WS-USERID TO CU-CHANGED-BY.
           MOVE WS-DATE8 TO CU-CHANGED-DATE.
           EXEC CICS REWRITE FILE(CUST-FILE-NAME)
                     FROM(CUSTOMER-RECORD)
                     RESP(CUST-RESP)
                     END-EXEC.
           IF CUST-RESP EQUAL DFHRESP(NORMAL)
              PERFORM MOVE-RECORD-TO-COMMAREA
           ELSE
              SET RC-FILE-ERROR TO TRUE
           END-IF.
      *
       REWRITE-CUSTOMER-EXIT.
           EXIT.
      *
       MOVE-COMMAREA-TO-RECORD.
      *
           MOVE CA-CUSTOMER-NAME TO CU-CUSTOMER-NAME.
           MOVE CA-ADDRESS-LINE1 TO CU-ADDRESS-LINE1.
           MOVE CA-ADDRESS-LINE2 TO CU-ADDRESS-LINE2.
           MOVE CA-ADDRESS-CITY TO CU-ADDRESS-CITY.
           MOVE CA-ADDRESS-STATE TO CU-ADDRESS-STATE.
           MOVE CA-ADDRESS-ZIP TO CU-ADDRESS-ZIP.
           MOVE CA-PHONE TO CU-PHONE.
           MOVE CA-CONTACT-REF TO CU-CONTACT-REF.
      *
       MOVE-COMMAREA-TO-RECORD-EXIT.
           EXIT.
      *
       MOVE-RECORD-TO-COMMAREA.
      *
           MOVE CU-CUSTOMER-NAME TO CA-CUSTOMER-NAME.
           MOVE CU-ADDRESS-LINE1 TO CA-ADDRESS-LINE1.
           MOVE CU-ADDRESS-LINE2 TO CA-ADDRESS-LINE2.
           MOVE CU-ADDRESS-CITY TO CA-ADDRESS-CITY.
           MOVE CU-ADDRESS-STATE TO CA-ADDRESS-STATE.
           MOVE CU-ADDRESS-ZIP TO CA-ADDRESS-ZIP.
           MOVE CU-PHONE TO CA-PHONE.
           MOVE CU-CONTACT-REF TO CA-CONTACT-REF.
           MOVE CU-STATUS-CODE TO CA-STATUS-CODE.
      *
       MOVE-RECORD-TO-COMMAREA-EXIT.
           EXIT.
