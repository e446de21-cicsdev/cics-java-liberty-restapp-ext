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
      * Interchangeability-group maintenance and inquiry. Many of
      * our fasteners and consumables are the same article under
      * several PART-IDs - one per supplier - yet a short issue
      * used to backorder while the equivalent sat on the next
      * shelf. A group declares its parts mutually substitutable,
      * each with a preference (01 most preferred):
      *
      *   A=add     puts the part into the group at the preference
      *             given - the INTRGRP member record and the
      *             INTRPART reverse record are written in the same
      *             unit of work;
      *   D=delete  takes the part out of its group, both records;
      *   I=inquire returns the group's members in preference
      *             order, from the group ID or from any member's
      *             PART-ID.
      *
      * A part belongs to one group at most. Supersession
      * (SUPRSEDE) is a different thing - one-way replacement of a
      * discontinued part - and is not touched here. INTRFIND is
      * what the issue, reservation and pick paths ask when short.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              INTRMNT.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
      *    INTRGRP copybook - the group member, by group.
           COPY INTRGRP.
      *
      *    INTRPART copybook - the reverse direction, by part.
           COPY INTRPART.
      *
      *    STOCK-PART copybook - a part must be on the master to
      *    join a group.
           COPY STOKPART REPLACING STOCK-PART BY WS-STOCK-PART.
      *
      *    Common return-code field.
           COPY RTNCODE.
      *
      *    Name of the CICS files to use
       77  GROUP-FILE-NAME      PIC X(8) VALUE 'INTRGRP'.
       77  PART-FILE-NAME       PIC X(8) VALUE 'INTRPART'.
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
      *
      *    Most members one inquiry reply can carry - matches the
      *    OCCURS in the commarea below.
       77  MAX-GROUP-MEMBERS    PIC 9(4) VALUE 20.
      *
       01  WS-STORAGE.
           03 GROUP-RESP        PIC 9(8) COMP VALUE ZERO.
           03 PART-RESP         PIC 9(8) COMP VALUE ZERO.
           03 READ-RESP         PIC 9(8) COMP VALUE ZERO.
           03 WS-ABSTIME        PIC S9(15) COMP-3 VALUE ZERO.
           03 WS-DATE8          PIC X(8)      VALUE SPACES.
           03 WS-BROWSE-KEY     PIC X(8)      VALUE SPACES.
           03 WS-BROWSE-ACTIVE  PIC X(1)      VALUE 'N'.
              88 BROWSE-IS-ACTIVE VALUE 'Y'.
      *
       LINKAGE SECTION.
      *
       01  DFHCOMMAREA.
           03 CA-ACTION              PIC X(1).
              88 CA-ACTION-ADD          VALUE 'A'.
              88 CA-ACTION-DELETE       VALUE 'D'.
              88 CA-ACTION-INQUIRE      VALUE 'I'.
      *
      *    Input on an add; output on a delete or an inquiry by
      *    part.
           03 CA-GROUP-ID            PIC X(6).
           03 CA-PREFERENCE          PIC 9(2) DISPLAY.
      *
      *    Input on an add or a delete; on an inquiry, used to
      *    find the group when no group ID is given.
           03 CA-PART-ID             PIC 9(8) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    The group's members in preference order - output on an
      *    inquiry.
           03 CA-RETURN-COUNT        PIC 9(4) DISPLAY.
           03 CA-MEMBER-TABLE OCCURS 1 TO 20 TIMES
                              DEPENDING ON CA-RETURN-COUNT.
              05 CA-MEMBER-PREFERENCE PIC 9(2) DISPLAY.
              05 CA-MEMBER-PART-ID   PIC 9(8) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           SET RC-SUCCESS TO TRUE.
           MOVE ZERO TO CA-RETURN-COUNT.
      *
           EVALUATE TRUE
              WHEN CA-ACTION-ADD
                 PERFORM DO-ADD-MEMBER
              WHEN CA-ACTION-DELETE
                 PERFORM DO-DELETE-MEMBER
              WHEN CA-ACTION-INQUIRE
                 PERFORM DO-INQUIRE-GROUP
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
      *    Put a part into a group: it must be on the master, not
      *    already in a group, and the preference must be free.
      *    Both directions are written together - a failure on
      *    the second backs out the first.
       DO-ADD-MEMBER.
      *
           IF CA-GROUP-ID EQUAL SPACES
              OR CA-PREFERENCE NOT NUMERIC
              OR CA-PREFERENCE EQUAL ZERO
              SET RC-VALIDATION-ERROR TO TRUE
           ELSE
              EXEC CICS READ FILE(FILE-NAME)
                        INTO(WS-STOCK-PART)
                        RIDFLD(CA-PART-ID)
                        RESP(READ-RESP)
                        END-EXEC
              IF READ-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-NOTFND TO TRUE
              ELSE
                 PERFORM WRITE-MEMBER-RECORDS
              END-IF
           END-IF.
      *
       DO-ADD-MEMBER-EXIT.
           EXIT.
      *
       WRITE-MEMBER-RECORDS.
      *
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-DATE8)
                     END-EXEC.
      *
           MOVE SPACES TO INTERCHANGE-PART-RECORD.
           MOVE CA-PART-ID TO IP-PART-ID.
           MOVE CA-GROUP-ID TO IP-GROUP-ID.
           MOVE CA-PREFERENCE TO IP-PREFERENCE.
           EXEC CICS WRITE FILE(PART-FILE-NAME)
                     FROM(INTERCHANGE-PART-RECORD)
                     RIDFLD(IP-PART-ID)
                     RESP(PART-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
      *       Already in a group - it must leave that one first.
              WHEN PART-RESP EQUAL DFHRESP(DUPREC)
                 SET RC-VALIDATION-ERROR TO TRUE
              WHEN PART-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE SPACES TO INTERCHANGE-GROUP-RECORD
                 MOVE CA-GROUP-ID TO IG-GROUP-ID
                 MOVE CA-PREFERENCE TO IG-PREFERENCE
                 MOVE CA-PART-ID TO IG-PART-ID
                 EXEC CICS ASSIGN USERID(IG-ADDED-BY) END-EXEC
                 MOVE WS-DATE8 TO IG-ADDED-DATE
                 EXEC CICS WRITE FILE(GROUP-FILE-NAME)
                           FROM(INTERCHANGE-GROUP-RECORD)
                           RIDFLD(IG-KEY)
                           RESP(GROUP-RESP)
                           END-EXEC
                 IF GROUP-RESP NOT EQUAL DFHRESP(NORMAL)
                    EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                    IF GROUP-RESP EQUAL DFHRESP(DUPREC)
      *                The preference is taken in that group.
                       SET RC-VALIDATION-ERROR TO TRUE
                    ELSE
                       SET RC-FILE-ERROR TO TRUE
                    END-IF
                 END-IF
           END-EVALUATE.
      *
       WRITE-MEMBER-RECORDS-EXIT.
           EXIT.
      *
      *    Take a part out of its group - both directions, in one
      *    unit of work.
       DO-DELETE-MEMBER.
      *
           MOVE CA-PART-ID TO IP-PART-ID.
           EXEC CICS READ FILE(PART-FILE-NAME)
                     INTO(INTERCHANGE-PART-RECORD)
                     RIDFLD(IP-PART-ID)
                     RESP(PART-RESP)
                     END-EXEC.
      *
           EVALUATE TRUE
              WHEN PART-RESP EQUAL DFHRESP(NOTFND)
                 SET RC-NOTFND TO TRUE
              WHEN PART-RESP NOT EQUAL DFHRESP(NORMAL)
                 SET RC-FILE-ERROR TO TRUE
              WHEN OTHER
                 MOVE IP-GROUP-ID TO CA-GROUP-ID
                 MOVE IP-PREFERENCE TO CA-PREFERENCE
                 MOVE IP-GROUP-ID TO IG-GROUP-ID
                 MOVE IP-PREFERENCE TO IG-PREFERENCE
                 EXEC CICS DELETE FILE(GROUP-FILE-NAME)
                           RIDFLD(IG-KEY)
                           RESP(GROUP-RESP)
                           END-EXEC
                 EXEC CICS DELETE FILE(PART-FILE-NAME)
                           RIDFLD(IP-PART-ID)
                           RESP(PART-RESP)
                           END-EXEC
                 IF PART-RESP NOT EQUAL DFHRESP(NORMAL)
                    EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                    SET RC-FILE-ERROR TO TRUE
                 END-IF
           END-EVALUATE.
      *
       DO-DELETE-MEMBER-EXIT.
           EXIT.
      *
      *    The group's members in preference order - found from
      *    the group ID, or through the reverse record when only
      *    a member's PART-ID was given.
       DO-INQUIRE-GROUP.
      *
           IF CA-GROUP-ID EQUAL SPACES
              MOVE CA-PART-ID TO IP-PART-ID
              EXEC CICS READ FILE(PART-FILE-NAME)
                        INTO(INTERCHANGE-PART-RECORD)
                        RIDFLD(IP-PART-ID)
                        RESP(PART-RESP)
                        END-EXEC
              IF PART-RESP EQUAL DFHRESP(NORMAL)
                 MOVE IP-GROUP-ID TO CA-GROUP-ID
                 MOVE IP-PREFERENCE TO CA-PREFERENCE
              ELSE
                 SET RC-NOTFND TO TRUE
              END-IF
           END-IF.
      *
           IF RC-SUCCESS
              PERFORM BROWSE-GROUP-MEMBERS
              IF CA-RETURN-COUNT EQUAL ZERO
                 SET RC-NOTFND TO TRUE
              END-IF
           END-IF.
      *
       DO-INQUIRE-GROUP-EXIT.
           EXIT.
      *
       BROWSE-GROUP-MEMBERS.
      *
           MOVE CA-GROUP-ID TO IG-GROUP-ID.
           MOVE ZERO TO IG-PREFERENCE.
           MOVE IG-KEY TO WS-BROWSE-KEY.
           EXEC CICS STARTBR FILE(GROUP-FILE-NAME)
                     RIDFLD(WS-BROWSE-KEY)
                     GTEQ
                     RESP(GROUP-RESP)
                     END-EXEC.
           IF GROUP-RESP EQUAL DFHRESP(NORMAL)
              SET BROWSE-IS-ACTIVE TO TRUE
              PERFORM UNTIL NOT BROWSE-IS-ACTIVE
                 EXEC CICS READNEXT FILE(GROUP-FILE-NAME)
                           INTO(INTERCHANGE-GROUP-RECORD)
                           RIDFLD(WS-BROWSE-KEY)
                           RESP(GROUP-RESP)
                           END-EXEC
                 IF GROUP-RESP EQUAL DFHRESP(NORMAL)
                    AND IG-GROUP-ID EQUAL CA-GROUP-ID
                    AND CA-RETURN-COUNT LESS THAN MAX-GROUP-MEMBERS
                    ADD 1 TO CA-RETURN-COUNT
                    MOVE IG-PREFERENCE
                         TO CA-MEMBER-PREFERENCE(CA-RETURN-COUNT)
                    MOVE IG-PART-ID
                         TO CA-MEMBER-PART-ID(CA-RETURN-COUNT)
                 ELSE
                    MOVE 'N' TO WS-BROWSE-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(GROUP-FILE-NAME) END-EXEC
           END-IF.
      *
       BROWSE-GROUP-MEMBERS-EXIT.
           EXIT.
