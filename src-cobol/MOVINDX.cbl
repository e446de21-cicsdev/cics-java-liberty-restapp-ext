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
      * Stock-movement index maintainer, LINKed by every STKMOVE
      * writer right after the ledger append (alongside MOVPUB).
      * The ledger is an ESDS, so the only way to find one part's
      * movements in it is to read the whole file by RBA - which is
      * what MOVEINQ and PARTHIST used to do, and a counter clerk
      * asking for one part's last twenty movements waited for it.
      * This program writes the movement's STKMVIX entry: the
      * ledger entry whole, keyed by part, movement date and time,
      * and a sequence number that separates movements for the
      * same part in the same second (a DUPREC steps it and the
      * write is tried again). The write joins the caller's unit
      * of work, so a rolled-back movement takes its index entry
      * with it. Any other failure is swallowed - the movement
      * itself must never fail because its index entry did; the
      * nightly MVIXCHK comparison reports the gap and MVIXBLD
      * rebuilds the index from the ledger.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              MOVINDX.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       77  MOVE-INDEX-NAME      PIC X(8) VALUE 'STKMVIX'.
      *
       01  WS-WORK.
           03 WS-WRITE-RESP     PIC 9(8)  COMP    VALUE ZERO.
           03 WS-DONE-FLAG      PIC X(1)  VALUE 'N'.
              88 ENTRY-IS-DONE  VALUE 'Y'.
      *
      *    STKMVIX copybook - the index entry being written.
           COPY STKMVIX.
      *
       LINKAGE SECTION.
      *
      *    The caller hands over the movement it just appended, in
      *    the ledger's own shape - the commarea IS the record.
           COPY STKMOVE REPLACING STKMOVE BY DFHCOMMAREA.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
       MAIN-PROCESSING SECTION.
      *
           MOVE SPACES TO STKMOVE-INDEX.
           MOVE MV-PART-ID TO MX-PART-ID.
           MOVE MV-MOVEMENT-DATE TO MX-MOVEMENT-DATE.
           MOVE MV-MOVEMENT-TIME TO MX-MOVEMENT-TIME.
           MOVE 1 TO MX-SEQUENCE.
      *
      *    A caller still passing the older, shorter commarea gets
      *    the rest of the image left as spaces.
           IF EIBCALEN < LENGTH OF MX-MOVEMENT
              MOVE DFHCOMMAREA(1:EIBCALEN) TO MX-MOVEMENT
           ELSE
              MOVE DFHCOMMAREA TO MX-MOVEMENT
           END-IF.
      *
           MOVE 'N' TO WS-DONE-FLAG.
           PERFORM UNTIL ENTRY-IS-DONE
              EXEC CICS WRITE FILE(MOVE-INDEX-NAME)
                        FROM(STKMOVE-INDEX)
                        RIDFLD(MX-KEY)
                        RESP(WS-WRITE-RESP)
                        END-EXEC
              IF WS-WRITE-RESP EQUAL DFHRESP(DUPREC)
                 AND MX-SEQUENCE < 9999
                 ADD 1 TO MX-SEQUENCE
              ELSE
                 SET ENTRY-IS-DONE TO TRUE
              END-IF
           END-PERFORM.
      *
           EXEC CICS RETURN END-EXEC.
      *
           GOBACK.
