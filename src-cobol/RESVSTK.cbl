      * (STOCK-QUANTITY minus RESERVED-QUANTITY) on every record.
      * An issue consumes a reservation through ISSUGDS, not here.
      *
      * A caller with room for the trailing fields names the
      * department the stock is promised to and a substitute mode.
      * When the part is short, INTRFIND is asked for the first
      * interchangeable part in its INTRGRP group with the stock
      * (never for a department that refuses substitutes): 'O'
      * offers it - the reserve comes back 'Q' with the
      * equivalent's PART-ID and nothing promised; 'A' reserves
      * the equivalent instead, returning its PART-ID in
      * CA-PART-ID and recording the part asked for on the
      * reservation.
      *
      * To simplify the code, this program has minimal error-handling
      * logic.
      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  New trailing department and substitute
      *                    mode: a short reserve is offered, or
      *                    given, the first INTRGRP
      *                    interchangeable part with the stock,
      *                    and the department is kept on the
      *                    reservation.
      *
      *****************************************************************

      *    Name of the CICS files to use
       77  FILE-NAME            PIC X(8) VALUE 'SMPLXMPL'.
       77  RESV-FILE-NAME       PIC X(8) VALUE 'RESERVN'.
       77  INTRFIND-PROGRAM     PIC X(8) VALUE 'INTRFIND'.
      *
      *    Smallest EIBCALEN a caller must supply before the
      *    department, and then the substitute mode, are honored -
      *    the original 33-byte commarea predates both.
       77  DEPT-MIN-CALEN       PIC 9(4) VALUE 39.
       77  SUBSTITUTE-MIN-CALEN PIC 9(4) VALUE 48.
      *
      *    Commarea for the INTRFIND interchangeable-part finder
      *    asked when the part is short.
       01  WS-INTRFIND-AREA.
           03 IF-PART-ID             PIC 9(8) DISPLAY.
           03 IF-QUANTITY            PIC 9(8) DISPLAY.
           03 IF-DEPARTMENT          PIC X(6).
           03 IF-SUBSTITUTE-ID       PIC 9(8) DISPLAY.
           03 IF-SUBSTITUTE-AVAIL    PIC 9(8) DISPLAY.
           03 IF-RETURN-CODE         PIC X(1).
      *
       01  WS-STORAGE.
           03 READ-RESP         PIC 9(8)  COMP    VALUE ZERO.
           03 WS-AVAILABLE      PIC S9(9) PACKED-DECIMAL VALUE ZERO.
           03 WS-BROWSE-ACTIVE  PIC X(1)          VALUE 'N'.
              88 BROWSE-IS-ACTIVE  VALUE 'Y'.
      *
      *    Substitution state: the part the caller asked for when
      *    an interchangeable one was reserved in its place (zero
      *    otherwise).
           03 INTRFIND-RESP     PIC 9(8)  COMP    VALUE ZERO.
           03 WS-RESV-DEPT      PIC X(6)          VALUE SPACES.
           03 WS-SUBSTITUTED-FOR PIC 9(8) DISPLAY VALUE ZERO.
           03 WS-SUBST-FLAG     PIC X(1)          VALUE 'N'.
              88 SUBSTITUTE-TAKEN   VALUE 'Y'.
              88 SUBSTITUTE-OFFERED VALUE 'O'.
      *
       LINKAGE SECTION.
      *
      *    output on a reserve (the sequence just assigned).
           03 CA-RESERVATION-SEQ     PIC 9(3) DISPLAY.
           03 CA-RETURN-CODE         PIC X(1).
      *
      *    Optional trailing fields - honored only for a caller
      *    whose EIBCALEN covers them (DEPT-MIN-CALEN,
      *    SUBSTITUTE-MIN-CALEN). The department the stock is
      *    promised to; spaces for none.
           03 CA-DEPARTMENT          PIC X(6).
      *
      *    What to do when the part is short and an INTRGRP
      *    equivalent has the stock: 'O' offers it, 'A' reserves
      *    it in the part's place, blank keeps the original short
      *    rejection. The equivalent offered or reserved comes
      *    back in CA-SUBSTITUTE-PART-ID; zero when none.
           03 CA-SUBSTITUTE-MODE     PIC X(1).
              88 CA-SUBSTITUTE-AUTO     VALUE 'A'.
              88 CA-SUBSTITUTE-OFFER    VALUE 'O'.
           03 CA-SUBSTITUTE-PART-ID  PIC 9(8) DISPLAY.
      *
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      *
      *
           SET RC-SUCCESS TO TRUE.
      *
           MOVE SPACES TO WS-RESV-DEPT.
           IF EIBCALEN NOT LESS THAN DEPT-MIN-CALEN
              MOVE CA-DEPARTMENT TO WS-RESV-DEPT
           END-IF.
           IF EIBCALEN NOT LESS THAN SUBSTITUTE-MIN-CALEN
              MOVE ZERO TO CA-SUBSTITUTE-PART-ID
           END-IF.
      *
      *    A reserve short of stock may reserve an interchangeable
      *    part in its place - a second pass, on that part.
           EVALUATE TRUE
              WHEN CA-ACTION-RESERVE
                 PERFORM DO-RESERVE
                 IF SUBSTITUTE-TAKEN
                    PERFORM DO-RESERVE
                 END-IF
              WHEN CA-ACTION-RELEASE
                 PERFORM DO-RELEASE
              WHEN OTHER
      *    unpromised units, then the reservation is written on the
      *    next free sequence and the part's mirror bumped.
       DO-RESERVE.
      *
      *    Each pass starts with no substitution pending.
           MOVE 'N' TO WS-SUBST-FLAG.
      *
           EXEC CICS READ FILE(FILE-NAME)
                     INTO(WS-STOCK-PART)
                 IF CA-RESERVE-QUANTITY GREATER THAN WS-AVAILABLE
                    EXEC CICS UNLOCK FILE(FILE-NAME) END-EXEC
                    SET RC-VALIDATION-ERROR TO TRUE
                    PERFORM TRY-INTERCHANGEABLE-PART
                 ELSE
                    SET RC-SUCCESS TO TRUE
                    PERFORM FIND-NEXT-SEQUENCE
                    PERFORM WRITE-RESERVATION
                    IF RC-SUCCESS
       DO-RESERVE-EXIT.
           EXIT.
      *
      *    The part is short: ask INTRFIND for an interchangeable
      *    part in its group with the stock to cover the reserve -
      *    not for a department that refuses substitutes, and
      *    never twice. Offered, the caller gets 'Q' and its
      *    PART-ID; taken, it becomes the part this reserve
      *    promises.
       TRY-INTERCHANGEABLE-PART.
      *
           IF EIBCALEN NOT LESS THAN SUBSTITUTE-MIN-CALEN
              AND (CA-SUBSTITUTE-AUTO OR CA-SUBSTITUTE-OFFER)
              AND WS-SUBSTITUTED-FOR EQUAL ZERO
              MOVE CA-PART-ID TO IF-PART-ID
              MOVE CA-RESERVE-QUANTITY TO IF-QUANTITY
              MOVE WS-RESV-DEPT TO IF-DEPARTMENT
              MOVE ZERO TO IF-SUBSTITUTE-ID
              MOVE SPACE TO IF-RETURN-CODE
              EXEC CICS LINK PROGRAM(INTRFIND-PROGRAM)
                        COMMAREA(WS-INTRFIND-AREA)
                        LENGTH(39)
                        RESP(INTRFIND-RESP)
                        END-EXEC
              IF INTRFIND-RESP EQUAL DFHRESP(NORMAL)
                 AND IF-RETURN-CODE EQUAL '0'
                 MOVE IF-SUBSTITUTE-ID TO CA-SUBSTITUTE-PART-ID
                 IF CA-SUBSTITUTE-AUTO
                    MOVE CA-PART-ID TO WS-SUBSTITUTED-FOR
                    MOVE IF-SUBSTITUTE-ID TO CA-PART-ID
                    SET SUBSTITUTE-TAKEN TO TRUE
                 ELSE
                    SET SUBSTITUTE-OFFERED TO TRUE
                    SET RC-SUBSTITUTE-OFFERED TO TRUE
                 END-IF
              END-IF
           END-IF.
      *
       TRY-INTERCHANGEABLE-PART-EXIT.
           EXIT.
      *
      *    Release an open reservation: the record is marked
      *    released and the part's mirror reduced by its quantity.
       DO-RELEASE.
           MOVE WS-NEXT-SEQUENCE TO RSV-SEQUENCE.
           MOVE CA-RESERVE-QUANTITY TO RSV-QUANTITY.
           MOVE CA-REQUESTER-REF TO RSV-REQUESTER-REF.
           MOVE WS-RESV-DEPT TO RSV-DEPARTMENT.
           MOVE WS-SUBSTITUTED-FOR TO RSV-SUBSTITUTED-FOR.
           SET RSV-STATUS-OPEN TO TRUE.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
