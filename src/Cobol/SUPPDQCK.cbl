      *
      * Modification History:
      *  22 Aug 2026  DEV  Original.
      *  15 Oct 2026  DEV  Payment terms that name no PAYTERMS
      *                    code are an exception too - the free-
      *                    text terms the master was loaded with
      *                    must be recoded before INVMATCH can
      *                    work due dates out from them.
      *
      *****************************************************************

                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
           SELECT PAYTERMS-FILE ASSIGN TO PAYTERMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PT-TERMS-CODE
                  FILE STATUS IS WS-TERMS-STATUS.
      *
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
      *
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  PAYTERMS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PAYTERMS.
      *
      *    Sort work record - name-major, so near-duplicate names
      *    land next to each other in the output procedure.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
           03 WS-TERMS-STATUS           PIC X(2) VALUE '00'.
              88  TERMS-STATUS-OK           VALUE '00'.
           03 WS-SUPP-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-SUPP-FILE          VALUE 'Y'.
           03 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
       MAIN-PROCESSING SECTION.
      *
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN INPUT PAYTERMS-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-EXCEPTION-COUNT TO RT-EXCEPTION-COUNT.
           WRITE REPORT-LINE FROM REPORT-TOTAL-LINE-2.
           CLOSE EXCEPTION-REPORT.
           CLOSE PAYTERMS-FILE.
      *
           STOP RUN.
      *
           IF SR-PAYMENT-TERMS EQUAL SPACES
              MOVE 'PAYMENT TERMS BLANK' TO WS-NEW-REASON
              PERFORM APPEND-REASON-TEXT
           ELSE
              MOVE SR-PAYMENT-TERMS TO PT-TERMS-CODE
              READ PAYTERMS-FILE
                   INVALID KEY
                      MOVE 'TERMS NOT ON PAYTERMS' TO WS-NEW-REASON
                      PERFORM APPEND-REASON-TEXT
              END-READ
           END-IF.
           IF SR-STATUS-CODE NOT EQUAL 'ACTIVE'
              AND SR-STATUS-CODE NOT EQUAL 'HOLD'
