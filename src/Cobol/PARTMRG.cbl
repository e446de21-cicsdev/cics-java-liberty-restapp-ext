       PROCESS NODYNAM,RENT,APOST,TRUNC(OPT)

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
      * Part merge utility. An item created twice under two PART-IDs
      * ends up with its stock, its lots and its demand split
      * between them, and supersession only points one at the
      * other. Given a surviving and a retired PART-ID on the
      * PMRGCTL card, this job consolidates the retired part into
      * the survivor, one file at a time:
      *    1 LOCBAL    each location's balance is added into the
      *                survivor's balance at that location;
      *    2 STKLOT    lots, re-keyed (a new sequence within the
      *                expiry date where the survivor has one);
      *    3 SERIALNO  serials, re-keyed;
      *    4 RESERVN   open and picked reservations, numbered on
      *                after the survivor's own;
      *    5 BACKORD   open backorders, numbered on the same way;
      *    6 BOMFILE   the retired part's own structure, and every
      *                structure it is a component of;
      *    7 SUPPXREF  approved sources, re-keyed;
      *    8 PARTCTRL  the control flags - inspection is kept if
      *                either part had it, and a survivor with no
      *                hazard class takes the retired part's;
      *    9 PARTNOTE  note lines, after the survivor's own;
      *   10 PURCHORD  open lines on open orders, and blanket
      *                orders for the part;
      *   11 SMPLXMPL  the stock, on-order and reserved quantities
      *                are added into the survivor and AVERAGE-COST
      *                combined by quantity; the retired part is
      *                left at zero and discontinued, with a
      *                SUPRSEDE entry naming the survivor, and a
      *                transfer pair on STKMOVE moves its stock
      *                across.
      * Where the survivor already holds the same source, component
      * or parent, the survivor's entry stands (a component both
      * parts were used in takes both quantities). A serial number
      * the survivor already has is left on the retired part for
      * the stores to sort out. Closed lots' history, released and
      * consumed reservations and filled backorders stay where they
      * are.
      *
      * The merge is refused when the two parts' UNIT-OF-MEASURE or
      * serial control differ - the quantities could not simply be
      * added. Every record moved, combined, dropped or left prints
      * on the PMRGRPT report with its before and after value.
      * Card column 17 is the mode: S simulates, producing the
      * report with no file touched, and U updates. Run S first.
      *
      * An update writes the PMRGCKPT checkpoint as each step
      * finishes and just before each record it changes, so a rerun
      * of the same card after a failure resumes where it stopped
      * without adding any quantity twice. A different merge is
      * refused while a checkpoint is outstanding. The files it
      * updates should be closed to CICS for the run.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  A survivor with no hazard class takes
      *                    the retired part's class and SDS
      *                    reference; two different classes are
      *                    reported and the survivor's kept.
      *  15 Oct 2026  DEV  Write the whole ledger entry, and index
      *                    the transfer pair by part on STKMVIX.
      *  15 Oct 2026  DEV  Re-point POs pending release too.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              PARTMRG.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The control card naming the merge.
           SELECT MERGE-CARD-FILE ASSIGN TO PMRGCTL
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT LOCBAL-FILE ASSIGN TO LOCBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LB-KEY
                  FILE STATUS IS WS-LOC-STATUS.
      *
           SELECT LOT-FILE ASSIGN TO STKLOT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LT-KEY
                  FILE STATUS IS WS-LOT-STATUS.
      *
           SELECT SERIAL-FILE ASSIGN TO SERIALNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SN-KEY
                  FILE STATUS IS WS-SERIAL-STATUS.
      *
           SELECT RESERVN-FILE ASSIGN TO RESERVN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RSV-KEY
                  FILE STATUS IS WS-RSV-STATUS.
      *
           SELECT BACKORD-FILE ASSIGN TO BACKORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS WS-BO-STATUS.
      *
           SELECT BOMFILE-FILE ASSIGN TO BOMFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BM-KEY
                  FILE STATUS IS WS-BOM-STATUS.
      *
           SELECT SUPPXREF-FILE ASSIGN TO SUPPXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT PARTCTRL-FILE ASSIGN TO PARTCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PC-PART-ID
                  FILE STATUS IS WS-CTRL-STATUS.
      *
           SELECT PARTNOTE-FILE ASSIGN TO PARTNOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PN-KEY
                  FILE STATUS IS WS-NOTE-STATUS.
      *
           SELECT PURCHORD-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT SUPRSEDE-FILE ASSIGN TO SUPRSEDE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SX-OLD-PART-ID
                  FILE STATUS IS WS-SUPR-STATUS.
      *
      *    The movement ledger is appended to, never rewritten.
           SELECT STKMOVE-FILE ASSIGN TO STKMOVE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MOVE-STATUS.
      *
      *    The ledger's part-keyed index - each entry appended
      *    above is indexed here too (see MVIXW/MVIXP).
           SELECT MOVE-INDEX-FILE ASSIGN TO STKMVIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS MX-KEY
                  FILE STATUS IS WS-MVIX-STATUS.
      *
           SELECT CHECKPOINT-FILE ASSIGN TO PMRGCKPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CHECKPOINT-STATUS.
      *
           SELECT MERGE-REPORT ASSIGN TO PMRGRPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  MERGE-CARD-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 17 CHARACTERS.
       01  MERGE-CARD.
           03   MC-SURVIVOR-ID          PIC X(8).
           03   MC-RETIRED-ID           PIC X(8).
           03   MC-MODE                 PIC X(1).
                88  MC-MODE-SIMULATE     VALUE 'S'.
                88  MC-MODE-UPDATE       VALUE 'U'.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    Stock part layout, renamed the same way the other batch
      *    programs rename it for their own FDs.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  LOCBAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOCBAL.
      *
       FD  LOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKLOT.
      *
       FD  SERIAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SERIALNO.
      *
       FD  RESERVN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RESERVN.
      *
       FD  BACKORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BACKORD.
      *
       FD  BOMFILE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOMREC.
      *
       FD  SUPPXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPXREF.
      *
       FD  PARTCTRL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTCTRL.
      *
       FD  PARTNOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PARTNOTE.
      *
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  SUPRSEDE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPRSEDE.
      *
       FD  STKMOVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  STKMOVE-OUT-RECORD           PIC X(117).
      *
       FD  MOVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STKMVIX.
      *
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHECKPOINT-LINE              PIC X(183).
      *
       FD  MERGE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      *    STKMOVE copybook - the transfer pair being appended.
           COPY STKMOVE.
      *
      *    Shared ledger-index work fields - see MVIXW/MVIXP.
           COPY MVIXW.
      *
      *    PMRGCKPT copybook - the checkpoint as read at the start
      *    and as kept up to date through the run.
           COPY PMRGCKPT.
      *
       01  WS-STORAGE.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-LOC-STATUS             PIC X(2) VALUE '00'.
              88  LOC-STATUS-OK             VALUE '00'.
           03 WS-LOT-STATUS             PIC X(2) VALUE '00'.
              88  LOT-STATUS-OK             VALUE '00'.
           03 WS-SERIAL-STATUS          PIC X(2) VALUE '00'.
              88  SERIAL-STATUS-OK          VALUE '00'.
           03 WS-RSV-STATUS             PIC X(2) VALUE '00'.
              88  RSV-STATUS-OK             VALUE '00'.
           03 WS-BO-STATUS              PIC X(2) VALUE '00'.
              88  BO-STATUS-OK              VALUE '00'.
           03 WS-BOM-STATUS             PIC X(2) VALUE '00'.
              88  BOM-STATUS-OK             VALUE '00'.
           03 WS-XREF-STATUS            PIC X(2) VALUE '00'.
              88  XREF-STATUS-OK            VALUE '00'.
           03 WS-CTRL-STATUS            PIC X(2) VALUE '00'.
              88  CTRL-STATUS-OK            VALUE '00'.
           03 WS-NOTE-STATUS            PIC X(2) VALUE '00'.
              88  NOTE-STATUS-OK            VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-SUPR-STATUS            PIC X(2) VALUE '00'.
              88  SUPR-STATUS-OK            VALUE '00'.
           03 WS-MOVE-STATUS            PIC X(2) VALUE '00'.
              88  MOVE-STATUS-OK            VALUE '00'.
           03 WS-CHECKPOINT-STATUS      PIC X(2) VALUE '00'.
              88  CHECKPOINT-STATUS-OK      VALUE '00'.
              88  CHECKPOINT-FILE-MISSING   VALUE '35'.
           03 WS-REPORT-STATUS          PIC X(2) VALUE '00'.
              88  REPORT-STATUS-OK          VALUE '00'.
      *
           03 WS-RUN-DATE               PIC 9(8) VALUE ZERO.
           03 WS-RUN-TIME               PIC 9(8) VALUE ZERO.
      *
      *    The merge the card asks for, and why it was refused if
      *    it was.
           03 WS-SURVIVOR-ID            PIC 9(8) VALUE ZERO.
           03 WS-RETIRED-ID             PIC 9(8) VALUE ZERO.
           03 WS-SURVIVOR-DESC          PIC X(40) VALUE SPACES.
           03 WS-RETIRED-DESC           PIC X(40) VALUE SPACES.
           03 WS-MODE                   PIC X(1) VALUE 'S'.
              88  MERGE-SIMULATE            VALUE 'S'.
              88  MERGE-UPDATE              VALUE 'U'.
           03 WS-REJECT-REASON          PIC X(50) VALUE SPACES.
           03 WS-RESTART-FLAG           PIC X(1) VALUE 'N'.
              88  MERGE-RESTARTED           VALUE 'Y'.
           03 WS-SURVIVOR-SERIAL        PIC X(1) VALUE 'N'.
           03 WS-RETIRED-SERIAL         PIC X(1) VALUE 'N'.
           03 WS-RETIRED-INSPECT        PIC X(1) VALUE SPACE.
           03 WS-RETIRED-CONSIGN        PIC X(1) VALUE SPACE.
           03 WS-RETIRED-HAZARD         PIC X(3) VALUE SPACES.
           03 WS-RETIRED-SDS            PIC X(12) VALUE SPACES.
      *
      *    The steps, and the counts for the one running.
           03 WS-STEP                   PIC 9(2) VALUE ZERO.
           03 WS-FIRST-STEP             PIC 9(2) VALUE 1.
           03 WS-LAST-STEP              PIC 9(2) VALUE 11.
           03 WS-STEP-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-STEP-FILE          VALUE 'Y'.
           03 WS-STEP-CHANGED           PIC 9(8) COMP VALUE ZERO.
           03 WS-STEP-DROPPED           PIC 9(8) COMP VALUE ZERO.
           03 WS-STEP-LEFT              PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-CHANGED          PIC 9(8) COMP VALUE ZERO.
      *
      *    A retired record is moved by saving it, writing it (or
      *    adding it) onto the survivor's key and deleting it by
      *    its old key, then starting the browse again after that
      *    key.
           03 WS-SAVE-RECORD            PIC X(200) VALUE SPACES.
           03 WS-SAVE-KEY               PIC X(40) VALUE SPACES.
           03 WS-TARGET-KEY             PIC X(40) VALUE SPACES.
           03 WS-TARGET-BEFORE          PIC 9(8) VALUE ZERO.
           03 WS-MOVED-QUANTITY         PIC 9(8) VALUE ZERO.
           03 WS-LAST-SEQ               PIC 9(3) VALUE ZERO.
           03 WS-SURVIVOR-KEY-FLAG      PIC X(1) VALUE 'N'.
              88  SURVIVOR-KEY-FREE         VALUE 'N'.
              88  SURVIVOR-KEY-TAKEN        VALUE 'Y'.
           03 WS-MOVE-OUTCOME           PIC X(1) VALUE SPACE.
              88  RECORD-TO-MOVE            VALUE 'M'.
              88  RECORD-TO-ADD             VALUE 'A'.
              88  RECORD-TO-DROP            VALUE 'D'.
              88  RECORD-TO-LEAVE           VALUE 'L'.
      *
      *    The update a failed run was part way through, off the
      *    checkpoint - taken up by the first record it names.
           03 WS-RESUME-FROM            PIC X(40) VALUE SPACES.
           03 WS-RESUME-TO              PIC X(40) VALUE SPACES.
           03 WS-RESUME-BEFORE          PIC 9(8) VALUE ZERO.
           03 WS-RESUME-FLAG            PIC X(1) VALUE 'N'.
              88  RESUMING-THIS-RECORD      VALUE 'Y'.
           03 WS-DONE-FLAG              PIC X(1) VALUE 'N'.
              88  UPDATE-ALREADY-DONE       VALUE 'Y'.
      *
      *    Open orders: whether the order being read is open.
           03 WS-ORDER-OPEN-FLAG        PIC X(1) VALUE 'N'.
              88  ORDER-IS-OPEN             VALUE 'Y'.
      *
      *    The combined part totals.
           03 WS-NEW-STOCK              PIC 9(8) VALUE ZERO.
           03 WS-NEW-ON-ORDER           PIC 9(8) VALUE ZERO.
           03 WS-NEW-RESERVED           PIC 9(8) VALUE ZERO.
           03 WS-NEW-COST               PIC 9(5)V99 VALUE ZERO.
           03 WS-COST-VALUE             PIC 9(15)V99 VALUE ZERO.
      *
      *    The line being printed.
           03 WS-DL-KEY                 PIC X(30) VALUE SPACES.
           03 WS-DL-FIELD               PIC X(14) VALUE SPACES.
           03 WS-DL-BEFORE              PIC X(20) VALUE SPACES.
           03 WS-DL-AFTER               PIC X(20) VALUE SPACES.
           03 WS-DL-ACTION              PIC X(30) VALUE SPACES.
           03 WS-EDIT-QTY               PIC Z(7)9.
           03 WS-EDIT-COST              PIC ZZ,ZZ9.99.
           03 WS-EDIT-SEQ               PIC 9(3).
      *
      *    The file each step works on, for the report.
       01  WS-STEP-NAMES.
           03   FILLER                  PIC X(8) VALUE 'LOCBAL'.
           03   FILLER                  PIC X(8) VALUE 'STKLOT'.
           03   FILLER                  PIC X(8) VALUE 'SERIALNO'.
           03   FILLER                  PIC X(8) VALUE 'RESERVN'.
           03   FILLER                  PIC X(8) VALUE 'BACKORD'.
           03   FILLER                  PIC X(8) VALUE 'BOMFILE'.
           03   FILLER                  PIC X(8) VALUE 'SUPPXREF'.
           03   FILLER                  PIC X(8) VALUE 'PARTCTRL'.
           03   FILLER                  PIC X(8) VALUE 'PARTNOTE'.
           03   FILLER                  PIC X(8) VALUE 'PURCHORD'.
           03   FILLER                  PIC X(8) VALUE 'SMPLXMPL'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           03   WS-STEP-NAME            PIC X(8) OCCURS 11 TIMES.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(26) VALUE
                'PART MERGE - RUN'.
           03   RH-RUN-YYYY             PIC 9(4).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-MM               PIC 9(2).
           03   FILLER                  PIC X(1) VALUE '-'.
           03   RH-RUN-DD               PIC 9(2).
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   RH-MODE                 PIC X(40).
           03   FILLER                  PIC X(52) VALUE SPACES.
      *
       01  REPORT-HEADING-2.
           03   FILLER                  PIC X(10) VALUE 'SURVIVOR'.
           03   RH-SURVIVOR-ID          PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RH-SURVIVOR-DESC        PIC X(40).
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   FILLER                  PIC X(9) VALUE 'RETIRED'.
           03   RH-RETIRED-ID           PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RH-RETIRED-DESC         PIC X(40).
           03   FILLER                  PIC X(9) VALUE SPACES.
      *
       01  REPORT-HEADING-3.
           03   FILLER                  PIC X(10) VALUE 'FILE'.
           03   FILLER                  PIC X(32) VALUE 'RECORD'.
           03   FILLER                  PIC X(16) VALUE 'FIELD'.
           03   FILLER                  PIC X(22) VALUE 'BEFORE'.
           03   FILLER                  PIC X(22) VALUE 'AFTER'.
           03   FILLER                  PIC X(30) VALUE 'ACTION'.
      *
       01  REPORT-DETAIL-LINE.
           03   RD-FILE                 PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-KEY                  PIC X(30).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-FIELD                PIC X(14).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-BEFORE               PIC X(20).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-AFTER                PIC X(20).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RD-ACTION               PIC X(30).
      *
       01  REPORT-STEP-LINE.
           03   RS-FILE                 PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RS-TEXT                 PIC X(20).
           03   FILLER                  PIC X(10) VALUE 'CHANGED'.
           03   RS-CHANGED              PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(12) VALUE '   DROPPED'.
           03   RS-DROPPED              PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(10) VALUE '   LEFT'.
           03   RS-LEFT                 PIC ZZ,ZZZ,ZZ9.
           03   FILLER                  PIC X(40) VALUE SPACES.
      *
       01  REPORT-TEXT-LINE.
           03   RT-TEXT                 PIC X(132).
      *
       PROCEDURE DIVISION.
      *
       MAIN-PROCESSING SECTION.
      *
           PERFORM INITIALIZE-MERGE.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              PERFORM VARYING WS-STEP FROM WS-FIRST-STEP BY 1
                        UNTIL WS-STEP GREATER THAN WS-LAST-STEP
                 PERFORM RUN-MERGE-STEP
              END-PERFORM
              PERFORM FINISH-MERGE
           ELSE
              MOVE SPACES TO RT-TEXT
              STRING 'MERGE REFUSED - ' DELIMITED BY SIZE
                     WS-REJECT-REASON DELIMITED BY SIZE
                     INTO RT-TEXT
              END-STRING
              WRITE REPORT-LINE FROM REPORT-TEXT-LINE
           END-IF.
      *
           CLOSE SMPLXMPL-FILE.
           CLOSE MERGE-REPORT.
      *
           STOP RUN.
      *
      *    Read the card, check the merge it names is one that can
      *    be made, and pick up the checkpoint of an update that
      *    failed part way.
       INITIALIZE-MERGE.
      *
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      *
           OPEN OUTPUT MERGE-REPORT.
           MOVE WS-RUN-DATE(1:4) TO RH-RUN-YYYY.
           MOVE WS-RUN-DATE(5:2) TO RH-RUN-MM.
           MOVE WS-RUN-DATE(7:2) TO RH-RUN-DD.
      *
           MOVE SPACES TO MERGE-CARD.
           OPEN INPUT MERGE-CARD-FILE.
           IF CARD-STATUS-OK
              READ MERGE-CARD-FILE
                   AT END MOVE 'NO CONTROL CARD' TO WS-REJECT-REASON
              END-READ
              CLOSE MERGE-CARD-FILE
           ELSE
              MOVE 'NO CONTROL CARD' TO WS-REJECT-REASON
           END-IF.
      *
           IF MC-MODE-UPDATE
              SET MERGE-UPDATE TO TRUE
              MOVE 'UPDATE' TO RH-MODE
              OPEN I-O SMPLXMPL-FILE
           ELSE
              SET MERGE-SIMULATE TO TRUE
              MOVE 'SIMULATION - NO FILE UPDATED' TO RH-MODE
              OPEN INPUT SMPLXMPL-FILE
           END-IF.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
      *
           MOVE SPACES TO PART-MERGE-CHECKPOINT.
           MOVE ZERO TO MP-PENDING-BEFORE.
           IF WS-REJECT-REASON EQUAL SPACES
              PERFORM VALIDATE-MERGE-CARD
           END-IF.
      *
           MOVE MC-SURVIVOR-ID TO RH-SURVIVOR-ID.
           MOVE WS-SURVIVOR-DESC TO RH-SURVIVOR-DESC.
           MOVE MC-RETIRED-ID TO RH-RETIRED-ID.
           MOVE WS-RETIRED-DESC TO RH-RETIRED-DESC.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              IF MERGE-RESTARTED
                 MOVE SPACES TO RT-TEXT
                 STRING 'RESTARTED - STEPS 1 TO ' DELIMITED BY SIZE
                        MP-STEPS-DONE DELIMITED BY SIZE
                        ' COMPLETED BY AN EARLIER RUN'
                        DELIMITED BY SIZE
                        INTO RT-TEXT
                 END-STRING
                 WRITE REPORT-LINE FROM REPORT-TEXT-LINE
              END-IF
              WRITE REPORT-LINE FROM REPORT-HEADING-3
           END-IF.
      *
       INITIALIZE-MERGE-EXIT.
           EXIT.
      *
      *    Both parts must be on file and differ, the survivor must
      *    still be live, the two must be counted in the same unit
      *    and be alike for serial control, and the retired part
      *    must not already be superseded by some other part.
       VALIDATE-MERGE-CARD.
      *
           EVALUATE TRUE
              WHEN MC-SURVIVOR-ID NOT NUMERIC
                OR MC-RETIRED-ID NOT NUMERIC
                 MOVE 'PART IDS MUST BE NUMERIC'
                      TO WS-REJECT-REASON
              WHEN MC-SURVIVOR-ID EQUAL MC-RETIRED-ID
                 MOVE 'SURVIVOR AND RETIRED PART ARE THE SAME'
                      TO WS-REJECT-REASON
              WHEN NOT MC-MODE-SIMULATE
               AND NOT MC-MODE-UPDATE
                 MOVE 'MODE MUST BE S OR U' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE MC-SURVIVOR-ID TO WS-SURVIVOR-ID
                 MOVE MC-RETIRED-ID TO WS-RETIRED-ID
           END-EVALUATE.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              MOVE WS-SURVIVOR-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
                      MOVE 'SURVIVING PART NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                      MOVE DESCRIPTION OF STOCK-PART-REC
                           TO WS-SURVIVOR-DESC
                      MOVE UNIT-OF-MEASURE OF STOCK-PART-REC
                           TO WS-DL-BEFORE
                      IF PART-IS-DISCONTINUED OF STOCK-PART-REC
                         MOVE 'SURVIVING PART IS DISCONTINUED'
                              TO WS-REJECT-REASON
                      END-IF
              END-READ
           END-IF.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              MOVE WS-RETIRED-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY
                      MOVE 'RETIRED PART NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                      MOVE DESCRIPTION OF STOCK-PART-REC
                           TO WS-RETIRED-DESC
                      MOVE UNIT-OF-MEASURE OF STOCK-PART-REC
                           TO WS-DL-AFTER
              END-READ
           END-IF.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              AND WS-DL-BEFORE NOT EQUAL WS-DL-AFTER
              STRING 'UNITS OF MEASURE DIFFER - ' DELIMITED BY SIZE
                     WS-DL-BEFORE(1:4) DELIMITED BY SIZE
                     ' / ' DELIMITED BY SIZE
                     WS-DL-AFTER(1:4) DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
              END-STRING
           END-IF.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              PERFORM CHECK-SERIAL-CONTROL
           END-IF.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              OPEN INPUT SUPRSEDE-FILE
              MOVE WS-RETIRED-ID TO SX-OLD-PART-ID
              READ SUPRSEDE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      IF SX-REPLACEMENT-PART-ID NOT EQUAL
                         WS-SURVIVOR-ID
                         MOVE 'RETIRED PART SUPERSEDED BY ANOTHER'
                              TO WS-REJECT-REASON
                      END-IF
              END-READ
              CLOSE SUPRSEDE-FILE
           END-IF.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              AND MERGE-UPDATE
              PERFORM READ-MERGE-CHECKPOINT
           END-IF.
      *
           MOVE SPACES TO WS-DL-BEFORE.
           MOVE SPACES TO WS-DL-AFTER.
      *
       VALIDATE-MERGE-CARD-EXIT.
           EXIT.
      *
      *    A serial-controlled part's stock is held serial by serial
      *    - it cannot take in units that never had serials, nor
      *    hand its serials to a part that does not track them.
       CHECK-SERIAL-CONTROL.
      *
           OPEN INPUT PARTCTRL-FILE.
           MOVE WS-SURVIVOR-ID TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY MOVE 'N' TO WS-SURVIVOR-SERIAL
                NOT INVALID KEY
                   IF PC-SERIAL-CONTROLLED
                      MOVE 'Y' TO WS-SURVIVOR-SERIAL
                   END-IF
           END-READ.
           MOVE WS-RETIRED-ID TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY MOVE 'N' TO WS-RETIRED-SERIAL
                NOT INVALID KEY
                   IF PC-SERIAL-CONTROLLED
                      MOVE 'Y' TO WS-RETIRED-SERIAL
                   END-IF
           END-READ.
           CLOSE PARTCTRL-FILE.
      *
           IF WS-SURVIVOR-SERIAL NOT EQUAL WS-RETIRED-SERIAL
              MOVE 'SERIAL CONTROL DIFFERS BETWEEN THE PARTS'
                   TO WS-REJECT-REASON
           END-IF.
      *
       CHECK-SERIAL-CONTROL-EXIT.
           EXIT.
      *
      *    A checkpoint left by a failed update of this same merge
      *    restarts it after the last step finished, taking up the
      *    record update it was in the middle of; one left by any
      *    other merge must be finished first.
       READ-MERGE-CHECKPOINT.
      *
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT CHECKPOINT-FILE-MISSING
              READ CHECKPOINT-FILE INTO PART-MERGE-CHECKPOINT
                   AT END
                      MOVE SPACES TO PART-MERGE-CHECKPOINT
                      MOVE ZERO TO MP-PENDING-BEFORE
                   NOT AT END
                      IF MP-SURVIVOR-ID EQUAL WS-SURVIVOR-ID
                         AND MP-RETIRED-ID EQUAL WS-RETIRED-ID
                         SET MERGE-RESTARTED TO TRUE
                         COMPUTE WS-FIRST-STEP = MP-STEPS-DONE + 1
                         MOVE MP-PENDING-FROM TO WS-RESUME-FROM
                         MOVE MP-PENDING-TO TO WS-RESUME-TO
                         MOVE MP-PENDING-BEFORE TO WS-RESUME-BEFORE
                      ELSE
                         MOVE 'ANOTHER MERGE IS UNFINISHED - RERUN IT'
                              TO WS-REJECT-REASON
                      END-IF
              END-READ
              CLOSE CHECKPOINT-FILE
           END-IF.
      *
       READ-MERGE-CHECKPOINT-EXIT.
           EXIT.
      *
      *    One step: move what the retired part holds on one file,
      *    print the step's counts, and checkpoint it.
       RUN-MERGE-STEP.
      *
           MOVE ZERO TO WS-STEP-CHANGED.
           MOVE ZERO TO WS-STEP-DROPPED.
           MOVE ZERO TO WS-STEP-LEFT.
           MOVE 'N' TO WS-STEP-EOF-FLAG.
      *
           EVALUATE WS-STEP
              WHEN 1
                 PERFORM MERGE-LOCATION-BALANCES
              WHEN 2
                 PERFORM MERGE-STOCK-LOTS
              WHEN 3
                 PERFORM MERGE-SERIALS
              WHEN 4
                 PERFORM MERGE-RESERVATIONS
              WHEN 5
                 PERFORM MERGE-BACKORDERS
              WHEN 6
                 PERFORM MERGE-STRUCTURES
              WHEN 7
                 PERFORM MERGE-PART-SOURCES
              WHEN 8
                 PERFORM MERGE-PART-CONTROLS
              WHEN 9
                 PERFORM MERGE-PART-NOTES
              WHEN 10
                 PERFORM MERGE-ORDER-LINES
              WHEN 11
                 PERFORM MERGE-PART-TOTALS
           END-EVALUATE.
      *
           ADD WS-STEP-CHANGED TO WS-TOTAL-CHANGED.
           MOVE WS-STEP-NAME(WS-STEP) TO RS-FILE.
           MOVE 'STEP COMPLETE' TO RS-TEXT.
           MOVE WS-STEP-CHANGED TO RS-CHANGED.
           MOVE WS-STEP-DROPPED TO RS-DROPPED.
           MOVE WS-STEP-LEFT TO RS-LEFT.
           WRITE REPORT-LINE FROM REPORT-STEP-LINE.
      *
           IF MERGE-UPDATE
              MOVE WS-STEP TO MP-STEPS-DONE
              MOVE SPACES TO MP-PENDING-FROM
              MOVE SPACES TO MP-PENDING-TO
              MOVE ZERO TO MP-PENDING-BEFORE
              PERFORM WRITE-MERGE-CHECKPOINT
           END-IF.
      *
       RUN-MERGE-STEP-EXIT.
           EXIT.
      *
      *    Step 1 - location balances. Each one is added into the
      *    survivor's balance at the same location, or becomes it
      *    where the survivor has none there.
       MERGE-LOCATION-BALANCES.
      *
           IF MERGE-UPDATE
              OPEN I-O LOCBAL-FILE
           ELSE
              OPEN INPUT LOCBAL-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO LB-KEY.
           MOVE WS-RETIRED-ID TO LB-PART-ID.
           START LOCBAL-FILE KEY IS NOT LESS THAN LB-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ LOCBAL-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF LB-PART-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-LOCATION-BALANCE
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE LOCBAL-FILE.
      *
       MERGE-LOCATION-BALANCES-EXIT.
           EXIT.
      *
       MOVE-LOCATION-BALANCE.
      *
           MOVE LOCATION-BALANCE-RECORD TO WS-SAVE-RECORD.
           MOVE LB-KEY TO WS-SAVE-KEY.
           MOVE LB-QUANTITY TO WS-MOVED-QUANTITY.
           PERFORM CHECK-PENDING-RECORD.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'LOCATION ' DELIMITED BY SIZE
                  LB-LOCATION DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
      *
           MOVE WS-SURVIVOR-ID TO LB-PART-ID.
           MOVE LB-KEY TO WS-TARGET-KEY.
           READ LOCBAL-FILE KEY IS LB-KEY
                INVALID KEY
                   SET RECORD-TO-MOVE TO TRUE
                   MOVE ZERO TO WS-TARGET-BEFORE
                NOT INVALID KEY
                   SET RECORD-TO-ADD TO TRUE
                   MOVE LB-QUANTITY TO WS-TARGET-BEFORE
           END-READ.
      *
      *    The survivor's balance no longer at the figure saved
      *    before the interrupted update means the update landed.
           IF RESUMING-THIS-RECORD
              AND RECORD-TO-ADD
              AND LB-QUANTITY NOT EQUAL WS-RESUME-BEFORE
              SET UPDATE-ALREADY-DONE TO TRUE
              MOVE WS-RESUME-BEFORE TO WS-TARGET-BEFORE
           END-IF.
      *
           MOVE 'LB-QUANTITY' TO WS-DL-FIELD.
           MOVE WS-TARGET-BEFORE TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-BEFORE.
           COMPUTE WS-EDIT-QTY = WS-TARGET-BEFORE + WS-MOVED-QUANTITY.
           MOVE WS-EDIT-QTY TO WS-DL-AFTER.
           MOVE WS-MOVED-QUANTITY TO WS-EDIT-QTY.
           MOVE SPACES TO WS-DL-ACTION.
           STRING 'ADDED' DELIMITED BY SIZE
                  WS-EDIT-QTY DELIMITED BY SIZE
                  ' FROM RETIRED' DELIMITED BY SIZE
                  INTO WS-DL-ACTION
           END-STRING.
           ADD 1 TO WS-STEP-CHANGED.
           PERFORM PRINT-DETAIL-LINE.
      *
           IF MERGE-UPDATE
              IF NOT UPDATE-ALREADY-DONE
                 PERFORM MARK-PENDING-UPDATE
                 IF RECORD-TO-MOVE
                    MOVE WS-SAVE-RECORD TO LOCATION-BALANCE-RECORD
                    MOVE WS-SURVIVOR-ID TO LB-PART-ID
                    WRITE LOCATION-BALANCE-RECORD
                          INVALID KEY CONTINUE
                    END-WRITE
                 ELSE
                    ADD WS-MOVED-QUANTITY TO LB-QUANTITY
                    REWRITE LOCATION-BALANCE-RECORD
                            INVALID KEY CONTINUE
                    END-REWRITE
                 END-IF
              END-IF
              MOVE WS-SAVE-KEY TO LB-KEY
              DELETE LOCBAL-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO LB-KEY.
           START LOCBAL-FILE KEY IS GREATER THAN LB-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-LOCATION-BALANCE-EXIT.
           EXIT.
      *
      *    Step 2 - lots. A lot keeps its expiry date, and its
      *    sequence unless the survivor already has a lot on that
      *    sequence for the date, when it takes the first free one.
       MERGE-STOCK-LOTS.
      *
           IF MERGE-UPDATE
              OPEN I-O LOT-FILE
           ELSE
              OPEN INPUT LOT-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO LT-KEY.
           MOVE WS-RETIRED-ID TO LT-PART-ID.
           START LOT-FILE KEY IS NOT LESS THAN LT-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ LOT-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF LT-PART-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-STOCK-LOT
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE LOT-FILE.
      *
       MERGE-STOCK-LOTS-EXIT.
           EXIT.
      *
       MOVE-STOCK-LOT.
      *
           MOVE STOCK-LOT-RECORD TO WS-SAVE-RECORD.
           MOVE LT-KEY TO WS-SAVE-KEY.
           PERFORM CHECK-PENDING-RECORD.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'LOT ' DELIMITED BY SIZE
                  LT-LOT-NUMBER DELIMITED BY SIZE
                  ' EXP ' DELIMITED BY SIZE
                  LT-EXPIRY-DATE DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           SET RECORD-TO-MOVE TO TRUE.
      *
           IF RESUMING-THIS-RECORD
              MOVE WS-RESUME-TO TO LT-KEY
              READ LOT-FILE KEY IS LT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET UPDATE-ALREADY-DONE TO TRUE
              END-READ
           END-IF.
      *
           IF NOT UPDATE-ALREADY-DONE
              MOVE WS-SAVE-KEY TO LT-KEY
              MOVE WS-SURVIVOR-ID TO LT-PART-ID
              READ LOT-FILE KEY IS LT-KEY
                   INVALID KEY SET SURVIVOR-KEY-FREE TO TRUE
                   NOT INVALID KEY SET SURVIVOR-KEY-TAKEN TO TRUE
              END-READ
              IF SURVIVOR-KEY-TAKEN
                 MOVE ZERO TO LT-SEQUENCE
                 PERFORM UNTIL SURVIVOR-KEY-FREE
                    OR LT-SEQUENCE EQUAL 999
                    ADD 1 TO LT-SEQUENCE
                    READ LOT-FILE KEY IS LT-KEY
                         INVALID KEY SET SURVIVOR-KEY-FREE TO TRUE
                    END-READ
                 END-PERFORM
              END-IF
              IF SURVIVOR-KEY-TAKEN
                 SET RECORD-TO-LEAVE TO TRUE
              END-IF
           END-IF.
           MOVE LT-KEY TO WS-TARGET-KEY.
           MOVE LT-SEQUENCE TO WS-EDIT-SEQ.
      *
           MOVE 'LT-PART-ID/SEQ' TO WS-DL-FIELD.
           MOVE SPACES TO WS-DL-BEFORE.
           STRING WS-RETIRED-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-SAVE-KEY(17:3) DELIMITED BY SIZE
                  INTO WS-DL-BEFORE
           END-STRING.
           IF RECORD-TO-LEAVE
              MOVE SPACES TO WS-DL-AFTER
              MOVE 'LEFT - NO FREE LOT SEQUENCE' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-LEFT
           ELSE
              MOVE SPACES TO WS-DL-AFTER
              STRING WS-SURVIVOR-ID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-EDIT-SEQ DELIMITED BY SIZE
                     INTO WS-DL-AFTER
              END-STRING
              MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-CHANGED
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
      *
           IF MERGE-UPDATE
              AND NOT RECORD-TO-LEAVE
              IF NOT UPDATE-ALREADY-DONE
                 PERFORM MARK-PENDING-UPDATE
                 MOVE WS-SAVE-RECORD TO STOCK-LOT-RECORD
                 MOVE WS-SURVIVOR-ID TO LT-PART-ID
                 MOVE WS-EDIT-SEQ TO LT-SEQUENCE
                 WRITE STOCK-LOT-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO LT-KEY
              DELETE LOT-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO LT-KEY.
           START LOT-FILE KEY IS GREATER THAN LT-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-STOCK-LOT-EXIT.
           EXIT.
      *
      *    Step 3 - serials. A serial number the survivor already
      *    holds is two units claiming one serial - it is left on
      *    the retired part for the stores to resolve.
       MERGE-SERIALS.
      *
           IF MERGE-UPDATE
              OPEN I-O SERIAL-FILE
           ELSE
              OPEN INPUT SERIAL-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO SN-KEY.
           MOVE WS-RETIRED-ID TO SN-PART-ID.
           START SERIAL-FILE KEY IS NOT LESS THAN SN-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ SERIAL-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF SN-PART-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-SERIAL
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE SERIAL-FILE.
      *
       MERGE-SERIALS-EXIT.
           EXIT.
      *
       MOVE-SERIAL.
      *
           MOVE SERIAL-NUMBER-RECORD TO WS-SAVE-RECORD.
           MOVE SN-KEY TO WS-SAVE-KEY.
           PERFORM CHECK-PENDING-RECORD.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'SERIAL ' DELIMITED BY SIZE
                  SN-SERIAL-NUMBER DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'SN-PART-ID' TO WS-DL-FIELD.
      *
           MOVE WS-SURVIVOR-ID TO SN-PART-ID.
           MOVE SN-KEY TO WS-TARGET-KEY.
           SET RECORD-TO-MOVE TO TRUE.
           READ SERIAL-FILE KEY IS SN-KEY
                INVALID KEY CONTINUE
                NOT INVALID KEY
                   IF RESUMING-THIS-RECORD
                      SET UPDATE-ALREADY-DONE TO TRUE
                   ELSE
                      SET RECORD-TO-LEAVE TO TRUE
                   END-IF
           END-READ.
      *
           IF RECORD-TO-LEAVE
              MOVE 'LEFT - SURVIVOR HAS SERIAL' TO WS-DL-ACTION
              MOVE WS-RETIRED-ID TO WS-DL-BEFORE
              MOVE WS-RETIRED-ID TO WS-DL-AFTER
              ADD 1 TO WS-STEP-LEFT
              PERFORM PRINT-DETAIL-LINE
           ELSE
              MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-CHANGED
              PERFORM PRINT-PART-CHANGE
              IF MERGE-UPDATE
                 IF NOT UPDATE-ALREADY-DONE
                    PERFORM MARK-PENDING-UPDATE
                    MOVE WS-SAVE-RECORD TO SERIAL-NUMBER-RECORD
                    MOVE WS-SURVIVOR-ID TO SN-PART-ID
                    WRITE SERIAL-NUMBER-RECORD
                          INVALID KEY CONTINUE
                    END-WRITE
                 END-IF
                 MOVE WS-SAVE-KEY TO SN-KEY
                 DELETE SERIAL-FILE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
              END-IF
           END-IF.
      *
           MOVE WS-SAVE-KEY TO SN-KEY.
           START SERIAL-FILE KEY IS GREATER THAN SN-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-SERIAL-EXIT.
           EXIT.
      *
      *    Step 4 - open and picked reservations, numbered on after
      *    the survivor's last one. Released and consumed ones stay
      *    as history.
       MERGE-RESERVATIONS.
      *
           IF MERGE-UPDATE
              OPEN I-O RESERVN-FILE
           ELSE
              OPEN INPUT RESERVN-FILE
           END-IF.
      *
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE WS-SURVIVOR-ID TO RSV-PART-ID.
           MOVE ZERO TO RSV-SEQUENCE.
           START RESERVN-FILE KEY IS NOT LESS THAN RSV-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ RESERVN-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF RSV-PART-ID EQUAL WS-SURVIVOR-ID
                    MOVE RSV-SEQUENCE TO WS-LAST-SEQ
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE 'N' TO WS-STEP-EOF-FLAG.
           MOVE WS-RETIRED-ID TO RSV-PART-ID.
           MOVE ZERO TO RSV-SEQUENCE.
           START RESERVN-FILE KEY IS NOT LESS THAN RSV-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ RESERVN-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF RSV-PART-ID EQUAL WS-RETIRED-ID
                    IF RSV-STATUS-OPEN OR RSV-STATUS-PICKED
                       PERFORM MOVE-RESERVATION
                    END-IF
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE RESERVN-FILE.
      *
       MERGE-RESERVATIONS-EXIT.
           EXIT.
      *
       MOVE-RESERVATION.
      *
           MOVE RESERVATION-RECORD TO WS-SAVE-RECORD.
           MOVE RSV-KEY TO WS-SAVE-KEY.
           PERFORM CHECK-PENDING-RECORD.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'RESERVATION ' DELIMITED BY SIZE
                  RSV-REQUESTER-REF DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'RSV-KEY' TO WS-DL-FIELD.
           SET RECORD-TO-MOVE TO TRUE.
      *
           IF RESUMING-THIS-RECORD
              MOVE WS-RESUME-TO TO RSV-KEY
              READ RESERVN-FILE KEY IS RSV-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      SET UPDATE-ALREADY-DONE TO TRUE
                      MOVE RSV-SEQUENCE TO WS-EDIT-SEQ
              END-READ
           END-IF.
           IF NOT UPDATE-ALREADY-DONE
              IF WS-LAST-SEQ EQUAL 999
                 SET RECORD-TO-LEAVE TO TRUE
              ELSE
                 ADD 1 TO WS-LAST-SEQ
                 MOVE WS-LAST-SEQ TO WS-EDIT-SEQ
              END-IF
           END-IF.
      *
           MOVE WS-SAVE-RECORD TO RESERVATION-RECORD.
           PERFORM PRINT-SEQUENCE-MOVE.
      *
           IF MERGE-UPDATE
              AND NOT RECORD-TO-LEAVE
              IF NOT UPDATE-ALREADY-DONE
                 MOVE WS-SURVIVOR-ID TO RSV-PART-ID
                 MOVE WS-EDIT-SEQ TO RSV-SEQUENCE
                 MOVE RSV-KEY TO WS-TARGET-KEY
                 PERFORM MARK-PENDING-UPDATE
                 WRITE RESERVATION-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO RSV-KEY
              DELETE RESERVN-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO RSV-KEY.
           START RESERVN-FILE KEY IS GREATER THAN RSV-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-RESERVATION-EXIT.
           EXIT.
      *
      *    Step 5 - open backorders, numbered on after the
      *    survivor's last one so they still fill oldest-first
      *    behind the survivor's own.
       MERGE-BACKORDERS.
      *
           IF MERGE-UPDATE
              OPEN I-O BACKORD-FILE
           ELSE
              OPEN INPUT BACKORD-FILE
           END-IF.
      *
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE WS-SURVIVOR-ID TO BO-PART-ID.
           MOVE ZERO TO BO-SEQUENCE.
           START BACKORD-FILE KEY IS NOT LESS THAN BO-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ BACKORD-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF BO-PART-ID EQUAL WS-SURVIVOR-ID
                    MOVE BO-SEQUENCE TO WS-LAST-SEQ
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE 'N' TO WS-STEP-EOF-FLAG.
           MOVE WS-RETIRED-ID TO BO-PART-ID.
           MOVE ZERO TO BO-SEQUENCE.
           START BACKORD-FILE KEY IS NOT LESS THAN BO-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ BACKORD-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF BO-PART-ID EQUAL WS-RETIRED-ID
                    IF BO-STATUS-OPEN
                       PERFORM MOVE-BACKORDER
                    END-IF
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE BACKORD-FILE.
      *
       MERGE-BACKORDERS-EXIT.
           EXIT.
      *
       MOVE-BACKORDER.
      *
           MOVE BACKORDER-RECORD TO WS-SAVE-RECORD.
           MOVE BO-KEY TO WS-SAVE-KEY.
           PERFORM CHECK-PENDING-RECORD.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'BACKORDER ' DELIMITED BY SIZE
                  BO-REQUESTER-REF DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'BO-KEY' TO WS-DL-FIELD.
           SET RECORD-TO-MOVE TO TRUE.
      *
           IF RESUMING-THIS-RECORD
              MOVE WS-RESUME-TO TO BO-KEY
              READ BACKORD-FILE KEY IS BO-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      SET UPDATE-ALREADY-DONE TO TRUE
                      MOVE BO-SEQUENCE TO WS-EDIT-SEQ
              END-READ
           END-IF.
           IF NOT UPDATE-ALREADY-DONE
              IF WS-LAST-SEQ EQUAL 999
                 SET RECORD-TO-LEAVE TO TRUE
              ELSE
                 ADD 1 TO WS-LAST-SEQ
                 MOVE WS-LAST-SEQ TO WS-EDIT-SEQ
              END-IF
           END-IF.
      *
           MOVE WS-SAVE-RECORD TO BACKORDER-RECORD.
           PERFORM PRINT-SEQUENCE-MOVE.
      *
           IF MERGE-UPDATE
              AND NOT RECORD-TO-LEAVE
              IF NOT UPDATE-ALREADY-DONE
                 MOVE WS-SURVIVOR-ID TO BO-PART-ID
                 MOVE WS-EDIT-SEQ TO BO-SEQUENCE
                 MOVE BO-KEY TO WS-TARGET-KEY
                 PERFORM MARK-PENDING-UPDATE
                 WRITE BACKORDER-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO BO-KEY
              DELETE BACKORD-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO BO-KEY.
           START BACKORD-FILE KEY IS GREATER THAN BO-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-BACKORDER-EXIT.
           EXIT.
      *
      *    Step 6 - structures. First the retired part's own bill
      *    becomes the survivor's (a component the survivor already
      *    lists stands as it is); then every bill using the
      *    retired part as a component uses the survivor instead,
      *    taking both quantities where it listed both parts. A
      *    line that would make the survivor its own component is
      *    dropped.
       MERGE-STRUCTURES.
      *
           IF MERGE-UPDATE
              OPEN I-O BOMFILE-FILE
           ELSE
              OPEN INPUT BOMFILE-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO BM-KEY.
           MOVE WS-RETIRED-ID TO BM-PARENT-PART-ID.
           START BOMFILE-FILE KEY IS NOT LESS THAN BM-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ BOMFILE-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF BM-PARENT-PART-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-PARENT-STRUCTURE
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE 'N' TO WS-STEP-EOF-FLAG.
           MOVE LOW-VALUES TO BM-KEY.
           START BOMFILE-FILE KEY IS NOT LESS THAN BM-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ BOMFILE-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 AND BM-COMPONENT-PART-ID EQUAL WS-RETIRED-ID
                 PERFORM MOVE-COMPONENT-USE
              END-IF
           END-PERFORM.
      *
           CLOSE BOMFILE-FILE.
      *
       MERGE-STRUCTURES-EXIT.
           EXIT.
      *
       MOVE-PARENT-STRUCTURE.
      *
           MOVE BOM-RECORD TO WS-SAVE-RECORD.
           MOVE BM-KEY TO WS-SAVE-KEY.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'COMPONENT ' DELIMITED BY SIZE
                  BM-COMPONENT-PART-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'BM-PARENT' TO WS-DL-FIELD.
      *
           IF BM-COMPONENT-PART-ID EQUAL WS-SURVIVOR-ID
              SET RECORD-TO-DROP TO TRUE
              MOVE 'DROPPED - OWN COMPONENT' TO WS-DL-ACTION
           ELSE
              MOVE WS-SURVIVOR-ID TO BM-PARENT-PART-ID
              READ BOMFILE-FILE KEY IS BM-KEY
                   INVALID KEY
                      SET RECORD-TO-MOVE TO TRUE
                      MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
                   NOT INVALID KEY
                      SET RECORD-TO-DROP TO TRUE
                      MOVE 'DROPPED - SURVIVOR HAS IT'
                           TO WS-DL-ACTION
              END-READ
           END-IF.
           IF RECORD-TO-DROP
              ADD 1 TO WS-STEP-DROPPED
           ELSE
              ADD 1 TO WS-STEP-CHANGED
           END-IF.
           PERFORM PRINT-PART-CHANGE.
      *
           IF MERGE-UPDATE
              IF RECORD-TO-MOVE
                 MOVE WS-SAVE-RECORD TO BOM-RECORD
                 MOVE WS-SURVIVOR-ID TO BM-PARENT-PART-ID
                 WRITE BOM-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO BM-KEY
              DELETE BOMFILE-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO BM-KEY.
           START BOMFILE-FILE KEY IS GREATER THAN BM-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-PARENT-STRUCTURE-EXIT.
           EXIT.
      *
       MOVE-COMPONENT-USE.
      *
           MOVE BOM-RECORD TO WS-SAVE-RECORD.
           MOVE BM-KEY TO WS-SAVE-KEY.
           MOVE BM-QUANTITY-PER TO WS-MOVED-QUANTITY.
           PERFORM CHECK-PENDING-RECORD.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'PARENT ' DELIMITED BY SIZE
                  BM-PARENT-PART-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'BM-COMPONENT' TO WS-DL-FIELD.
           MOVE ZERO TO WS-TARGET-BEFORE.
      *
           IF BM-PARENT-PART-ID EQUAL WS-SURVIVOR-ID
              SET RECORD-TO-DROP TO TRUE
              MOVE 'DROPPED - OWN COMPONENT' TO WS-DL-ACTION
           ELSE
              MOVE WS-SURVIVOR-ID TO BM-COMPONENT-PART-ID
              MOVE BM-KEY TO WS-TARGET-KEY
              READ BOMFILE-FILE KEY IS BM-KEY
                   INVALID KEY
                      SET RECORD-TO-MOVE TO TRUE
                      MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
                   NOT INVALID KEY
                      SET RECORD-TO-ADD TO TRUE
                      MOVE BM-QUANTITY-PER TO WS-TARGET-BEFORE
                      MOVE 'QUANTITY ADDED TO SURVIVOR'
                           TO WS-DL-ACTION
                      IF RESUMING-THIS-RECORD
                         AND BM-QUANTITY-PER NOT EQUAL
                             WS-RESUME-BEFORE
                         SET UPDATE-ALREADY-DONE TO TRUE
                      END-IF
              END-READ
           END-IF.
           IF RECORD-TO-DROP
              ADD 1 TO WS-STEP-DROPPED
           ELSE
              ADD 1 TO WS-STEP-CHANGED
           END-IF.
           PERFORM PRINT-PART-CHANGE.
      *
           IF MERGE-UPDATE
              IF NOT UPDATE-ALREADY-DONE
                 EVALUATE TRUE
                    WHEN RECORD-TO-MOVE
                       PERFORM MARK-PENDING-UPDATE
                       MOVE WS-SAVE-RECORD TO BOM-RECORD
                       MOVE WS-SURVIVOR-ID TO BM-COMPONENT-PART-ID
                       WRITE BOM-RECORD
                             INVALID KEY CONTINUE
                       END-WRITE
                    WHEN RECORD-TO-ADD
                       PERFORM MARK-PENDING-UPDATE
                       ADD WS-MOVED-QUANTITY TO BM-QUANTITY-PER
                       REWRITE BOM-RECORD
                               INVALID KEY CONTINUE
                       END-REWRITE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
              MOVE WS-SAVE-KEY TO BM-KEY
              DELETE BOMFILE-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO BM-KEY.
           START BOMFILE-FILE KEY IS GREATER THAN BM-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-COMPONENT-USE-EXIT.
           EXIT.
      *
      *    Step 7 - approved sources. Where the survivor already
      *    has the supplier as a source, the survivor's terms stand.
       MERGE-PART-SOURCES.
      *
           IF MERGE-UPDATE
              OPEN I-O SUPPXREF-FILE
           ELSE
              OPEN INPUT SUPPXREF-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO XR-KEY.
           MOVE WS-RETIRED-ID TO XR-PART-ID.
           START SUPPXREF-FILE KEY IS NOT LESS THAN XR-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ SUPPXREF-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF XR-PART-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-PART-SOURCE
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE SUPPXREF-FILE.
      *
       MERGE-PART-SOURCES-EXIT.
           EXIT.
      *
       MOVE-PART-SOURCE.
      *
           MOVE SUPPLIER-XREF-RECORD TO WS-SAVE-RECORD.
           MOVE XR-KEY TO WS-SAVE-KEY.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'SUPPLIER ' DELIMITED BY SIZE
                  XR-SUPPLIER-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'XR-PART-ID' TO WS-DL-FIELD.
      *
           MOVE WS-SURVIVOR-ID TO XR-PART-ID.
           READ SUPPXREF-FILE KEY IS XR-KEY
                INVALID KEY
                   SET RECORD-TO-MOVE TO TRUE
                   MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
                   ADD 1 TO WS-STEP-CHANGED
                NOT INVALID KEY
                   SET RECORD-TO-DROP TO TRUE
                   MOVE 'DROPPED - SURVIVOR HAS ONE' TO WS-DL-ACTION
                   ADD 1 TO WS-STEP-DROPPED
           END-READ.
           PERFORM PRINT-PART-CHANGE.
      *
           IF MERGE-UPDATE
              IF RECORD-TO-MOVE
                 MOVE WS-SAVE-RECORD TO SUPPLIER-XREF-RECORD
                 MOVE WS-SURVIVOR-ID TO XR-PART-ID
                 WRITE SUPPLIER-XREF-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO XR-KEY
              DELETE SUPPXREF-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO XR-KEY.
           START SUPPXREF-FILE KEY IS GREATER THAN XR-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-PART-SOURCE-EXIT.
           EXIT.
      *
      *    Step 8 - control flags. A survivor with no entry takes
      *    the retired part's; otherwise inspection is kept if
      *    either part had it, a hazard class is never lost, and
      *    the survivor's consignment and ABC class stand (a
      *    consignment or hazard class difference is reported).
       MERGE-PART-CONTROLS.
      *
           IF MERGE-UPDATE
              OPEN I-O PARTCTRL-FILE
           ELSE
              OPEN INPUT PARTCTRL-FILE
           END-IF.
      *
           MOVE WS-RETIRED-ID TO PC-PART-ID.
           READ PARTCTRL-FILE
                INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-READ.
      *
           IF NOT END-OF-STEP-FILE
              MOVE PART-CONTROL-RECORD TO WS-SAVE-RECORD
              MOVE PC-INSPECT-FLAG TO WS-RETIRED-INSPECT
              MOVE PC-CONSIGN-FLAG TO WS-RETIRED-CONSIGN
              MOVE PC-HAZARD-CLASS TO WS-RETIRED-HAZARD
              MOVE PC-SDS-REFERENCE TO WS-RETIRED-SDS
              MOVE SPACES TO WS-DL-KEY
              STRING 'PART ' DELIMITED BY SIZE
                     WS-SURVIVOR-ID DELIMITED BY SIZE
                     INTO WS-DL-KEY
              END-STRING
              MOVE WS-SURVIVOR-ID TO PC-PART-ID
              READ PARTCTRL-FILE
                   INVALID KEY SET SURVIVOR-KEY-FREE TO TRUE
                   NOT INVALID KEY SET SURVIVOR-KEY-TAKEN TO TRUE
              END-READ
              IF SURVIVOR-KEY-FREE
                 PERFORM COPY-PART-CONTROL
              ELSE
                 PERFORM COMBINE-PART-CONTROL
              END-IF
              IF MERGE-UPDATE
                 MOVE WS-RETIRED-ID TO PC-PART-ID
                 DELETE PARTCTRL-FILE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
              END-IF
           END-IF.
      *
           CLOSE PARTCTRL-FILE.
      *
       MERGE-PART-CONTROLS-EXIT.
           EXIT.
      *
       COPY-PART-CONTROL.
      *
           MOVE 'PC-PART-ID' TO WS-DL-FIELD.
           MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION.
           ADD 1 TO WS-STEP-CHANGED.
           PERFORM PRINT-PART-CHANGE.
           IF MERGE-UPDATE
              MOVE WS-SAVE-RECORD TO PART-CONTROL-RECORD
              MOVE WS-SURVIVOR-ID TO PC-PART-ID
              WRITE PART-CONTROL-RECORD
                    INVALID KEY CONTINUE
              END-WRITE
           END-IF.
      *
       COPY-PART-CONTROL-EXIT.
           EXIT.
      *
       COMBINE-PART-CONTROL.
      *
           IF WS-RETIRED-INSPECT EQUAL 'Y'
              AND NOT PC-INSPECTION-REQUIRED
              MOVE 'PC-INSPECT-FLAG' TO WS-DL-FIELD
              MOVE PC-INSPECT-FLAG TO WS-DL-BEFORE
              MOVE 'Y' TO WS-DL-AFTER
              MOVE 'INSPECTION KEPT FROM RETIRED' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-CHANGED
              PERFORM PRINT-DETAIL-LINE
              IF MERGE-UPDATE
                 SET PC-INSPECTION-REQUIRED TO TRUE
                 REWRITE PART-CONTROL-RECORD
                         INVALID KEY CONTINUE
                 END-REWRITE
              END-IF
           ELSE
              MOVE 'PC-PART-ID' TO WS-DL-FIELD
              MOVE 'DROPPED - SURVIVOR HAS ONE' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-DROPPED
              PERFORM PRINT-PART-CHANGE
           END-IF.
      *
           IF (WS-RETIRED-CONSIGN EQUAL 'Y'
                  AND NOT PC-CONSIGNMENT-STOCK)
              OR (WS-RETIRED-CONSIGN NOT EQUAL 'Y'
                  AND PC-CONSIGNMENT-STOCK)
              MOVE 'PC-CONSIGN-FLAG' TO WS-DL-FIELD
              MOVE WS-RETIRED-CONSIGN TO WS-DL-BEFORE
              MOVE PC-CONSIGN-FLAG TO WS-DL-AFTER
              MOVE 'DIFFERS - SURVIVOR KEPT' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-LEFT
              PERFORM PRINT-DETAIL-LINE
           END-IF.
      *
           IF WS-RETIRED-HAZARD NOT EQUAL SPACES
              MOVE 'PC-HAZARD-CLASS' TO WS-DL-FIELD
              MOVE WS-RETIRED-HAZARD TO WS-DL-BEFORE
              MOVE PC-HAZARD-CLASS TO WS-DL-AFTER
              EVALUATE TRUE
                 WHEN PC-NOT-HAZARDOUS
                    MOVE WS-RETIRED-HAZARD TO WS-DL-AFTER
                    MOVE 'HAZARD KEPT FROM RETIRED'
                         TO WS-DL-ACTION
                    ADD 1 TO WS-STEP-CHANGED
                    PERFORM PRINT-DETAIL-LINE
                    IF MERGE-UPDATE
                       MOVE WS-RETIRED-HAZARD TO PC-HAZARD-CLASS
                       MOVE WS-RETIRED-SDS TO PC-SDS-REFERENCE
                       REWRITE PART-CONTROL-RECORD
                               INVALID KEY CONTINUE
                       END-REWRITE
                    END-IF
                 WHEN PC-HAZARD-CLASS NOT EQUAL WS-RETIRED-HAZARD
                    MOVE 'DIFFERS - SURVIVOR KEPT' TO WS-DL-ACTION
                    ADD 1 TO WS-STEP-LEFT
                    PERFORM PRINT-DETAIL-LINE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       COMBINE-PART-CONTROL-EXIT.
           EXIT.
      *
      *    Step 9 - note lines, numbered on after the survivor's
      *    last note so they read after its own.
       MERGE-PART-NOTES.
      *
           IF MERGE-UPDATE
              OPEN I-O PARTNOTE-FILE
           ELSE
              OPEN INPUT PARTNOTE-FILE
           END-IF.
      *
           MOVE ZERO TO WS-LAST-SEQ.
           MOVE WS-SURVIVOR-ID TO PN-PART-ID.
           MOVE ZERO TO PN-SEQUENCE.
           START PARTNOTE-FILE KEY IS NOT LESS THAN PN-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ PARTNOTE-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF PN-PART-ID EQUAL WS-SURVIVOR-ID
                    MOVE PN-SEQUENCE TO WS-LAST-SEQ
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE 'N' TO WS-STEP-EOF-FLAG.
           MOVE WS-RETIRED-ID TO PN-PART-ID.
           MOVE ZERO TO PN-SEQUENCE.
           START PARTNOTE-FILE KEY IS NOT LESS THAN PN-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ PARTNOTE-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF PN-PART-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-PART-NOTE
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE PARTNOTE-FILE.
      *
       MERGE-PART-NOTES-EXIT.
           EXIT.
      *
       MOVE-PART-NOTE.
      *
           MOVE PART-NOTE-RECORD TO WS-SAVE-RECORD.
           MOVE PN-KEY TO WS-SAVE-KEY.
           PERFORM CHECK-PENDING-RECORD.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'NOTE ' DELIMITED BY SIZE
                  PN-NOTE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PN-NOTE-USERID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'PN-KEY' TO WS-DL-FIELD.
           SET RECORD-TO-MOVE TO TRUE.
      *
           IF RESUMING-THIS-RECORD
              MOVE WS-RESUME-TO TO PN-KEY
              READ PARTNOTE-FILE KEY IS PN-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                      SET UPDATE-ALREADY-DONE TO TRUE
                      MOVE PN-SEQUENCE TO WS-EDIT-SEQ
              END-READ
           END-IF.
           IF NOT UPDATE-ALREADY-DONE
              IF WS-LAST-SEQ EQUAL 999
                 SET RECORD-TO-LEAVE TO TRUE
              ELSE
                 ADD 1 TO WS-LAST-SEQ
                 MOVE WS-LAST-SEQ TO WS-EDIT-SEQ
              END-IF
           END-IF.
      *
           MOVE WS-SAVE-RECORD TO PART-NOTE-RECORD.
           PERFORM PRINT-SEQUENCE-MOVE.
      *
           IF MERGE-UPDATE
              AND NOT RECORD-TO-LEAVE
              IF NOT UPDATE-ALREADY-DONE
                 MOVE WS-SURVIVOR-ID TO PN-PART-ID
                 MOVE WS-EDIT-SEQ TO PN-SEQUENCE
                 MOVE PN-KEY TO WS-TARGET-KEY
                 PERFORM MARK-PENDING-UPDATE
                 WRITE PART-NOTE-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO PN-KEY
              DELETE PARTNOTE-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO PN-KEY.
           START PARTNOTE-FILE KEY IS GREATER THAN PN-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-PART-NOTE-EXIT.
           EXIT.
      *
      *    Step 10 - open orders (draft, pending or released). A
      *    line for the retired part that is not yet closed is
      *    ordered as the survivor from here on, and so is a
      *    blanket order for it; received and closed lines stay
      *    as history.
       MERGE-ORDER-LINES.
      *
           IF MERGE-UPDATE
              OPEN I-O PURCHORD-FILE
           ELSE
              OPEN INPUT PURCHORD-FILE
           END-IF.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ PURCHORD-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 MOVE SPACES TO WS-DL-KEY
                 STRING 'PO ' DELIMITED BY SIZE
                        PO-NUMBER DELIMITED BY SIZE
                        ' LINE ' DELIMITED BY SIZE
                        PO-LINE-NUMBER DELIMITED BY SIZE
                        INTO WS-DL-KEY
                 END-STRING
                 MOVE 'RE-POINTED' TO WS-DL-ACTION
                 IF PO-HEADER-RECORD
                    MOVE 'N' TO WS-ORDER-OPEN-FLAG
                    IF PO-STATUS-DRAFT OR PO-STATUS-PENDING
                       OR PO-STATUS-RELEASED
                       SET ORDER-IS-OPEN TO TRUE
                       IF PO-TYPE-BLANKET
                          AND PO-BLANKET-PART-ID EQUAL WS-RETIRED-ID
                          MOVE 'PO-BLANKET-PART' TO WS-DL-FIELD
                          PERFORM PRINT-PART-CHANGE
                          ADD 1 TO WS-STEP-CHANGED
                          IF MERGE-UPDATE
                             MOVE WS-SURVIVOR-ID TO PO-BLANKET-PART-ID
                             REWRITE PURCHASE-ORDER-RECORD
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    IF ORDER-IS-OPEN
                       AND PO-PART-ID EQUAL WS-RETIRED-ID
                       AND NOT PO-LINE-CLOSED
                       MOVE 'PO-PART-ID' TO WS-DL-FIELD
                       PERFORM PRINT-PART-CHANGE
                       ADD 1 TO WS-STEP-CHANGED
                       IF MERGE-UPDATE
                          MOVE WS-SURVIVOR-ID TO PO-PART-ID
                          REWRITE PURCHASE-ORDER-RECORD
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE PURCHORD-FILE.
      *
       MERGE-ORDER-LINES-EXIT.
           EXIT.
      *
      *    Step 11 - the part records themselves. Both parts'
      *    figures are kept on the checkpoint before anything is
      *    changed, so a restart adds from the same figures and
      *    recognises a survivor it has already updated. The
      *    survivor takes both quantities, and an average cost
      *    weighted by the stock each part held; the retired part
      *    is left at zero, discontinued and superseded by the
      *    survivor, and its stock is shown moving across as a
      *    transfer pair on the ledger.
       MERGE-PART-TOTALS.
      *
           IF NOT MP-TOTALS-SAVED
              MOVE WS-SURVIVOR-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY CONTINUE
              END-READ
              MOVE STOCK-QUANTITY OF STOCK-PART-REC
                   TO MP-SURVIVOR-STOCK
              MOVE ON-ORDER-QUANTITY OF STOCK-PART-REC
                   TO MP-SURVIVOR-ON-ORDER
              MOVE RESERVED-QUANTITY OF STOCK-PART-REC
                   TO MP-SURVIVOR-RESERVED
              MOVE AVERAGE-COST OF STOCK-PART-REC
                   TO MP-SURVIVOR-COST
              MOVE WS-RETIRED-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY CONTINUE
              END-READ
              MOVE STOCK-QUANTITY OF STOCK-PART-REC
                   TO MP-RETIRED-STOCK
              MOVE ON-ORDER-QUANTITY OF STOCK-PART-REC
                   TO MP-RETIRED-ON-ORDER
              MOVE RESERVED-QUANTITY OF STOCK-PART-REC
                   TO MP-RETIRED-RESERVED
              MOVE AVERAGE-COST OF STOCK-PART-REC
                   TO MP-RETIRED-COST
              IF MERGE-UPDATE
                 SET MP-TOTALS-SAVED TO TRUE
                 COMPUTE MP-STEPS-DONE = WS-STEP - 1
                 PERFORM WRITE-MERGE-CHECKPOINT
              END-IF
           END-IF.
      *
           COMPUTE WS-NEW-STOCK = MP-SURVIVOR-STOCK
                                + MP-RETIRED-STOCK.
           COMPUTE WS-NEW-ON-ORDER = MP-SURVIVOR-ON-ORDER
                                   + MP-RETIRED-ON-ORDER.
           COMPUTE WS-NEW-RESERVED = MP-SURVIVOR-RESERVED
                                   + MP-RETIRED-RESERVED.
           MOVE MP-SURVIVOR-COST TO WS-NEW-COST.
           IF WS-NEW-STOCK GREATER THAN ZERO
              COMPUTE WS-COST-VALUE =
                      MP-SURVIVOR-STOCK * MP-SURVIVOR-COST
                    + MP-RETIRED-STOCK * MP-RETIRED-COST
              COMPUTE WS-NEW-COST ROUNDED =
                      WS-COST-VALUE / WS-NEW-STOCK
           END-IF.
      *
           IF MERGE-UPDATE
              OPEN EXTEND STKMOVE-FILE
              OPEN I-O MOVE-INDEX-FILE
              OPEN I-O SUPRSEDE-FILE
           END-IF.
      *
           PERFORM UPDATE-SURVIVING-PART.
           PERFORM RETIRE-MERGED-PART.
           PERFORM SUPERSEDE-MERGED-PART.
      *
           IF MERGE-UPDATE
              CLOSE STKMOVE-FILE
              CLOSE MOVE-INDEX-FILE
              CLOSE SUPRSEDE-FILE
           END-IF.
      *
       MERGE-PART-TOTALS-EXIT.
           EXIT.
      *
      *    A survivor whose quantities are no longer the ones kept
      *    on the checkpoint has already been updated by the run
      *    that failed, and so has its half of the ledger pair.
       UPDATE-SURVIVING-PART.
      *
           MOVE SPACES TO WS-DL-KEY.
           STRING 'PART ' DELIMITED BY SIZE
                  WS-SURVIVOR-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'STOCK-QUANTITY' TO WS-DL-FIELD.
           MOVE MP-SURVIVOR-STOCK TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-BEFORE.
           MOVE WS-NEW-STOCK TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-AFTER.
           MOVE 'COMBINED' TO WS-DL-ACTION.
           PERFORM PRINT-DETAIL-LINE.
           MOVE 'ON-ORDER-QTY' TO WS-DL-FIELD.
           MOVE MP-SURVIVOR-ON-ORDER TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-BEFORE.
           MOVE WS-NEW-ON-ORDER TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-AFTER.
           PERFORM PRINT-DETAIL-LINE.
           MOVE 'RESERVED-QTY' TO WS-DL-FIELD.
           MOVE MP-SURVIVOR-RESERVED TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-BEFORE.
           MOVE WS-NEW-RESERVED TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-AFTER.
           PERFORM PRINT-DETAIL-LINE.
           MOVE 'AVERAGE-COST' TO WS-DL-FIELD.
           MOVE MP-SURVIVOR-COST TO WS-EDIT-COST.
           MOVE WS-EDIT-COST TO WS-DL-BEFORE.
           MOVE WS-NEW-COST TO WS-EDIT-COST.
           MOVE WS-EDIT-COST TO WS-DL-AFTER.
           MOVE 'WEIGHTED BY STOCK QUANTITY' TO WS-DL-ACTION.
           PERFORM PRINT-DETAIL-LINE.
           ADD 1 TO WS-STEP-CHANGED.
      *
           IF MERGE-UPDATE
              MOVE WS-SURVIVOR-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY CONTINUE
              END-READ
              IF STOCK-QUANTITY OF STOCK-PART-REC
                    EQUAL MP-SURVIVOR-STOCK
                 AND ON-ORDER-QUANTITY OF STOCK-PART-REC
                    EQUAL MP-SURVIVOR-ON-ORDER
                 AND RESERVED-QUANTITY OF STOCK-PART-REC
                    EQUAL MP-SURVIVOR-RESERVED
                 MOVE WS-NEW-STOCK TO STOCK-QUANTITY OF STOCK-PART-REC
                 MOVE WS-NEW-ON-ORDER
                      TO ON-ORDER-QUANTITY OF STOCK-PART-REC
                 MOVE WS-NEW-RESERVED
                      TO RESERVED-QUANTITY OF STOCK-PART-REC
                 MOVE WS-NEW-COST TO AVERAGE-COST OF STOCK-PART-REC
                 REWRITE STOCK-PART-REC
                         INVALID KEY CONTINUE
                 END-REWRITE
                 IF MP-RETIRED-STOCK GREATER THAN ZERO
                    PERFORM WRITE-TRANSFER-PAIR
                 END-IF
              END-IF
           END-IF.
      *
       UPDATE-SURVIVING-PART-EXIT.
           EXIT.
      *
      *    The ledger pair: the retired part's stock going out to
      *    zero and the survivor's coming up by the same amount,
      *    as transfer movements with no location (the stock does
      *    not move between locations) and each side naming the
      *    other part in MV-REQUISITION.
       WRITE-TRANSFER-PAIR.
      *
           SET MV-TYPE-TRANSFER TO TRUE.
           MOVE WS-RUN-DATE(1:4) TO MV-MOVEMENT-DATE-YYYY.
           MOVE WS-RUN-DATE(5:2) TO MV-MOVEMENT-DATE-MM.
           MOVE WS-RUN-DATE(7:2) TO MV-MOVEMENT-DATE-DD.
           MOVE WS-RUN-TIME(1:6) TO MV-MOVEMENT-TIME.
           MOVE ZERO TO MV-MOVEMENT-TASK.
           MOVE 'PARTMRG' TO MV-CICS-USERID.
           MOVE SPACES TO MV-TERMINAL-ID.
           MOVE SPACES TO MV-REASON-CODE.
           MOVE SPACES TO MV-LOCATION.
           MOVE SPACES TO MV-DEPARTMENT.
           MOVE WS-RUN-DATE(1:6) TO MV-PERIOD.
      *
           MOVE WS-RETIRED-ID TO MV-PART-ID.
           MOVE MP-RETIRED-STOCK TO MV-OLD-QUANTITY.
           MOVE ZERO TO MV-NEW-QUANTITY.
           MOVE WS-SURVIVOR-ID TO MV-REQUISITION.
           WRITE STKMOVE-OUT-RECORD FROM STKMOVE.
           PERFORM INDEX-MOVEMENT.
      *
           MOVE WS-SURVIVOR-ID TO MV-PART-ID.
           MOVE MP-SURVIVOR-STOCK TO MV-OLD-QUANTITY.
           MOVE WS-NEW-STOCK TO MV-NEW-QUANTITY.
           MOVE WS-RETIRED-ID TO MV-REQUISITION.
           WRITE STKMOVE-OUT-RECORD FROM STKMOVE.
           PERFORM INDEX-MOVEMENT.
      *
       WRITE-TRANSFER-PAIR-EXIT.
           EXIT.
      *
       RETIRE-MERGED-PART.
      *
           MOVE SPACES TO WS-DL-KEY.
           STRING 'PART ' DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'STOCK-QUANTITY' TO WS-DL-FIELD.
           MOVE MP-RETIRED-STOCK TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-BEFORE.
           MOVE ZERO TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-AFTER.
           MOVE 'MOVED TO SURVIVOR' TO WS-DL-ACTION.
           PERFORM PRINT-DETAIL-LINE.
           MOVE 'ON-ORDER-QTY' TO WS-DL-FIELD.
           MOVE MP-RETIRED-ON-ORDER TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-BEFORE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE 'RESERVED-QTY' TO WS-DL-FIELD.
           MOVE MP-RETIRED-RESERVED TO WS-EDIT-QTY.
           MOVE WS-EDIT-QTY TO WS-DL-BEFORE.
           PERFORM PRINT-DETAIL-LINE.
           MOVE 'DISCONTINUED' TO WS-DL-FIELD.
           MOVE 'N' TO WS-DL-BEFORE.
           MOVE 'Y' TO WS-DL-AFTER.
           MOVE 'RETIRED' TO WS-DL-ACTION.
           PERFORM PRINT-DETAIL-LINE.
           ADD 1 TO WS-STEP-CHANGED.
      *
           IF MERGE-UPDATE
              MOVE WS-RETIRED-ID TO PART-ID OF STOCK-PART-REC
              READ SMPLXMPL-FILE
                   INVALID KEY CONTINUE
              END-READ
              MOVE ZERO TO STOCK-QUANTITY OF STOCK-PART-REC
              MOVE ZERO TO ON-ORDER-QUANTITY OF STOCK-PART-REC
              MOVE ZERO TO RESERVED-QUANTITY OF STOCK-PART-REC
              SET PART-IS-DISCONTINUED OF STOCK-PART-REC TO TRUE
              REWRITE STOCK-PART-REC
                      INVALID KEY CONTINUE
              END-REWRITE
           END-IF.
      *
       RETIRE-MERGED-PART-EXIT.
           EXIT.
      *
      *    The supersession entry sends an order or enquiry for the
      *    retired part on to the survivor from the run date.
       SUPERSEDE-MERGED-PART.
      *
           MOVE SPACES TO WS-DL-KEY.
           STRING 'SUPERSEDED ' DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'SX-REPLACEMENT' TO WS-DL-FIELD.
           MOVE SPACES TO WS-DL-BEFORE.
           MOVE WS-SURVIVOR-ID TO WS-DL-AFTER.
           MOVE 'EFFECTIVE RUN DATE' TO WS-DL-ACTION.
           PERFORM PRINT-DETAIL-LINE.
           ADD 1 TO WS-STEP-CHANGED.
      *
           IF MERGE-UPDATE
              MOVE WS-RETIRED-ID TO SX-OLD-PART-ID
              READ SUPRSEDE-FILE
                   INVALID KEY
                      MOVE SPACES TO SUPERSESSION-RECORD
                      MOVE WS-RETIRED-ID TO SX-OLD-PART-ID
                      MOVE WS-SURVIVOR-ID TO SX-REPLACEMENT-PART-ID
                      MOVE WS-RUN-DATE TO SX-EFFECTIVE-DATE
                      WRITE SUPERSESSION-RECORD
                            INVALID KEY CONTINUE
                      END-WRITE
                   NOT INVALID KEY CONTINUE
              END-READ
           END-IF.
      *
       SUPERSEDE-MERGED-PART-EXIT.
           EXIT.
      *
      *    On a restart, the record the failed run was updating is
      *    the one whose key it left on the checkpoint, in the step
      *    it was on.
       CHECK-PENDING-RECORD.
      *
           MOVE 'N' TO WS-RESUME-FLAG.
           MOVE 'N' TO WS-DONE-FLAG.
           IF WS-RESUME-FROM NOT EQUAL SPACES
              AND WS-STEP EQUAL WS-FIRST-STEP
              AND WS-SAVE-KEY EQUAL WS-RESUME-FROM
              SET RESUMING-THIS-RECORD TO TRUE
              MOVE SPACES TO WS-RESUME-FROM
           END-IF.
      *
       CHECK-PENDING-RECORD-EXIT.
           EXIT.
      *
      *    Checkpoint the record about to be updated - its old key,
      *    its new one and the survivor's figure it is added to -
      *    so a restart can tell whether the update was made.
       MARK-PENDING-UPDATE.
      *
           COMPUTE MP-STEPS-DONE = WS-STEP - 1.
           MOVE WS-SAVE-KEY TO MP-PENDING-FROM.
           MOVE WS-TARGET-KEY TO MP-PENDING-TO.
           MOVE WS-TARGET-BEFORE TO MP-PENDING-BEFORE.
           PERFORM WRITE-MERGE-CHECKPOINT.
      *
       MARK-PENDING-UPDATE-EXIT.
           EXIT.
      *
      *    A part ID going from the retired part to the survivor.
       PRINT-PART-CHANGE.
      *
           MOVE WS-RETIRED-ID TO WS-DL-BEFORE.
           MOVE WS-SURVIVOR-ID TO WS-DL-AFTER.
           PERFORM PRINT-DETAIL-LINE.
      *
       PRINT-PART-CHANGE-EXIT.
           EXIT.
      *
      *    A record numbered on after the survivor's own - part and
      *    sequence before and after, or left where the survivor
      *    has no sequence free.
       PRINT-SEQUENCE-MOVE.
      *
           MOVE SPACES TO WS-DL-BEFORE.
           STRING WS-RETIRED-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-SAVE-KEY(9:3) DELIMITED BY SIZE
                  INTO WS-DL-BEFORE
           END-STRING.
           MOVE SPACES TO WS-DL-AFTER.
           IF RECORD-TO-LEAVE
              MOVE 'LEFT - NO FREE SEQUENCE' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-LEFT
           ELSE
              STRING WS-SURVIVOR-ID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-EDIT-SEQ DELIMITED BY SIZE
                     INTO WS-DL-AFTER
              END-STRING
              MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-CHANGED
           END-IF.
           PERFORM PRINT-DETAIL-LINE.
      *
       PRINT-SEQUENCE-MOVE-EXIT.
           EXIT.
      *
       PRINT-DETAIL-LINE.
      *
           MOVE WS-STEP-NAME(WS-STEP) TO RD-FILE.
           MOVE WS-DL-KEY TO RD-KEY.
           MOVE WS-DL-FIELD TO RD-FIELD.
           MOVE WS-DL-BEFORE TO RD-BEFORE.
           MOVE WS-DL-AFTER TO RD-AFTER.
           MOVE WS-DL-ACTION TO RD-ACTION.
           WRITE REPORT-LINE FROM REPORT-DETAIL-LINE.
      *
       PRINT-DETAIL-LINE-EXIT.
           EXIT.
      *
       WRITE-MERGE-CHECKPOINT.
      *
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE WS-SURVIVOR-ID TO MP-SURVIVOR-ID.
           MOVE WS-RETIRED-ID TO MP-RETIRED-ID.
           MOVE WS-RUN-DATE TO MP-CHECKPOINT-DATE.
           MOVE WS-RUN-TIME(1:6) TO MP-CHECKPOINT-TIME.
           WRITE CHECKPOINT-LINE FROM PART-MERGE-CHECKPOINT.
           CLOSE CHECKPOINT-FILE.
      *
       WRITE-MERGE-CHECKPOINT-EXIT.
           EXIT.
      *
      *    The merge is complete - an update empties the checkpoint
      *    so the next merge starts clean.
       FINISH-MERGE.
      *
           IF MERGE-UPDATE
              OPEN OUTPUT CHECKPOINT-FILE
              CLOSE CHECKPOINT-FILE
           END-IF.
      *
           MOVE SPACES TO RT-TEXT.
           MOVE WS-TOTAL-CHANGED TO RS-CHANGED.
           STRING 'MERGE COMPLETE - RECORDS CHANGED' DELIMITED BY SIZE
                  RS-CHANGED DELIMITED BY SIZE
                  INTO RT-TEXT
           END-STRING.
           WRITE REPORT-LINE FROM REPORT-TEXT-LINE.
      *
       FINISH-MERGE-EXIT.
           EXIT.
      *
      *    Shared ledger-index paragraph - see MVIXP.cpy.
           COPY MVIXP.
