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
      * Supplier merge utility. A supplier keyed twice under two IDs
      * splits its spend, its open orders and its invoices between
      * them. Given a surviving and a retired supplier ID on the
      * MRGCTLIN card, this job moves everything live on the
      * retired ID to the survivor, one file at a time:
      *   1 SMPLXMPL  parts whose SUPPLIER is the retired ID;
      *   2 PURCHORD  open (draft, pending, released) orders;
      *   3 SUPPXREF  approved sources, re-keyed to the survivor;
      *   4 PRCTIER   price-break tiers, re-keyed;
      *   5 SUPCATNO  supplier catalog numbers, re-keyed;
      *   6 SUPPCNTC  contacts, added after the survivor's own;
      *   7 SUPPINV   open (pending or discrepant) invoices with
      *               all their lines, re-keyed;
      *   8 CREDMEMO  unsettled and disputed credit memos;
      *   9 SUPPMAST  the retired supplier is BLOCKED, with the
      *               survivor's ID in SM-MERGED-INTO, and both
      *               suppliers get a MERGED entry on SUPPHIST.
      * Where the survivor already holds the same source, tier or
      * catalog number, the survivor's entry stands and the retired
      * one is dropped. An open invoice whose number the survivor
      * already uses is left where it is for accounts payable to
      * sort out. Closed orders, settled invoices and credit memos
      * stay on the retired ID as history.
      *
      * Every record moved, dropped or left prints on the MRGRPT
      * report with its before and after supplier. Card column 17
      * is the mode: S simulates - the report is produced and no
      * file is touched - and U updates. Run S first, always.
      *
      * An update writes the MRGCKPT checkpoint as each step
      * finishes, so a rerun of the same card after a failure
      * carries on with the next step. Each step only ever looks
      * for what is still on the retired ID, so the step that was
      * running when the job failed picks up where it stopped - a
      * record re-keyed but not yet deleted is found already on
      * the survivor and simply removed. The one exception is a
      * contact moved at the moment of the failure, which may be
      * added to the survivor twice. A different merge is refused
      * while a checkpoint is outstanding.
      *
      * Runs as a plain batch job, not a CICS transaction - this
      * program takes no commarea and issues no EXEC CICS calls. The
      * files it updates should be closed to CICS for the run.
      *
      * Modification History:
      *  15 Oct 2026  DEV  Original.
      *  15 Oct 2026  DEV  Re-point POs pending release too.
      *
      *****************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.              SUPPMRG.
       DATE-WRITTEN.            October 2026.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
      *    The control card naming the merge.
           SELECT MERGE-CARD-FILE ASSIGN TO MRGCTLIN
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CARD-STATUS.
      *
           SELECT SUPPMAST-FILE ASSIGN TO SUPPMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-SUPPLIER-ID
                  FILE STATUS IS WS-SUPP-STATUS.
      *
      *    SUPPHIST is a VSAM ESDS - entries are appended in write
      *    order, so it is opened EXTEND here.
           SELECT SUPPHIST-FILE ASSIGN TO SUPPHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT SMPLXMPL-FILE ASSIGN TO SMPLXMPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PART-ID OF STOCK-PART-REC
                  FILE STATUS IS WS-STOCK-STATUS.
      *
           SELECT PURCHORD-FILE ASSIGN TO PURCHORD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT SUPPXREF-FILE ASSIGN TO SUPPXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-KEY
                  FILE STATUS IS WS-XREF-STATUS.
      *
           SELECT PRCTIER-FILE ASSIGN TO PRCTIER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PT-KEY
                  FILE STATUS IS WS-TIER-STATUS.
      *
           SELECT SUPCATNO-FILE ASSIGN TO SUPCATNO
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CN-KEY
                  FILE STATUS IS WS-CAT-STATUS.
      *
           SELECT SUPPCNTC-FILE ASSIGN TO SUPPCNTC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SC-KEY
                  FILE STATUS IS WS-CNTC-STATUS.
      *
           SELECT INVOICE-FILE ASSIGN TO SUPPINV
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS IV-KEY
                  FILE STATUS IS WS-INV-STATUS.
      *
      *    CREDMEMO is a VSAM ESDS - read in write order and
      *    rewritten in place.
           SELECT MEMO-FILE ASSIGN TO CREDMEMO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-MEMO-STATUS.
      *
           SELECT CHECKPOINT-FILE ASSIGN TO MRGCKPT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CHECKPOINT-STATUS.
      *
           SELECT MERGE-REPORT ASSIGN TO MRGRPT
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
       FD  SUPPMAST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPMAST.
      *
       FD  SUPPHIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPHIST.
      *
       FD  SMPLXMPL-FILE
           LABEL RECORDS ARE STANDARD.
      *
      *    Stock part layout, renamed the same way the other batch
      *    programs rename it for their own FDs.
           COPY STOKPART REPLACING STOCK-PART BY STOCK-PART-REC.
      *
       FD  PURCHORD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PURCHORD.
      *
       FD  SUPPXREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPXREF.
      *
       FD  PRCTIER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRICETIER.
      *
      *    SUPCATNO and SUPPCNTC both prefix their fields SC-, so the
      *    catalog layout is taken in as CN-.
       FD  SUPCATNO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPCATNO REPLACING LEADING ==SC-== BY ==CN-==.
      *
       FD  SUPPCNTC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPCNTC.
      *
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUPPINV.
      *
       FD  MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRMEMO.
      *
       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MRGCKPT.
      *
       FD  MERGE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-STORAGE.
           03 WS-CARD-STATUS            PIC X(2) VALUE '00'.
              88  CARD-STATUS-OK            VALUE '00'.
           03 WS-SUPP-STATUS            PIC X(2) VALUE '00'.
              88  SUPP-STATUS-OK            VALUE '00'.
           03 WS-HIST-STATUS            PIC X(2) VALUE '00'.
              88  HIST-STATUS-OK            VALUE '00'.
           03 WS-STOCK-STATUS           PIC X(2) VALUE '00'.
              88  STOCK-STATUS-OK           VALUE '00'.
           03 WS-PO-STATUS              PIC X(2) VALUE '00'.
              88  PO-STATUS-OK              VALUE '00'.
           03 WS-XREF-STATUS            PIC X(2) VALUE '00'.
              88  XREF-STATUS-OK            VALUE '00'.
           03 WS-TIER-STATUS            PIC X(2) VALUE '00'.
              88  TIER-STATUS-OK            VALUE '00'.
           03 WS-CAT-STATUS             PIC X(2) VALUE '00'.
              88  CAT-STATUS-OK             VALUE '00'.
           03 WS-CNTC-STATUS            PIC X(2) VALUE '00'.
              88  CNTC-STATUS-OK            VALUE '00'.
           03 WS-INV-STATUS             PIC X(2) VALUE '00'.
              88  INV-STATUS-OK             VALUE '00'.
           03 WS-MEMO-STATUS            PIC X(2) VALUE '00'.
              88  MEMO-STATUS-OK            VALUE '00'.
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
           03 WS-SURVIVOR-NAME          PIC X(40) VALUE SPACES.
           03 WS-RETIRED-NAME           PIC X(40) VALUE SPACES.
           03 WS-MODE                   PIC X(1) VALUE 'S'.
              88  MERGE-SIMULATE            VALUE 'S'.
              88  MERGE-UPDATE              VALUE 'U'.
           03 WS-REJECT-REASON          PIC X(50) VALUE SPACES.
           03 WS-RESTART-FLAG           PIC X(1) VALUE 'N'.
              88  MERGE-RESTARTED           VALUE 'Y'.
      *
      *    The steps, and the counts for the one running.
           03 WS-STEP                   PIC 9(2) VALUE ZERO.
           03 WS-FIRST-STEP             PIC 9(2) VALUE 1.
           03 WS-LAST-STEP              PIC 9(2) VALUE 9.
           03 WS-STEP-EOF-FLAG          PIC X(1) VALUE 'N'.
              88  END-OF-STEP-FILE          VALUE 'Y'.
           03 WS-STEP-CHANGED           PIC 9(8) COMP VALUE ZERO.
           03 WS-STEP-DROPPED           PIC 9(8) COMP VALUE ZERO.
           03 WS-STEP-LEFT              PIC 9(8) COMP VALUE ZERO.
           03 WS-TOTAL-CHANGED          PIC 9(8) COMP VALUE ZERO.
      *
      *    Whether the survivor already holds the key a retired
      *    record would be re-keyed to.
           03 WS-SURVIVOR-KEY-FLAG      PIC X(1) VALUE 'N'.
              88  SURVIVOR-KEY-FREE         VALUE 'N'.
              88  SURVIVOR-KEY-TAKEN        VALUE 'Y'.
      *
      *    A retired record is re-keyed by saving it, writing it
      *    back under the survivor and deleting it by its old key,
      *    then starting the browse again after that key.
           03 WS-SAVE-RECORD            PIC X(200) VALUE SPACES.
           03 WS-SAVE-KEY               PIC X(40) VALUE SPACES.
      *
      *    Open orders: whether the order being read is one to
      *    re-point.
           03 WS-ORDER-OPEN-FLAG        PIC X(1) VALUE 'N'.
              88  ORDER-TO-REPOINT          VALUE 'Y'.
      *
      *    Contacts: the last sequence used on the survivor.
           03 WS-CNTC-LAST-SEQ          PIC 9(3) VALUE ZERO.
      *
      *    Open invoices: the invoice being dealt with and what is
      *    being done with it.
           03 WS-CURRENT-INVOICE        PIC X(10) VALUE SPACES.
           03 WS-INVOICE-ACTION         PIC X(1) VALUE SPACE.
              88  INVOICE-TO-MOVE           VALUE 'M'.
              88  INVOICE-TO-LEAVE          VALUE 'L'.
              88  INVOICE-NOT-OPEN          VALUE 'S'.
           03 WS-RETIRED-INV-DATE       PIC X(8) VALUE SPACES.
           03 WS-RETIRED-INV-TOTAL      PIC 9(11)V99 VALUE ZERO.
      *
      *    Retiring the supplier.
           03 WS-OLD-STATUS             PIC X(8) VALUE SPACES.
           03 WS-HIST-SUPPLIER          PIC 9(8) VALUE ZERO.
           03 WS-HIST-FIELD             PIC X(16) VALUE SPACES.
           03 WS-HIST-OLD               PIC X(30) VALUE SPACES.
           03 WS-HIST-NEW               PIC X(30) VALUE SPACES.
      *
      *    The line being printed.
           03 WS-DL-KEY                 PIC X(30) VALUE SPACES.
           03 WS-DL-FIELD               PIC X(14) VALUE SPACES.
           03 WS-DL-BEFORE              PIC X(20) VALUE SPACES.
           03 WS-DL-AFTER               PIC X(20) VALUE SPACES.
           03 WS-DL-ACTION              PIC X(30) VALUE SPACES.
      *
      *    The file each step works on, for the report.
       01  WS-STEP-NAMES.
           03   FILLER                  PIC X(8) VALUE 'SMPLXMPL'.
           03   FILLER                  PIC X(8) VALUE 'PURCHORD'.
           03   FILLER                  PIC X(8) VALUE 'SUPPXREF'.
           03   FILLER                  PIC X(8) VALUE 'PRCTIER'.
           03   FILLER                  PIC X(8) VALUE 'SUPCATNO'.
           03   FILLER                  PIC X(8) VALUE 'SUPPCNTC'.
           03   FILLER                  PIC X(8) VALUE 'SUPPINV'.
           03   FILLER                  PIC X(8) VALUE 'CREDMEMO'.
           03   FILLER                  PIC X(8) VALUE 'SUPPMAST'.
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
           03   WS-STEP-NAME            PIC X(8) OCCURS 9 TIMES.
      *
      *    Report lines.
       01  REPORT-HEADING-1.
           03   FILLER                  PIC X(26) VALUE
                'SUPPLIER MERGE - RUN'.
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
           03   RH-SURVIVOR-NAME        PIC X(40).
           03   FILLER                  PIC X(4) VALUE SPACES.
           03   FILLER                  PIC X(9) VALUE 'RETIRED'.
           03   RH-RETIRED-ID           PIC X(8).
           03   FILLER                  PIC X(2) VALUE SPACES.
           03   RH-RETIRED-NAME         PIC X(40).
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
           CLOSE SUPPMAST-FILE.
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
              OPEN I-O SUPPMAST-FILE
           ELSE
              SET MERGE-SIMULATE TO TRUE
              MOVE 'SIMULATION - NO FILE UPDATED' TO RH-MODE
              OPEN INPUT SUPPMAST-FILE
           END-IF.
           WRITE REPORT-LINE FROM REPORT-HEADING-1.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              PERFORM VALIDATE-MERGE-CARD
           END-IF.
      *
           MOVE MC-SURVIVOR-ID TO RH-SURVIVOR-ID.
           MOVE WS-SURVIVOR-NAME TO RH-SURVIVOR-NAME.
           MOVE MC-RETIRED-ID TO RH-RETIRED-ID.
           MOVE WS-RETIRED-NAME TO RH-RETIRED-NAME.
           WRITE REPORT-LINE FROM REPORT-HEADING-2.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              IF MERGE-RESTARTED
                 MOVE SPACES TO RT-TEXT
                 STRING 'RESTARTED - STEPS 1 TO ' DELIMITED BY SIZE
                        MK-STEPS-DONE DELIMITED BY SIZE
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
      *    Both IDs must be on file and differ, the survivor must be
      *    usable and not itself merged away, and the retired
      *    supplier must not already be merged - unless this is the
      *    rerun of the same merge, which may have got that far.
       VALIDATE-MERGE-CARD.
      *
           EVALUATE TRUE
              WHEN MC-SURVIVOR-ID NOT NUMERIC
                OR MC-RETIRED-ID NOT NUMERIC
                 MOVE 'SUPPLIER IDS MUST BE NUMERIC'
                      TO WS-REJECT-REASON
              WHEN MC-SURVIVOR-ID EQUAL MC-RETIRED-ID
                 MOVE 'SURVIVOR AND RETIRED ID ARE THE SAME'
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
              MOVE WS-SURVIVOR-ID TO SM-SUPPLIER-ID
              READ SUPPMAST-FILE
                   INVALID KEY
                      MOVE 'SURVIVING SUPPLIER NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                      MOVE SM-SUPPLIER-NAME TO WS-SURVIVOR-NAME
                      EVALUATE TRUE
                         WHEN SM-MERGED-INTO NUMERIC
                          AND SM-MERGED-INTO GREATER THAN ZERO
                            MOVE 'SURVIVING SUPPLIER IS MERGED AWAY'
                                 TO WS-REJECT-REASON
                         WHEN SM-STATUS-BLOCKED
                            MOVE 'SURVIVING SUPPLIER IS BLOCKED'
                                 TO WS-REJECT-REASON
                         WHEN OTHER
                            CONTINUE
                      END-EVALUATE
              END-READ
           END-IF.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              IF MERGE-UPDATE
                 PERFORM READ-MERGE-CHECKPOINT
              END-IF
           END-IF.
      *
           IF WS-REJECT-REASON EQUAL SPACES
              MOVE WS-RETIRED-ID TO SM-SUPPLIER-ID
              READ SUPPMAST-FILE
                   INVALID KEY
                      MOVE 'RETIRED SUPPLIER NOT ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                      MOVE SM-SUPPLIER-NAME TO WS-RETIRED-NAME
                      IF SM-MERGED-INTO NUMERIC
                         AND SM-MERGED-INTO GREATER THAN ZERO
                         AND NOT MERGE-RESTARTED
                         MOVE 'RETIRED SUPPLIER IS ALREADY MERGED'
                              TO WS-REJECT-REASON
                      END-IF
              END-READ
           END-IF.
      *
       VALIDATE-MERGE-CARD-EXIT.
           EXIT.
      *
      *    A checkpoint left by a failed update of this same merge
      *    restarts it after the last step finished; one left by
      *    any other merge must be finished first.
       READ-MERGE-CHECKPOINT.
      *
           OPEN INPUT CHECKPOINT-FILE.
           IF NOT CHECKPOINT-FILE-MISSING
              READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                      IF MK-SURVIVOR-ID EQUAL WS-SURVIVOR-ID
                         AND MK-RETIRED-ID EQUAL WS-RETIRED-ID
                         SET MERGE-RESTARTED TO TRUE
                         COMPUTE WS-FIRST-STEP = MK-STEPS-DONE + 1
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
      *    One step: move what the retired supplier holds on one
      *    file, print the step's counts, and checkpoint it.
       RUN-MERGE-STEP.
      *
           MOVE ZERO TO WS-STEP-CHANGED.
           MOVE ZERO TO WS-STEP-DROPPED.
           MOVE ZERO TO WS-STEP-LEFT.
           MOVE 'N' TO WS-STEP-EOF-FLAG.
      *
           EVALUATE WS-STEP
              WHEN 1
                 PERFORM MERGE-STOCK-PARTS
              WHEN 2
                 PERFORM MERGE-PURCHASE-ORDERS
              WHEN 3
                 PERFORM MERGE-PART-SOURCES
              WHEN 4
                 PERFORM MERGE-PRICE-TIERS
              WHEN 5
                 PERFORM MERGE-CATALOG-NUMBERS
              WHEN 6
                 PERFORM MERGE-CONTACTS
              WHEN 7
                 PERFORM MERGE-OPEN-INVOICES
              WHEN 8
                 PERFORM MERGE-CREDIT-MEMOS
              WHEN 9
                 PERFORM RETIRE-SUPPLIER
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
              PERFORM WRITE-MERGE-CHECKPOINT
           END-IF.
      *
       RUN-MERGE-STEP-EXIT.
           EXIT.
      *
      *    Step 1 - parts whose supplier is the retired ID.
       MERGE-STOCK-PARTS.
      *
           IF MERGE-UPDATE
              OPEN I-O SMPLXMPL-FILE
           ELSE
              OPEN INPUT SMPLXMPL-FILE
           END-IF.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ SMPLXMPL-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 AND SUPPLIER OF STOCK-PART-REC EQUAL WS-RETIRED-ID
                 MOVE SPACES TO WS-DL-KEY
                 STRING 'PART ' DELIMITED BY SIZE
                        PART-ID OF STOCK-PART-REC DELIMITED BY SIZE
                        INTO WS-DL-KEY
                 END-STRING
                 MOVE 'SUPPLIER' TO WS-DL-FIELD
                 MOVE 'RE-POINTED' TO WS-DL-ACTION
                 PERFORM PRINT-SUPPLIER-CHANGE
                 ADD 1 TO WS-STEP-CHANGED
                 IF MERGE-UPDATE
                    MOVE WS-SURVIVOR-ID TO SUPPLIER OF STOCK-PART-REC
                    REWRITE STOCK-PART-REC
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE SMPLXMPL-FILE.
      *
       MERGE-STOCK-PARTS-EXIT.
           EXIT.
      *
      *    Step 2 - open orders. The header (line 000) is read
      *    first and decides for the order's lines; a header the
      *    survivor already holds is an order an earlier attempt
      *    got part way through, so its lines still follow it.
       MERGE-PURCHASE-ORDERS.
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
                 IF PO-HEADER-RECORD
                    MOVE 'N' TO WS-ORDER-OPEN-FLAG
                    IF (PO-STATUS-DRAFT OR PO-STATUS-PENDING
                        OR PO-STATUS-RELEASED)
                       AND (PO-SUPPLIER EQUAL WS-RETIRED-ID
                         OR PO-SUPPLIER EQUAL WS-SURVIVOR-ID)
                       SET ORDER-TO-REPOINT TO TRUE
                    END-IF
                 END-IF
                 IF ORDER-TO-REPOINT
                    AND PO-SUPPLIER EQUAL WS-RETIRED-ID
                    MOVE SPACES TO WS-DL-KEY
                    STRING 'PO ' DELIMITED BY SIZE
                           PO-NUMBER DELIMITED BY SIZE
                           ' LINE ' DELIMITED BY SIZE
                           PO-LINE-NUMBER DELIMITED BY SIZE
                           INTO WS-DL-KEY
                    END-STRING
                    MOVE 'PO-SUPPLIER' TO WS-DL-FIELD
                    MOVE 'RE-POINTED' TO WS-DL-ACTION
                    PERFORM PRINT-SUPPLIER-CHANGE
                    ADD 1 TO WS-STEP-CHANGED
                    IF MERGE-UPDATE
                       MOVE WS-SURVIVOR-ID TO PO-SUPPLIER
                       REWRITE PURCHASE-ORDER-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE PURCHORD-FILE.
      *
       MERGE-PURCHASE-ORDERS-EXIT.
           EXIT.
      *
      *    Step 3 - approved sources. SUPPXREF is keyed part first,
      *    so the whole file is browsed for the retired ID.
       MERGE-PART-SOURCES.
      *
           IF MERGE-UPDATE
              OPEN I-O SUPPXREF-FILE
           ELSE
              OPEN INPUT SUPPXREF-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO XR-KEY.
           START SUPPXREF-FILE KEY IS NOT LESS THAN XR-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ SUPPXREF-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 AND XR-SUPPLIER-ID EQUAL WS-RETIRED-ID
                 PERFORM MOVE-PART-SOURCE
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
           STRING 'PART ' DELIMITED BY SIZE
                  XR-PART-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'XR-SUPPLIER-ID' TO WS-DL-FIELD.
      *
           MOVE WS-SURVIVOR-ID TO XR-SUPPLIER-ID.
           READ SUPPXREF-FILE KEY IS XR-KEY
                INVALID KEY SET SURVIVOR-KEY-FREE TO TRUE
                NOT INVALID KEY SET SURVIVOR-KEY-TAKEN TO TRUE
           END-READ.
      *
           PERFORM PRINT-REKEY-OUTCOME.
      *
           IF MERGE-UPDATE
              IF SURVIVOR-KEY-FREE
                 MOVE WS-SAVE-RECORD TO SUPPLIER-XREF-RECORD
                 MOVE WS-SURVIVOR-ID TO XR-SUPPLIER-ID
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
      *    Step 4 - price-break tiers, keyed part first like the
      *    sources they price.
       MERGE-PRICE-TIERS.
      *
           IF MERGE-UPDATE
              OPEN I-O PRCTIER-FILE
           ELSE
              OPEN INPUT PRCTIER-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO PT-KEY.
           START PRCTIER-FILE KEY IS NOT LESS THAN PT-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ PRCTIER-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 AND PT-SUPPLIER-ID EQUAL WS-RETIRED-ID
                 PERFORM MOVE-PRICE-TIER
              END-IF
           END-PERFORM.
      *
           CLOSE PRCTIER-FILE.
      *
       MERGE-PRICE-TIERS-EXIT.
           EXIT.
      *
       MOVE-PRICE-TIER.
      *
           MOVE PRICE-TIER-RECORD TO WS-SAVE-RECORD.
           MOVE PT-KEY TO WS-SAVE-KEY.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'PART ' DELIMITED BY SIZE
                  PT-PART-ID DELIMITED BY SIZE
                  ' BREAK ' DELIMITED BY SIZE
                  PT-BREAK-QUANTITY DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'PT-SUPPLIER-ID' TO WS-DL-FIELD.
      *
           MOVE WS-SURVIVOR-ID TO PT-SUPPLIER-ID.
           READ PRCTIER-FILE KEY IS PT-KEY
                INVALID KEY SET SURVIVOR-KEY-FREE TO TRUE
                NOT INVALID KEY SET SURVIVOR-KEY-TAKEN TO TRUE
           END-READ.
      *
           PERFORM PRINT-REKEY-OUTCOME.
      *
           IF MERGE-UPDATE
              IF SURVIVOR-KEY-FREE
                 MOVE WS-SAVE-RECORD TO PRICE-TIER-RECORD
                 MOVE WS-SURVIVOR-ID TO PT-SUPPLIER-ID
                 WRITE PRICE-TIER-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO PT-KEY
              DELETE PRCTIER-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO PT-KEY.
           START PRCTIER-FILE KEY IS GREATER THAN PT-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-PRICE-TIER-EXIT.
           EXIT.
      *
      *    Step 5 - catalog numbers, keyed supplier first, so only
      *    the retired supplier's range is browsed.
       MERGE-CATALOG-NUMBERS.
      *
           IF MERGE-UPDATE
              OPEN I-O SUPCATNO-FILE
           ELSE
              OPEN INPUT SUPCATNO-FILE
           END-IF.
      *
           MOVE LOW-VALUES TO CN-KEY.
           MOVE WS-RETIRED-ID TO CN-SUPPLIER-ID.
           START SUPCATNO-FILE KEY IS NOT LESS THAN CN-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ SUPCATNO-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF CN-SUPPLIER-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-CATALOG-NUMBER
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE SUPCATNO-FILE.
      *
       MERGE-CATALOG-NUMBERS-EXIT.
           EXIT.
      *
       MOVE-CATALOG-NUMBER.
      *
           MOVE SUPPLIER-CATALOG-RECORD TO WS-SAVE-RECORD.
           MOVE CN-KEY TO WS-SAVE-KEY.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'CAT ' DELIMITED BY SIZE
                  CN-CATALOG-NUMBER DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'SC-SUPPLIER-ID' TO WS-DL-FIELD.
      *
           MOVE WS-SURVIVOR-ID TO CN-SUPPLIER-ID.
           READ SUPCATNO-FILE KEY IS CN-KEY
                INVALID KEY SET SURVIVOR-KEY-FREE TO TRUE
                NOT INVALID KEY SET SURVIVOR-KEY-TAKEN TO TRUE
           END-READ.
      *
           PERFORM PRINT-REKEY-OUTCOME.
      *
           IF MERGE-UPDATE
              IF SURVIVOR-KEY-FREE
                 MOVE WS-SAVE-RECORD TO SUPPLIER-CATALOG-RECORD
                 MOVE WS-SURVIVOR-ID TO CN-SUPPLIER-ID
                 WRITE SUPPLIER-CATALOG-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
              END-IF
              MOVE WS-SAVE-KEY TO CN-KEY
              DELETE SUPCATNO-FILE RECORD
                     INVALID KEY CONTINUE
              END-DELETE
           END-IF.
      *
           MOVE WS-SAVE-KEY TO CN-KEY.
           START SUPCATNO-FILE KEY IS GREATER THAN CN-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-CATALOG-NUMBER-EXIT.
           EXIT.
      *
      *    Step 6 - contacts. The retired supplier's contacts are
      *    numbered on after the survivor's last one.
       MERGE-CONTACTS.
      *
           IF MERGE-UPDATE
              OPEN I-O SUPPCNTC-FILE
           ELSE
              OPEN INPUT SUPPCNTC-FILE
           END-IF.
      *
           MOVE ZERO TO WS-CNTC-LAST-SEQ.
           MOVE WS-SURVIVOR-ID TO SC-SUPPLIER-ID.
           MOVE ZERO TO SC-SEQUENCE.
           START SUPPCNTC-FILE KEY IS NOT LESS THAN SC-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ SUPPCNTC-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF SC-SUPPLIER-ID EQUAL WS-SURVIVOR-ID
                    MOVE SC-SEQUENCE TO WS-CNTC-LAST-SEQ
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           MOVE 'N' TO WS-STEP-EOF-FLAG.
           MOVE WS-RETIRED-ID TO SC-SUPPLIER-ID.
           MOVE ZERO TO SC-SEQUENCE.
           START SUPPCNTC-FILE KEY IS NOT LESS THAN SC-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
           PERFORM UNTIL END-OF-STEP-FILE
              READ SUPPCNTC-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF SC-SUPPLIER-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-CONTACT
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE SUPPCNTC-FILE.
      *
       MERGE-CONTACTS-EXIT.
           EXIT.
      *
       MOVE-CONTACT.
      *
           MOVE SUPPLIER-CONTACT-RECORD TO WS-SAVE-RECORD.
           MOVE SC-KEY TO WS-SAVE-KEY.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'CONTACT ' DELIMITED BY SIZE
                  SC-SEQUENCE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SC-CONTACT-NAME DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'SC-KEY' TO WS-DL-FIELD.
           MOVE SPACES TO WS-DL-BEFORE.
           STRING WS-RETIRED-ID DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  SC-SEQUENCE DELIMITED BY SIZE
                  INTO WS-DL-BEFORE
           END-STRING.
      *
           IF WS-CNTC-LAST-SEQ EQUAL 999
              MOVE SPACES TO WS-DL-AFTER
              MOVE 'LEFT - SURVIVOR HAS 999' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-LEFT
              PERFORM PRINT-DETAIL-LINE
           ELSE
              ADD 1 TO WS-CNTC-LAST-SEQ
              MOVE SPACES TO WS-DL-AFTER
              STRING WS-SURVIVOR-ID DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-CNTC-LAST-SEQ DELIMITED BY SIZE
                     INTO WS-DL-AFTER
              END-STRING
              MOVE 'ADDED TO SURVIVOR' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-CHANGED
              PERFORM PRINT-DETAIL-LINE
              IF MERGE-UPDATE
                 MOVE WS-SURVIVOR-ID TO SC-SUPPLIER-ID
                 MOVE WS-CNTC-LAST-SEQ TO SC-SEQUENCE
                 WRITE SUPPLIER-CONTACT-RECORD
                       INVALID KEY CONTINUE
                 END-WRITE
                 MOVE WS-SAVE-KEY TO SC-KEY
                 DELETE SUPPCNTC-FILE RECORD
                        INVALID KEY CONTINUE
                 END-DELETE
              END-IF
           END-IF.
      *
           MOVE WS-SAVE-KEY TO SC-KEY.
           START SUPPCNTC-FILE KEY IS GREATER THAN SC-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-CONTACT-EXIT.
           EXIT.
      *
      *    Step 7 - open invoices. The header (line 000) decides
      *    for the whole invoice: one not open stays as history,
      *    and one whose number the survivor already uses is left
      *    - unless the survivor's copy has the same date and total,
      *    which makes it this invoice part moved by an earlier
      *    attempt. Lines with no header left on the retired ID
      *    are the rest of such an invoice.
       MERGE-OPEN-INVOICES.
      *
           IF MERGE-UPDATE
              OPEN I-O INVOICE-FILE
           ELSE
              OPEN INPUT INVOICE-FILE
           END-IF.
      *
           MOVE SPACES TO WS-CURRENT-INVOICE.
           MOVE LOW-VALUES TO IV-KEY.
           MOVE WS-RETIRED-ID TO IV-SUPPLIER-ID.
           START INVOICE-FILE KEY IS NOT LESS THAN IV-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ INVOICE-FILE NEXT
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 IF IV-SUPPLIER-ID EQUAL WS-RETIRED-ID
                    PERFORM MOVE-INVOICE-RECORD
                 ELSE
                    SET END-OF-STEP-FILE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE INVOICE-FILE.
      *
       MERGE-OPEN-INVOICES-EXIT.
           EXIT.
      *
       MOVE-INVOICE-RECORD.
      *
           MOVE SUPPLIER-INVOICE-RECORD TO WS-SAVE-RECORD.
           MOVE IV-KEY TO WS-SAVE-KEY.
      *
           IF IV-INVOICE-NUMBER NOT EQUAL WS-CURRENT-INVOICE
              MOVE IV-INVOICE-NUMBER TO WS-CURRENT-INVOICE
              PERFORM DECIDE-INVOICE-MOVE
              MOVE WS-SAVE-RECORD TO SUPPLIER-INVOICE-RECORD
           END-IF.
      *
           MOVE SPACES TO WS-DL-KEY.
           STRING 'INV ' DELIMITED BY SIZE
                  IV-INVOICE-NUMBER DELIMITED BY SIZE
                  ' LINE ' DELIMITED BY SIZE
                  IV-LINE-NUMBER DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
           MOVE 'IV-SUPPLIER-ID' TO WS-DL-FIELD.
      *
           EVALUATE TRUE
              WHEN INVOICE-TO-MOVE
                 MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
                 PERFORM PRINT-SUPPLIER-CHANGE
                 ADD 1 TO WS-STEP-CHANGED
                 IF MERGE-UPDATE
                    MOVE WS-SURVIVOR-ID TO IV-SUPPLIER-ID
                    WRITE SUPPLIER-INVOICE-RECORD
                          INVALID KEY CONTINUE
                    END-WRITE
                    MOVE WS-SAVE-KEY TO IV-KEY
                    DELETE INVOICE-FILE RECORD
                           INVALID KEY CONTINUE
                    END-DELETE
                 END-IF
              WHEN INVOICE-TO-LEAVE
                 IF IV-LINE-NUMBER EQUAL ZERO
                    MOVE 'LEFT - SURVIVOR HAS INVOICE'
                         TO WS-DL-ACTION
                    MOVE WS-RETIRED-ID TO WS-DL-BEFORE
                    MOVE WS-RETIRED-ID TO WS-DL-AFTER
                    PERFORM PRINT-DETAIL-LINE
                 END-IF
                 ADD 1 TO WS-STEP-LEFT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           MOVE WS-SAVE-KEY TO IV-KEY.
           START INVOICE-FILE KEY IS GREATER THAN IV-KEY
                 INVALID KEY SET END-OF-STEP-FILE TO TRUE
           END-START.
      *
       MOVE-INVOICE-RECORD-EXIT.
           EXIT.
      *
       DECIDE-INVOICE-MOVE.
      *
           SET INVOICE-TO-MOVE TO TRUE.
           IF IV-LINE-NUMBER EQUAL ZERO
              IF IV-STATUS-PENDING OR IV-STATUS-DISCREPANT
                 MOVE IV-INVOICE-DATE TO WS-RETIRED-INV-DATE
                 MOVE IV-TOTAL-AMOUNT TO WS-RETIRED-INV-TOTAL
              ELSE
                 SET INVOICE-NOT-OPEN TO TRUE
              END-IF
           END-IF.
      *
           IF NOT INVOICE-NOT-OPEN
              MOVE WS-SURVIVOR-ID TO IV-SUPPLIER-ID
              MOVE ZERO TO IV-LINE-NUMBER
              READ INVOICE-FILE KEY IS IV-KEY
                   INVALID KEY
      *               A line with its header gone but none on the
      *               survivor either is nothing this job made.
                      IF WS-SAVE-KEY(19:3) NOT EQUAL '000'
                         SET INVOICE-TO-LEAVE TO TRUE
                      END-IF
                   NOT INVALID KEY
                      IF WS-SAVE-KEY(19:3) EQUAL '000'
                         AND (IV-INVOICE-DATE NOT EQUAL
                                              WS-RETIRED-INV-DATE
                           OR IV-TOTAL-AMOUNT NOT EQUAL
                                              WS-RETIRED-INV-TOTAL)
                         SET INVOICE-TO-LEAVE TO TRUE
                      END-IF
              END-READ
           END-IF.
      *
       DECIDE-INVOICE-MOVE-EXIT.
           EXIT.
      *
      *    Step 8 - credit memos not yet settled or netted.
       MERGE-CREDIT-MEMOS.
      *
           IF MERGE-UPDATE
              OPEN I-O MEMO-FILE
           ELSE
              OPEN INPUT MEMO-FILE
           END-IF.
      *
           PERFORM UNTIL END-OF-STEP-FILE
              READ MEMO-FILE
                   AT END SET END-OF-STEP-FILE TO TRUE
              END-READ
              IF NOT END-OF-STEP-FILE
                 AND CM-SUPPLIER-ID EQUAL WS-RETIRED-ID
                 AND (CM-UNSETTLED OR CM-DISPUTED)
                 MOVE SPACES TO WS-DL-KEY
                 STRING 'PO ' DELIMITED BY SIZE
                        CM-PO-NUMBER DELIMITED BY SIZE
                        ' PART ' DELIMITED BY SIZE
                        CM-PART-ID DELIMITED BY SIZE
                        INTO WS-DL-KEY
                 END-STRING
                 MOVE 'CM-SUPPLIER-ID' TO WS-DL-FIELD
                 MOVE 'RE-POINTED' TO WS-DL-ACTION
                 PERFORM PRINT-SUPPLIER-CHANGE
                 ADD 1 TO WS-STEP-CHANGED
                 IF MERGE-UPDATE
                    MOVE WS-SURVIVOR-ID TO CM-SUPPLIER-ID
                    REWRITE CREDIT-MEMO-RECORD
                 END-IF
              END-IF
           END-PERFORM.
      *
           CLOSE MEMO-FILE.
      *
       MERGE-CREDIT-MEMOS-EXIT.
           EXIT.
      *
      *    Step 9 - block the retired supplier with the survivor's
      *    ID on it, and record the merge on both suppliers' history
      *    trail. A retired supplier already pointing at the
      *    survivor was retired by the run this one restarts.
       RETIRE-SUPPLIER.
      *
           MOVE WS-RETIRED-ID TO SM-SUPPLIER-ID.
           READ SUPPMAST-FILE
                INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO WS-DL-KEY.
           STRING 'SUPPLIER ' DELIMITED BY SIZE
                  WS-RETIRED-ID DELIMITED BY SIZE
                  INTO WS-DL-KEY
           END-STRING.
      *
           IF SM-MERGED-INTO NUMERIC
              AND SM-MERGED-INTO EQUAL WS-SURVIVOR-ID
              MOVE 'SM-MERGED-INTO' TO WS-DL-FIELD
              MOVE WS-SURVIVOR-ID TO WS-DL-BEFORE
              MOVE WS-SURVIVOR-ID TO WS-DL-AFTER
              MOVE 'ALREADY RETIRED' TO WS-DL-ACTION
              PERFORM PRINT-DETAIL-LINE
           ELSE
              MOVE SM-STATUS-CODE TO WS-OLD-STATUS
              MOVE 'SM-STATUS-CODE' TO WS-DL-FIELD
              MOVE WS-OLD-STATUS TO WS-DL-BEFORE
              MOVE 'BLOCKED' TO WS-DL-AFTER
              MOVE 'RETIRED' TO WS-DL-ACTION
              PERFORM PRINT-DETAIL-LINE
              MOVE 'SM-MERGED-INTO' TO WS-DL-FIELD
              MOVE ZERO TO WS-DL-BEFORE
              MOVE WS-SURVIVOR-ID TO WS-DL-AFTER
              MOVE 'POINTED AT SURVIVOR' TO WS-DL-ACTION
              PERFORM PRINT-DETAIL-LINE
              ADD 1 TO WS-STEP-CHANGED
      *
              IF MERGE-UPDATE
                 SET SM-STATUS-BLOCKED TO TRUE
                 MOVE WS-SURVIVOR-ID TO SM-MERGED-INTO
                 REWRITE SUPPMAST
                 OPEN EXTEND SUPPHIST-FILE
                 IF WS-OLD-STATUS NOT EQUAL SM-STATUS-CODE
                    MOVE WS-RETIRED-ID TO WS-HIST-SUPPLIER
                    MOVE 'STATUS' TO WS-HIST-FIELD
                    MOVE WS-OLD-STATUS TO WS-HIST-OLD
                    MOVE SM-STATUS-CODE TO WS-HIST-NEW
                    PERFORM WRITE-MERGE-HISTORY
                 END-IF
                 MOVE WS-RETIRED-ID TO WS-HIST-SUPPLIER
                 MOVE 'MERGED-INTO' TO WS-HIST-FIELD
                 MOVE SPACES TO WS-HIST-OLD
                 MOVE WS-SURVIVOR-ID TO WS-HIST-NEW
                 PERFORM WRITE-MERGE-HISTORY
                 MOVE WS-SURVIVOR-ID TO WS-HIST-SUPPLIER
                 MOVE 'MERGED-FROM' TO WS-HIST-FIELD
                 MOVE SPACES TO WS-HIST-OLD
                 MOVE WS-RETIRED-ID TO WS-HIST-NEW
                 PERFORM WRITE-MERGE-HISTORY
                 CLOSE SUPPHIST-FILE
              END-IF
           END-IF.
      *
       RETIRE-SUPPLIER-EXIT.
           EXIT.
      *
       WRITE-MERGE-HISTORY.
      *
           MOVE SPACES TO SUPPHIST.
           MOVE WS-HIST-SUPPLIER TO SH-SUPPLIER-ID.
           MOVE WS-HIST-FIELD TO SH-FIELD-NAME.
           MOVE WS-HIST-OLD TO SH-OLD-VALUE.
           MOVE WS-HIST-NEW TO SH-NEW-VALUE.
           MOVE 'SUPPMRG' TO SH-CICS-USERID.
           MOVE WS-RUN-DATE TO SH-CHANGE-DATE.
           MOVE WS-RUN-TIME(1:6) TO SH-CHANGE-TIME.
           MOVE ZERO TO SH-CHANGE-TASK.
           MOVE 'MERGED' TO SH-CHANGE-REASON.
           WRITE SUPPHIST.
      *
       WRITE-MERGE-HISTORY-EXIT.
           EXIT.
      *
      *    A re-key either moved the record to the survivor or
      *    found the survivor already holding that key, in which
      *    case the survivor's entry stands and the retired one
      *    goes.
       PRINT-REKEY-OUTCOME.
      *
           IF SURVIVOR-KEY-FREE
              MOVE 'RE-KEYED TO SURVIVOR' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-CHANGED
           ELSE
              MOVE 'DROPPED - SURVIVOR HAS ONE' TO WS-DL-ACTION
              ADD 1 TO WS-STEP-DROPPED
           END-IF.
           PERFORM PRINT-SUPPLIER-CHANGE.
      *
       PRINT-REKEY-OUTCOME-EXIT.
           EXIT.
      *
      *    The usual line - the supplier field going from the
      *    retired ID to the survivor.
       PRINT-SUPPLIER-CHANGE.
      *
           MOVE WS-RETIRED-ID TO WS-DL-BEFORE.
           MOVE WS-SURVIVOR-ID TO WS-DL-AFTER.
           PERFORM PRINT-DETAIL-LINE.
      *
       PRINT-SUPPLIER-CHANGE-EXIT.
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
           MOVE WS-SURVIVOR-ID TO MK-SURVIVOR-ID.
           MOVE WS-RETIRED-ID TO MK-RETIRED-ID.
           MOVE WS-STEP TO MK-STEPS-DONE.
           MOVE WS-RUN-DATE TO MK-CHECKPOINT-DATE.
           MOVE WS-RUN-TIME(1:6) TO MK-CHECKPOINT-TIME.
           WRITE MERGE-CHECKPOINT-RECORD.
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
