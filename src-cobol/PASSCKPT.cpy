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
      *    Restart checkpoint for PARTPASS, the single-pass nightly
      *    driver over SMPLXMPL. Rewritten every checkpoint interval
      *    as one header record - the last part key handed to the
      *    reports, how many records that was, and the business
      *    date of the run - followed by one record per report
      *    switched on, carrying the running state the report
      *    handed over (see PASSAREA.cpy) - its totals and how many
      *    records it had written to each of its outputs by then.
      *    A rerun after a failure resumes the same reports on the
      *    same business date from the key after the one recorded.
      *    Emptied when the pass completes, so the next night
      *    starts from the top.
      *****************************************************************
       01  PART-PASS-CHECKPOINT.
           03   PX-RECORD-TYPE          PIC X(1).
                88  PX-PASS-HEADER       VALUE 'H'.
                88  PX-REPORT-STATE      VALUE 'R'.
      *    Spaces on the header record.
           03   PX-REPORT-NAME          PIC X(8).
           03   PX-LAST-PART-ID         PIC 9(8) DISPLAY.
           03   PX-RECORDS-READ         PIC 9(8) DISPLAY.
           03   PX-RUN-DATE             PIC 9(8) DISPLAY.
           03   PX-CHECKPOINT-DATE      PIC 9(8) DISPLAY.
           03   PX-CHECKPOINT-TIME      PIC 9(6) DISPLAY.
      *    Spaces on the header record.
           03   PX-STATE-AREA           PIC X(2000).
