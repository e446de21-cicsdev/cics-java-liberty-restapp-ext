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
      *    The call interface between PARTPASS, the single-pass
      *    nightly driver over SMPLXMPL, and each part-master report
      *    it hands records to - STOKVAL, REORDPT, OVRDRPT, LEADRPT,
      *    DQCHECK, ORPHSUPP, SMPLEXT, SLOWSTCK and FIFOVAL. Each
      *    report is CALLed USING this area and the SMPLXMPL record,
      *    with PP-FUNCTION saying what to do:
      *      O - open its own files and print its headings;
      *      R - resume after a restart: take back the running
      *          state it handed over at the last checkpoint and
      *          rebuild each output from the failed attempt's
      *          copy, exactly as far as the count of records that
      *          state says were written - nothing the failed
      *          attempt wrote after the checkpoint survives;
      *      P - take one SMPLXMPL record;
      *      K - hand its running state over for the checkpoint,
      *          with a count of the records on each output, after
      *          closing and reopening the outputs so that many are
      *          on file;
      *      C - print its totals, close everything and return
      *          the count it registers on RUNCTL.
      *    Every report runs on the driver's business date, so the
      *    night's outputs all carry the same one.
      *****************************************************************
       01  PART-PASS-AREA.
           03   PP-FUNCTION             PIC X(1).
                88  PP-OPEN-REPORT       VALUE 'O'.
                88  PP-RESUME-REPORT     VALUE 'R'.
                88  PP-TAKE-RECORD       VALUE 'P'.
                88  PP-SAVE-STATE        VALUE 'K'.
                88  PP-CLOSE-REPORT      VALUE 'C'.
           03   PP-RUN-DATE             PIC 9(8) DISPLAY.
           03   PP-RECORD-COUNT         PIC 9(8) DISPLAY.
      *    The report's running totals, in whatever layout the
      *    report keeps them - the driver only carries the bytes
      *    to the checkpoint file and back.
           03   PP-STATE-AREA           PIC X(2000).
