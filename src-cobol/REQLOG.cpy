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
      *    One record per container request that took effect,
      *    held in the REQLOG VSAM KSDS and keyed on the interface
      *    program and the caller-supplied request ID. When the
      *    Liberty REST layer times out it sends the same request
      *    again; RECVGDSC, ISSUGDSC and ADJSTCKC find the ID here
      *    and answer the retry with the result recorded for the
      *    first call instead of posting the movement twice (see
      *    REQIDW/REQIDP). PORTASNC does the same for the supplier
      *    portal's despatch advice, its request ID prefixed with
      *    the supplier number. Each absorbed repeat is counted on
      *    the record. The nightly REQPURGE run reports the repeats
      *    absorbed since its last run, per caller, and deletes
      *    records older than the retention window (PARMFILE key
      *    REQRETN).
      *
      *    REQLOG is defined recoverable: the claim written before
      *    the movement is posted holds its key until the task
      *    ends, so a retry arriving while the first call is still
      *    running waits for it and then finds its result.
      *****************************************************************
       01  REQUEST-LOG-RECORD.
           03   RG-KEY.
      *         The container program the request came through.
                05  RG-INTERFACE        PIC X(8).
                05  RG-REQUEST-ID       PIC X(32).
      *    The CICS userid the first call ran under.
           03   RG-CALLER               PIC X(8).
           03   RG-RECORDED-DATE        PIC X(8).
           03   RG-RECORDED-TIME        PIC 9(6) DISPLAY.
      *    The first call's return code and reply container, handed
      *    back unchanged to every repeat.
           03   RG-RETURN-CODE          PIC X(1).
           03   RG-REPLY                PIC X(200).
      *    Repeats absorbed, and how many of them REQPURGE has
      *    already reported.
           03   RG-DUPLICATE-COUNT      PIC 9(6) DISPLAY.
           03   RG-REPORTED-COUNT       PIC 9(6) DISPLAY.
           03   RG-LAST-DUPLICATE-DATE  PIC X(8).
           03   RG-LAST-DUPLICATE-TIME  PIC 9(6) DISPLAY.
           03   FILLER                  PIC X(10) VALUE SPACES.
