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
      *    Job-cost ledger, one entry per part issued to or
      *    returned from a job, keyed on JC-KEY, held in the
      *    JOBCOST VSAM KSDS. ISSUGDS writes an issue entry (a kit
      *    issue one per exploded component) and RETSTK a return
      *    entry, each valued at the part's AVERAGE-COST as the
      *    posting found it. The key leads with the job, so
      *    JOBINQ and the JOBCSTRP period report read a job's
      *    entries together in posting order.
      *****************************************************************
       01  JOB-COST-RECORD.
           03   JC-KEY.
                05  JC-JOB-NUMBER       PIC X(8).
                05  JC-POST-DATE        PIC 9(8) DISPLAY.
                05  JC-POST-TIME        PIC 9(6) DISPLAY.
                05  JC-TASK-NUMBER      PIC 9(7) DISPLAY.
      *    Line within the posting task - a kit issue writes one
      *    entry per component.
                05  JC-LINE             PIC 9(3) DISPLAY.
           03   JC-PART-ID              PIC 9(8) DISPLAY.
           03   JC-MOVEMENT-TYPE        PIC X(1).
                88  JC-TYPE-ISSUE        VALUE 'I'.
                88  JC-TYPE-RETURN       VALUE 'U'.
           03   JC-QUANTITY             PIC 9(8) DISPLAY.
      *    AVERAGE-COST at posting, UNIT-PRICE where none is held.
           03   JC-UNIT-COST            PIC 9(5)V99 PACKED-DECIMAL.
      *    Quantity times unit cost - negative on a return.
           03   JC-VALUE                PIC S9(11)V99
                                        PACKED-DECIMAL.
      *    Accounting period PERDCHK resolved for the posting.
           03   JC-PERIOD               PIC 9(6) DISPLAY.
           03   JC-DEPARTMENT           PIC X(6).
           03   JC-LOCATION             PIC X(10).
           03   JC-CICS-USERID          PIC X(8).
           03   JC-REQUISITION          PIC X(8).
           03   FILLER                  PIC X(10) VALUE SPACES.
