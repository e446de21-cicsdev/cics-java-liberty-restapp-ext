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
      *    Job / work-order master, one record per job, keyed on
      *    JB-JOB-NUMBER, held in the JOBMAST VSAM KSDS and
      *    maintained on JOBMAINT. An issue or return that quotes
      *    a job number must find it here; a closed job refuses
      *    further issues. JB-COST-TO-DATE is the running total of
      *    every JOBCOST ledger entry posted against the job.
      *****************************************************************
       01  JOB-MASTER-RECORD.
           03   JB-JOB-NUMBER           PIC X(8).
           03   JB-DESCRIPTION          PIC X(40).
      *    The DEPTMAST department that owns the job.
           03   JB-DEPT-CODE            PIC X(6).
           03   JB-STATUS               PIC X(1).
                88  JB-JOB-OPEN          VALUE 'O'.
                88  JB-JOB-CLOSED        VALUE 'C'.
      *    The job's materials budget - zero means none is set.
           03   JB-BUDGET               PIC 9(9)V99
                                        PACKED-DECIMAL.
      *    Issues add, returns net off, both at AVERAGE-COST.
           03   JB-COST-TO-DATE         PIC S9(11)V99
                                        PACKED-DECIMAL.
           03   JB-OPENED-DATE          PIC 9(8) DISPLAY.
           03   JB-CLOSED-DATE          PIC 9(8) DISPLAY.
           03   JB-UPDATED-BY           PIC X(8).
           03   FILLER                  PIC X(20) VALUE SPACES.
