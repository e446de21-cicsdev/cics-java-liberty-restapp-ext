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
      *    Restart checkpoint record for SUPPMRG. Names the merge in
      *    progress - surviving and retired supplier - and the last
      *    of its steps (one per file re-pointed) to have finished,
      *    so a rerun after a failure resumes at the next step
      *    instead of starting the merge over. Emptied when the
      *    merge completes.
      *****************************************************************
       01  MERGE-CHECKPOINT-RECORD.
           03   MK-SURVIVOR-ID          PIC 9(8) DISPLAY.
           03   MK-RETIRED-ID           PIC 9(8) DISPLAY.
           03   MK-STEPS-DONE           PIC 9(2) DISPLAY.
           03   MK-CHECKPOINT-DATE      PIC 9(8) DISPLAY.
           03   MK-CHECKPOINT-TIME      PIC 9(6) DISPLAY.
