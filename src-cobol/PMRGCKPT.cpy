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
      *    Restart checkpoint record for PARTMRG. Names the part
      *    merge in progress and the last of its steps (one per
      *    file) to have finished, so a rerun resumes at the next
      *    step. Written again just before each record update, with
      *    the retired part's record key, the key it is going to on
      *    the survivor, and the survivor's figure before an amount
      *    is added into it - so a rerun can tell whether the
      *    update the failure interrupted landed. The two parts'
      *    totals are saved before the SMPLXMPL step changes them,
      *    for the same reason. Emptied when the merge completes.
      *****************************************************************
       01  PART-MERGE-CHECKPOINT.
           03   MP-SURVIVOR-ID          PIC 9(8) DISPLAY.
           03   MP-RETIRED-ID           PIC 9(8) DISPLAY.
           03   MP-STEPS-DONE           PIC 9(2) DISPLAY.
           03   MP-PENDING-FROM         PIC X(40).
           03   MP-PENDING-TO           PIC X(40).
           03   MP-PENDING-BEFORE       PIC 9(8) DISPLAY.
           03   MP-TOTALS-FLAG          PIC X(1).
                88  MP-TOTALS-SAVED      VALUE 'Y'.
           03   MP-SURVIVOR-TOTALS.
                05  MP-SURVIVOR-STOCK   PIC 9(8) DISPLAY.
                05  MP-SURVIVOR-ON-ORDER PIC 9(8) DISPLAY.
                05  MP-SURVIVOR-RESERVED PIC 9(8) DISPLAY.
                05  MP-SURVIVOR-COST    PIC 9(5)V99 DISPLAY.
           03   MP-RETIRED-TOTALS.
                05  MP-RETIRED-STOCK    PIC 9(8) DISPLAY.
                05  MP-RETIRED-ON-ORDER PIC 9(8) DISPLAY.
                05  MP-RETIRED-RESERVED PIC 9(8) DISPLAY.
                05  MP-RETIRED-COST     PIC 9(5)V99 DISPLAY.
           03   MP-CHECKPOINT-DATE      PIC 9(8) DISPLAY.
           03   MP-CHECKPOINT-TIME      PIC 9(6) DISPLAY.
