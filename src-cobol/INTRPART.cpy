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
      *    One entry per part that belongs to an interchangeability
      *    group, keyed on the part, held in the INTRPART VSAM KSDS
      *    and maintained together with the INTRGRP member record
      *    through INTRMNT. This is the reverse direction: a short
      *    part finds its group (and its own place in it) in one
      *    read. A part belongs to one group at most.
      *****************************************************************
       01  INTERCHANGE-PART-RECORD.
           03   IP-PART-ID              PIC 9(8) DISPLAY.
           03   IP-GROUP-ID             PIC X(6).
           03   IP-PREFERENCE           PIC 9(2) DISPLAY.
           03   FILLER                  PIC X(8) VALUE SPACES.
