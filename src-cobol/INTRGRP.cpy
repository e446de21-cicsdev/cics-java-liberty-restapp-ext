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
      *    One member of an interchangeability group per group and
      *    preference, keyed on IG-KEY, held in the INTRGRP VSAM
      *    KSDS and maintained (with the matching INTRPART reverse
      *    record) through INTRMNT. Every part in a group is a
      *    full substitute for every other - three suppliers' 10mm
      *    hex bolts under three PART-IDs - unlike SUPRSEDE, which
      *    only ever points one way. A browse of one group walks
      *    its members in preference order (01 most preferred), the
      *    order INTRFIND offers them in when an issue, reservation
      *    or pick is short.
      *****************************************************************
       01  INTERCHANGE-GROUP-RECORD.
           03   IG-KEY.
                05  IG-GROUP-ID         PIC X(6).
                05  IG-PREFERENCE       PIC 9(2) DISPLAY.
           03   IG-PART-ID              PIC 9(8) DISPLAY.
           03   IG-ADDED-BY             PIC X(8).
           03   IG-ADDED-DATE           PIC X(8).
           03   FILLER                  PIC X(12) VALUE SPACES.
