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
      *    The roles LINK2SEC last resolved for a userid, one record
      *    per userid, keyed on UR-USERID, held in the USERROLE VSAM
      *    KSDS. LINK2SEC rewrites it on every identity resolution
      *    alongside the per-userid TS queue AUTHCHK reads - the
      *    queue is gone after a CICS restart and out of reach of
      *    batch, so this is the copy the SODRPT conflict run and
      *    the AUTHMNT grant-time check evaluate role entitlements
      *    through.
      *****************************************************************
       01  USER-ROLE-RECORD.
           03   UR-USERID               PIC X(8).
      *    The blank-separated role strings, as JAVA-USER-ROLES
      *    carries them - six of eight bytes at most.
           03   UR-ROLES                PIC X(60).
           03   UR-RESOLVED-DATE        PIC X(8).
           03   UR-RESOLVED-TIME        PIC 9(6) DISPLAY.
           03   FILLER                  PIC X(18) VALUE SPACES.
