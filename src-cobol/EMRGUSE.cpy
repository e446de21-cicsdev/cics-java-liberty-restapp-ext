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
      *    One entry per menu option granted under an emergency
      *    access session, written to the EMRGUSE VSAM KSDS by
      *    AUTHCHK - kept apart from the ordinary audit files so
      *    the reviewer signing the session off on EMRGREV sees
      *    exactly what was done under it, and nothing else. The
      *    key leads with the session's EMRGACC key, so one generic
      *    browse lists a session's uses in the order they happened;
      *    the task number keeps two uses in the same second apart.
      *****************************************************************
       01  EMERGENCY-USE-RECORD.
           03   EU-KEY.
                05  EU-SESSION-KEY.
                    07  EU-USERID       PIC X(8).
                    07  EU-SESSION-DATE PIC X(8).
                    07  EU-SESSION-TIME PIC 9(6) DISPLAY.
                05  EU-USE-DATE         PIC X(8).
                05  EU-USE-TIME         PIC 9(6) DISPLAY.
                05  EU-USE-TASK         PIC 9(7) DISPLAY.
           03   EU-ENTITLEMENT-NAME     PIC X(8).
           03   EU-MENU-NAME            PIC X(8).
           03   EU-OPTION               PIC X(1).
           03   EU-TRANSACTION-ID       PIC X(4).
           03   EU-INVOKING-PROGRAM     PIC X(8).
           03   EU-TERMINAL-ID          PIC X(4).
           03   FILLER                  PIC X(20) VALUE SPACES.
