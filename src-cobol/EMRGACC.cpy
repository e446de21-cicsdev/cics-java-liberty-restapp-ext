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
      *    One time-limited emergency access session, written by
      *    EMRGREQ when a user claims a catalogued EMRGENT
      *    entitlement with a typed justification, keyed on the
      *    claiming userid and the date and time of the claim, held
      *    in the EMRGACC VSAM KSDS. AUTHCHK honours the session's
      *    menu option for that userid only between the start and
      *    end ABSTIMEs, counting every use here and on the EMRGUSE
      *    trail. Every session must then be signed off by a
      *    security reviewer on EMRGREV; until it is, it shows on
      *    the HANDOVER summary as unreviewed.
      *****************************************************************
       01  EMERGENCY-ACCESS-RECORD.
           03   EA-KEY.
                05  EA-USERID           PIC X(8).
                05  EA-START-DATE       PIC X(8).
                05  EA-START-TIME       PIC 9(6) DISPLAY.
           03   EA-ENTITLEMENT-NAME     PIC X(8).
           03   EA-MENU-NAME            PIC X(8).
           03   EA-OPTION               PIC X(1).
           03   EA-HOURS                PIC 9(2) DISPLAY.
      *    The window AUTHCHK tests, as CICS ABSTIMEs, and its end
      *    in readable form for the screens and the handover.
           03   EA-START-ABSTIME        PIC S9(15) COMP-3.
           03   EA-END-ABSTIME          PIC S9(15) COMP-3.
           03   EA-END-DATE             PIC X(8).
           03   EA-END-TIME             PIC 9(6) DISPLAY.
           03   EA-JUSTIFICATION        PIC X(60).
           03   EA-TERMINAL-ID          PIC X(4).
           03   EA-USE-COUNT            PIC 9(4) DISPLAY.
           03   EA-REVIEW-STATUS        PIC X(1).
                88  EA-UNREVIEWED        VALUE 'U'.
                88  EA-REVIEWED          VALUE 'R'.
           03   EA-REVIEWED-BY          PIC X(8).
           03   EA-REVIEWED-DATE        PIC X(8).
           03   EA-REVIEW-NOTE          PIC X(40).
           03   FILLER                  PIC X(20) VALUE SPACES.
