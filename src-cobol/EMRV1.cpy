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
      *    Symbolic map for mapset EMRVS, map EMRV1 (EMRGREV's
      *    3270 screen). Hand-maintained to match EMRVS.bms field
      *    for field, in the exact layout the BMS macro assembler's
      *    bmsgen step would produce (EMRVS.bms remains the single
      *    source of truth for field position/attribute changes -
      *    keep this copybook in step with it).
      *****************************************************************
       01  EMRV1I.
           02  FILLER               PIC X(12).
           02  OPTNL          COMP PIC S9(4).
           02  OPTNF          PIC X.
           02  FILLER REDEFINES OPTNF.
                03  OPTNA      PIC X.
           02  OPTNI          PIC X(1).
           02  USERIDL        COMP PIC S9(4).
           02  USERIDF        PIC X.
           02  FILLER REDEFINES USERIDF.
                03  USERIDA    PIC X.
           02  USERIDI        PIC X(8).
           02  STDATEL        COMP PIC S9(4).
           02  STDATEF        PIC X.
           02  FILLER REDEFINES STDATEF.
                03  STDATEA    PIC X.
           02  STDATEI        PIC X(8).
           02  STTIMEL        COMP PIC S9(4).
           02  STTIMEF        PIC X.
           02  FILLER REDEFINES STTIMEF.
                03  STTIMEA    PIC X.
           02  STTIMEI        PIC X(6).
           02  NOTEL          COMP PIC S9(4).
           02  NOTEF          PIC X.
           02  FILLER REDEFINES NOTEF.
                03  NOTEA      PIC X.
           02  NOTEI          PIC X(40).
           02  RSLT1L         COMP PIC S9(4).
           02  RSLT1F         PIC X.
           02  FILLER REDEFINES RSLT1F.
                03  RSLT1A     PIC X.
           02  RSLT1I         PIC X(75).
           02  RSLT2L         COMP PIC S9(4).
           02  RSLT2F         PIC X.
           02  FILLER REDEFINES RSLT2F.
                03  RSLT2A     PIC X.
           02  RSLT2I         PIC X(75).
           02  RSLT3L         COMP PIC S9(4).
           02  RSLT3F         PIC X.
           02  FILLER REDEFINES RSLT3F.
                03  RSLT3A     PIC X.
           02  RSLT3I         PIC X(75).
           02  RSLT4L         COMP PIC S9(4).
           02  RSLT4F         PIC X.
           02  FILLER REDEFINES RSLT4F.
                03  RSLT4A     PIC X.
           02  RSLT4I         PIC X(75).
           02  RSLT5L         COMP PIC S9(4).
           02  RSLT5F         PIC X.
           02  FILLER REDEFINES RSLT5F.
                03  RSLT5A     PIC X.
           02  RSLT5I         PIC X(75).
           02  RSLT6L         COMP PIC S9(4).
           02  RSLT6F         PIC X.
           02  FILLER REDEFINES RSLT6F.
                03  RSLT6A     PIC X.
           02  RSLT6I         PIC X(75).
           02  RSLT7L         COMP PIC S9(4).
           02  RSLT7F         PIC X.
           02  FILLER REDEFINES RSLT7F.
                03  RSLT7A     PIC X.
           02  RSLT7I         PIC X(75).
           02  RSLT8L         COMP PIC S9(4).
           02  RSLT8F         PIC X.
           02  FILLER REDEFINES RSLT8F.
                03  RSLT8A     PIC X.
           02  RSLT8I         PIC X(75).
           02  RSLT9L         COMP PIC S9(4).
           02  RSLT9F         PIC X.
           02  FILLER REDEFINES RSLT9F.
                03  RSLT9A     PIC X.
           02  RSLT9I         PIC X(75).
           02  RSLT10L        COMP PIC S9(4).
           02  RSLT10F        PIC X.
           02  FILLER REDEFINES RSLT10F.
                03  RSLT10A    PIC X.
           02  RSLT10I        PIC X(75).
           02  MSGL           COMP PIC S9(4).
           02  MSGF           PIC X.
           02  FILLER REDEFINES MSGF.
                03  MSGA       PIC X.
           02  MSGI           PIC X(79).

       01  EMRV1O REDEFINES EMRV1I.
           02  FILLER               PIC X(12).
           02  FILLER               PIC X(3).
           02  OPTNO          PIC X(1).
           02  FILLER               PIC X(3).
           02  USERIDO        PIC X(8).
           02  FILLER               PIC X(3).
           02  STDATEO        PIC X(8).
           02  FILLER               PIC X(3).
           02  STTIMEO        PIC X(6).
           02  FILLER               PIC X(3).
           02  NOTEO          PIC X(40).
           02  FILLER               PIC X(3).
           02  RSLT1O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT2O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT3O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT4O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT5O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT6O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT7O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT8O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT9O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT10O        PIC X(75).
           02  FILLER               PIC X(3).
           02  MSGO           PIC X(79).
