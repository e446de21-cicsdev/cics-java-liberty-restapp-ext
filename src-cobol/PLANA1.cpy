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
      *    Symbolic map for mapset PLANAS, map PLANA1 (PLANAPV's
      *    3270 screen). Hand-maintained to match PLANAS.bms field
      *    for field, in the exact layout the BMS macro assembler's
      *    bmsgen step would produce (PLANAS.bms remains the single
      *    source of truth for field position/attribute changes -
      *    keep this copybook in step with it).
      *****************************************************************
       01  PLANA1I.
           02  FILLER               PIC X(12).
           02  OPTNL          COMP PIC S9(4).
           02  OPTNF          PIC X.
           02  FILLER REDEFINES OPTNF.
                03  OPTNA      PIC X.
           02  OPTNI          PIC X(1).
           02  PARTIDL        COMP PIC S9(4).
           02  PARTIDF        PIC X.
           02  FILLER REDEFINES PARTIDF.
                03  PARTIDA    PIC X.
           02  PARTIDI        PIC X(8).
           02  NEEDDTL        COMP PIC S9(4).
           02  NEEDDTF        PIC X.
           02  FILLER REDEFINES NEEDDTF.
                03  NEEDDTA    PIC X.
           02  NEEDDTI        PIC X(8).
           02  SEQL           COMP PIC S9(4).
           02  SEQF           PIC X.
           02  FILLER REDEFINES SEQF.
                03  SEQA       PIC X.
           02  SEQI           PIC X(2).
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

       01  PLANA1O REDEFINES PLANA1I.
           02  FILLER               PIC X(12).
           02  FILLER               PIC X(3).
           02  OPTNO          PIC X(1).
           02  FILLER               PIC X(3).
           02  PARTIDO        PIC X(8).
           02  FILLER               PIC X(3).
           02  NEEDDTO        PIC X(8).
           02  FILLER               PIC X(3).
           02  SEQO           PIC X(2).
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
