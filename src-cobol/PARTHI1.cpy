           02  FILLER REDEFINES PARTIDF.
                03  PARTIDA    PIC X.
           02  PARTIDI        PIC X(8).
           02  ASOFDTL        COMP PIC S9(4).
           02  ASOFDTF        PIC X.
           02  FILLER REDEFINES ASOFDTF.
                03  ASOFDTA    PIC X.
           02  ASOFDTI        PIC X(8).
           02  ASOFTML        COMP PIC S9(4).
           02  ASOFTMF        PIC X.
           02  FILLER REDEFINES ASOFTMF.
                03  ASOFTMA    PIC X.
           02  ASOFTMI        PIC X(6).
           02  RSLT1L         COMP PIC S9(4).
           02  RSLT1F         PIC X.
           02  FILLER REDEFINES RSLT1F.
           02  FILLER               PIC X(3).
           02  PARTIDO        PIC X(8).
           02  FILLER               PIC X(3).
           02  ASOFDTO        PIC X(8).
           02  FILLER               PIC X(3).
           02  ASOFTMO        PIC X(6).
           02  FILLER               PIC X(3).
           02  RSLT1O         PIC X(75).
           02  FILLER               PIC X(3).
           02  RSLT2O         PIC X(75).
