           03   LM-ACTIVE-FLAG          PIC X(1).
                88  LM-LOCATION-ACTIVE   VALUE 'A'.
                88  LM-LOCATION-INACTIVE VALUE 'I'.
      *    The hazard classes (PARTCTRL PC-HAZARD-CLASS) this
      *    location may hold - set per location or for a whole
      *    zone through LOCMAINT. All spaces (as on every location
      *    set up before the list existed) takes non-hazardous
      *    stock only.
           03   LM-HAZARD-CLASSES.
                05  LM-PERMITTED-CLASS  PIC X(3) OCCURS 5 TIMES.
      *    How much the location holds, in the site's space unit
      *    (pallet positions or a volume unit - the same unit the
      *    PARTCTRL space factors are given in), set through
      *    LOCMAINT. Not numeric (as on every location set up
      *    before capacities existed) or zero means no limit.
           03   LM-CAPACITY             PIC 9(7) COMP-3.
