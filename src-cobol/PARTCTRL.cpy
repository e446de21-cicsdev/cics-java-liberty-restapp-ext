      *    with no entry here gets the default behavior on every
      *    flag. The inspection, serial-control and consignment
      *    flags are maintained through the INSPREL flag options
      *    (the flag-select byte names which), the hazard class
      *    and safety-data-sheet reference through its hazard
      *    option, the space factor through its space option;
      *    PC-ABC-CLASS is assigned by the ABCCLASS run, not keyed.
      *****************************************************************
       01  PART-CONTROL-RECORD.
           03   PC-PART-ID              PIC 9(8) DISPLAY.
           03   PC-CONSIGN-FLAG         PIC X(1).
                88  PC-CONSIGNMENT-STOCK   VALUE 'Y'.
                88  PC-OWN-STOCK           VALUE 'N' ' '.
      *    The part's hazard class (the transport class code the
      *    safety data sheet gives - '3' flammable liquid, '5.1'
      *    oxidiser, '2.2' compressed gas ...); spaces means not
      *    hazardous. A hazardous part may only be received or
      *    transferred into a LOCMAST location whose permitted
      *    list carries its class - see HAZCOMPP.
           03   PC-HAZARD-CLASS         PIC X(3).
                88  PC-NOT-HAZARDOUS       VALUE SPACES.
      *    The safety-data-sheet document reference for the part -
      *    mandatory once a hazard class is set.
           03   PC-SDS-REFERENCE        PIC X(12).
      *    How much of a location's capacity (LOCMAST LM-CAPACITY,
      *    in the site's space unit - pallet positions or a volume
      *    unit) one PACK-SIZE of the part takes. Not numeric (as
      *    on every entry written before the factor existed) or
      *    zero means the part's space is not measured - see
      *    SPACECP.
           03   PC-SPACE-FACTOR         PIC 9(5)V9(4) COMP-3.
