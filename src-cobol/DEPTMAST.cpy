      *    balance against it at the counter; the amount is keyed
      *    through REFMENU's M option.
           03   DP-MONTHLY-BUDGET       PIC 9(9) DISPLAY.
      *    'Y' means the department will not take an
      *    interchangeable part in place of the one it asked for -
      *    its short issues, reservations and picks are never
      *    offered an INTRGRP equivalent. Space (every record
      *    written before the flag existed) or 'N' allows them.
      *    Keyed through REFMENU's N and P options.
           03   DP-SUBSTITUTE-FLAG      PIC X(1).
                88  DP-NO-SUBSTITUTES    VALUE 'Y'.
                88  DP-SUBSTITUTES-OK    VALUE 'N' ' '.
           03   FILLER                  PIC X(1) VALUE SPACES.
