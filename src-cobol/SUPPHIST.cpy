           03   SH-CHANGE-DATE          PIC X(8).
           03   SH-CHANGE-TIME          PIC 9(6) DISPLAY.
           03   SH-CHANGE-TASK          PIC 9(7) DISPLAY.
      *    Why the change was made, where something other than the
      *    operator's own keying made it - 'SCREENING' when a
      *    denied-party hit put the supplier on HOLD. Spaces on an
      *    ordinary keyed change.
           03   SH-CHANGE-REASON        PIC X(12).
           03   FILLER                  PIC X(1) VALUE SPACES.
