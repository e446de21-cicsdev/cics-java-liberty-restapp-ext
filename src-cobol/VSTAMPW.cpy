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
      *    Working-storage half of the shared version stamp the
      *    maintenance screens keep between displaying a record and
      *    the operator keying a change to it, COPYd alongside
      *    VSTAMPP.cpy the same way HAZCOMPW pairs with HAZCOMPP.
      *    The stamp is the whole record image as it was shown,
      *    held in a per-terminal TS queue - a two-byte screen
      *    prefix the caller moves to WS-VS-SCREEN, 'VS' and the
      *    terminal id - so an online change, a batch job or a
      *    receipt in between all show up as a mismatch without
      *    the record layout carrying a counter of its own.
      *
      *    The caller moves the record key to WS-VS-CURRENT-KEY and
      *    the record image to WS-VS-CURRENT-IMAGE, then PERFORMs
      *    SAVE-VERSION-STAMP once the record is on the screen, or
      *    CHECK-VERSION-STAMP before updating it and tests the
      *    88s on WS-VS-OUTCOME.
      *****************************************************************
       01  VERSION-STAMP-WORK.
           03  WS-VS-QUEUE.
               05  WS-VS-SCREEN        PIC X(2)  VALUE SPACES.
               05  FILLER              PIC X(2)  VALUE 'VS'.
               05  WS-VS-TERMID        PIC X(4)  VALUE SPACES.
           03  WS-VS-RESP              PIC 9(8)  COMP VALUE ZERO.
           03  WS-VS-OUTCOME           PIC X(1)  VALUE 'U'.
               88  VERSION-STAMP-UNCHECKED  VALUE 'U'.
               88  VERSION-STAMP-MATCHES    VALUE 'M'.
               88  VERSION-STAMP-STALE      VALUE 'S'.
               88  VERSION-STAMP-MISSING    VALUE 'X'.
      *    The refusal both screens show for a stale stamp.
           03  WS-VS-STALE-MESSAGE     PIC X(46) VALUE
               'CHANGED BY SOMEONE ELSE SINCE YOU DISPLAYED IT'.
           03  WS-VS-CURRENT-KEY       PIC X(8)   VALUE SPACES.
           03  WS-VS-CURRENT-IMAGE     PIC X(300) VALUE SPACES.
      *
      *    The TS queue item itself - the key the stamp was taken
      *    for and the record image as it was displayed.
       01  VERSION-STAMP.
           03  VS-RECORD-KEY           PIC X(8).
           03  VS-RECORD-IMAGE         PIC X(300).
