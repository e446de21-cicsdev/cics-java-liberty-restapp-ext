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
      *    Working-storage half of the shared denied-party name
      *    normalization, COPYd alongside DPNORMP.cpy the same way
      *    BIZDAYW pairs with BIZDAYP. The caller moves a name (or
      *    an address) to WS-DN-INPUT, PERFORMs NORMALIZE-PARTY-NAME
      *    and takes WS-DN-OUTPUT: upper-cased, punctuation gone,
      *    one space between words, and common company suffixes
      *    (INC, LTD, CORP ...) dropped off the end.
      *****************************************************************
       01  DENIED-PARTY-NORMALIZE-WORK.
           03  WS-DN-INPUT             PIC X(60) VALUE SPACES.
           03  WS-DN-OUTPUT            PIC X(60) VALUE SPACES.
           03  WS-DN-UPPER             PIC X(60) VALUE SPACES.
           03  WS-DN-CHAR              PIC X(1)  VALUE SPACE.
      *        Letters and digits make up the words.
               88  DN-CHAR-IS-KEPT      VALUE 'A' THRU 'I'
                                              'J' THRU 'R'
                                              'S' THRU 'Z'
                                              '0' THRU '9'.
      *        These separate words; any other punctuation is
      *        dropped where it stands, so 'A.B.C.' reads 'ABC'.
               88  DN-CHAR-IS-BREAK     VALUE SPACE ',' '-' '/'
                                              '&' ';' ':' '('
                                              ')' '+'.
           03  WS-DN-POS               PIC 9(4) COMP VALUE ZERO.
           03  WS-DN-OUT-POS           PIC 9(4) COMP VALUE ZERO.
           03  WS-DN-WORD-LEN          PIC 9(4) COMP VALUE ZERO.
           03  WS-DN-WORD-INDEX        PIC 9(4) COMP VALUE ZERO.
           03  WS-DN-WORD-COUNT        PIC 9(4) COMP VALUE ZERO.
      *        Sixty characters can hold no more than thirty words.
           03  WS-DN-WORD              PIC X(20) OCCURS 30 TIMES.
           03  WS-DN-SUFFIX            PIC X(20) VALUE SPACES.
               88  DN-COMMON-SUFFIX     VALUE 'INC' 'INCORPORATED'
                                              'LTD' 'LIMITED'
                                              'LLC' 'LLP' 'PLC'
                                              'CORP' 'CORPORATION'
                                              'CO' 'COMPANY'
                                              'GMBH' 'AG' 'SA'
                                              'SRL' 'SPA' 'BV'
                                              'NV' 'PTY'.
           03  WS-DN-SUFFIX-FLAG       PIC X(1)  VALUE 'N'.
               88  DN-SUFFIXES-DONE     VALUE 'Y'.
