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
      *****************************************************************
      *    Working-storage half of the shared delimited-output
      *    wiring. A report that writes a comma-delimited copy of
      *    its detail lines alongside its print COPYs this and
      *    PERFORMs the CSVROWP paragraphs - see CSVROWP.cpy. Each
      *    row is built in WS-CSV-ROW, one field at a time, and
      *    written by the report from there.
      *****************************************************************
       01  DELIMITED-ROW-WORK.
           03  WS-CSV-ROW              PIC X(132) VALUE SPACES.
           03  WS-CSV-POINTER          PIC 9(4) COMP VALUE 1.
           03  WS-CSV-FIELD-COUNT      PIC 9(4) COMP VALUE ZERO.
      *    The next field: text in WS-CSV-TEXT, or a number in
      *    WS-CSV-NUMBER shown to WS-CSV-DECIMALS places (0-6) -
      *    the field's own precision, so nothing is rounded away.
           03  WS-CSV-TEXT             PIC X(40) VALUE SPACES.
           03  WS-CSV-NUMBER           PIC S9(13)V9(6) VALUE ZERO.
           03  WS-CSV-DECIMALS         PIC 9(1) VALUE ZERO.
           03  WS-CSV-EDITED           PIC -(14)9.9(6).
           03  WS-CSV-START            PIC 9(4) COMP VALUE ZERO.
           03  WS-CSV-LENGTH           PIC 9(4) COMP VALUE ZERO.
           03  WS-CSV-INDEX            PIC 9(4) COMP VALUE ZERO.
