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
      *    Working-storage half of the shared warranty-expiry
      *    arithmetic. A program COPYs this, moves the date the
      *    warranty counts from (YYYYMMDD) to WS-WD-START-DATE and
      *    its length in months to WS-WD-MONTHS, and PERFORMs
      *    COMPUTE-WARRANTY-EXPIRY (WARRDATP.cpy). WS-WD-EXPIRY
      *    comes back as the same day that many months on - the
      *    month's last day when it is shorter - or spaces when
      *    the start date is not a real date. Used by RECVGDS,
      *    ISSUGDS, ASMORDER and WARRSET.
      *****************************************************************
       01  WARRANTY-DATE-WORK.
           03  WS-WD-START-DATE        PIC 9(8)  VALUE ZERO.
           03  WS-WD-START-PARTS REDEFINES WS-WD-START-DATE.
               05  WS-WD-START-YYYY    PIC 9(4).
               05  WS-WD-START-MM      PIC 9(2).
               05  WS-WD-START-DD      PIC 9(2).
           03  WS-WD-MONTHS            PIC 9(3)  VALUE ZERO.
           03  WS-WD-EXPIRY            PIC X(8)  VALUE SPACES.
           03  WS-WD-MONTH-COUNT       PIC 9(7)  VALUE ZERO.
           03  WS-WD-LAST-DAY          PIC 9(2)  VALUE ZERO.
           03  WS-WD-RESULT-DATE.
               05  WS-WD-RESULT-YYYY   PIC 9(4).
               05  WS-WD-RESULT-MM     PIC 9(2).
               05  WS-WD-RESULT-DD     PIC 9(2).
