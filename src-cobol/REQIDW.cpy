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
      *    Working-storage half of the shared duplicate-request
      *    protection for the container front doors, COPYd
      *    alongside REQLOG and REQIDP.cpy. The caller moves its
      *    own PROGRAM-ID to WS-RI-INTERFACE and the request's
      *    request ID to WS-RI-REQUEST-ID, PERFORMs
      *    CLAIM-REQUEST-ID, and skips the posting when
      *    REQUEST-IS-DUPLICATE - WS-RI-RETURN-CODE and
      *    WS-RI-REPLY then hold the first call's result. After a
      *    posting it moves its reply to WS-RI-REPLY and PERFORMs
      *    SETTLE-REQUEST-ID. A request with no request ID is
      *    posted unprotected, as before.
      *****************************************************************
       01  REQUEST-ID-WORK.
           03  WS-RI-LOG-NAME          PIC X(8)  VALUE 'REQLOG'.
           03  WS-RI-INTERFACE         PIC X(8)  VALUE SPACES.
           03  WS-RI-REQUEST-ID        PIC X(32) VALUE SPACES.
           03  WS-RI-RESP              PIC 9(8)  COMP VALUE ZERO.
           03  WS-RI-ABSTIME           PIC S9(15) COMP-3 VALUE ZERO.
           03  WS-RI-RETURN-CODE       PIC X(1)  VALUE SPACE.
           03  WS-RI-REPLY             PIC X(200) VALUE SPACES.
           03  WS-RI-OUTCOME           PIC X(1)  VALUE 'U'.
      *        No request ID, or REQLOG could not be used - the
      *        request is posted unprotected.
               88  REQUEST-ID-UNCHECKED VALUE 'U'.
      *        The first call with this ID - post it, then settle.
               88  REQUEST-ID-CLAIMED   VALUE 'N'.
      *        A repeat - answer with the recorded result.
               88  REQUEST-IS-DUPLICATE VALUE 'D'.
