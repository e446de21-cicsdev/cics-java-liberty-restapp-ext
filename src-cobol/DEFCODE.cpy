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
      *    Defect-code master record, keyed on DF-DEFECT-CODE, held
      *    in the DEFCODE VSAM KSDS. Every non-conformance report
      *    raised through NCRMNT must quote an active defect code
      *    from this file, so the NCRs can be counted by what was
      *    actually wrong instead of by free text.
      *****************************************************************
       01  DEFECT-CODE-RECORD.
           03   DF-DEFECT-CODE          PIC X(4).
           03   DF-DESCRIPTION          PIC X(30).
           03   DF-ACTIVE-FLAG          PIC X(1).
                88  DF-CODE-ACTIVE       VALUE 'Y'.
                88  DF-CODE-INACTIVE     VALUE 'N'.
           03   FILLER                  PIC X(13) VALUE SPACES.
