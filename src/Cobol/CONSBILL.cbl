      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  CONSBILF record carries the paid flag and
      *                    payment number PAYREL sets on release;
      *                    a new self-bill is written unpaid.
      *
      *****************************************************************

           03   ST-PERIOD               PIC 9(6).
           03   ST-QUANTITY             PIC 9(8).
           03   ST-VALUE                PIC 9(11)V99.
      *    Set by PAYREL when the payment that settles the
      *    self-bill is released to the bank.
           03   ST-PAID-FLAG            PIC X(1).
                88  ST-IS-PAID           VALUE 'P'.
           03   ST-PAYMENT-NUMBER       PIC X(8).
           03   FILLER                  PIC X(8) VALUE SPACES.
      *
       FD  STATEMENT-REPORT
           LABEL RECORDS ARE STANDARD
