      *
      * Modification History:
      *  02 Sep 2026  DEV  Original.
      *  15 Oct 2026  DEV  Leave out memos netted off a released
      *                    payment - the credit has been taken.
      *
      *****************************************************************

       INITIALIZE-RUN-EXIT.
           EXIT.
      *
      *    SORT input procedure - every memo not yet settled, and
      *    not already taken by deduction from a payment.
       GATHER-OPEN-MEMOS.
      *
           PERFORM UNTIL END-OF-MEMO-FILE
              END-READ
              IF NOT END-OF-MEMO-FILE
                 IF NOT CM-SETTLED
                    AND NOT CM-NETTED
                    MOVE CM-SUPPLIER-ID TO SR-SUPPLIER
                    MOVE CM-RTV-DATE TO SR-RTV-DATE
                    MOVE CM-PART-ID TO SR-PART-ID
