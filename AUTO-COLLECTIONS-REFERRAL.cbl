               WS-CB-REASON
               WS-CB-CHARGED
           IF RESERVE-CHARGED-BACK
               DISPLAY 'Dealer Chargeback Taken For Loan '
                   LOAN-ID OF LOAN-REC
           END-IF.

