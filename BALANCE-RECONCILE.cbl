           MOVE LOAN-BALANCE OF LOAN-REC TO RECON-ACTUAL-BALANCE
           MOVE WS-BALANCE-DIFFERENCE TO RECON-DIFFERENCE
           MOVE 'MISMATCH' TO RECON-STATUS
           IF COMPANY-CODE OF LOAN-REC IS NUMERIC
               MOVE COMPANY-CODE OF LOAN-REC TO RECON-COMPANY-CODE
           ELSE
               MOVE ZERO TO RECON-COMPANY-CODE
           END-IF

           WRITE REPORT-REC

