                   DISPLAY 'Actual Balance : ' RECON-ACTUAL-BALANCE
                   DISPLAY 'Difference     : ' RECON-DIFFERENCE
                   DISPLAY 'Status         : ' RECON-STATUS
                   IF RECON-COMPANY-CODE IS NUMERIC
                       DISPLAY 'Company        : ' RECON-COMPANY-CODE
                   END-IF
               WHEN REPORT-TYPE-INT-STMT
                   DISPLAY 'Loan ID        : ' STMT-LOAN-ID
                   DISPLAY 'Customer ID    : ' STMT-CUSTOMER-ID
               WHEN REPORT-TYPE-COMMISSION
                   DISPLAY 'Originator ID  : ' COMM-ORIGINATOR-ID
                   DISPLAY 'Approved Volume: ' COMM-APPROVED-VOLUME
                   DISPLAY '  Refinance    : ' COMM-REFI-VOLUME
                   DISPLAY 'Commission Amt : ' COMM-AMOUNT
               WHEN REPORT-TYPE-EXCEPTION
                   DISPLAY 'Source File    : ' EXCEP-SOURCE-FILE
