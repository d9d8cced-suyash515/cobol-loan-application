
       APPLY-CUSTOMER-IMAGE.
           IF JRN-ACTION-DELETE
               MOVE JRN-BEFORE-IMAGE (1:LENGTH OF CUSTOMER-REC)
                   TO CUSTOMER-REC
               DELETE CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'Delete Image Had No Target - '
                           'Customer ' CUSTOMER-ID OF CUSTOMER-REC
               END-DELETE
           ELSE
               MOVE JRN-AFTER-IMAGE (1:LENGTH OF CUSTOMER-REC)
                   TO CUSTOMER-REC
               WRITE CUSTOMER-REC
                   INVALID KEY
                       REWRITE CUSTOMER-REC

       APPLY-LOAN-IMAGE.
           IF JRN-ACTION-DELETE
               MOVE JRN-BEFORE-IMAGE (1:LENGTH OF LOAN-REC)
                   TO LOAN-REC
               DELETE LOAN-FILE
                   INVALID KEY
                       DISPLAY 'Delete Image Had No Target - '
                           'Loan ' LOAN-ID OF LOAN-REC
               END-DELETE
           ELSE
               MOVE JRN-AFTER-IMAGE (1:LENGTH OF LOAN-REC)
                   TO LOAN-REC
               WRITE LOAN-REC
                   INVALID KEY
                       REWRITE LOAN-REC
