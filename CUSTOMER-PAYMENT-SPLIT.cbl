               MOVE WS-TENDER-TYPE TO TENDER-TYPE
               MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
               MOVE ZEROS TO ALLOCATION-SPLIT
               MOVE ZEROS TO BACKDATE-CONTROL
               WRITE TRANSACTION-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Payment Slice For '
