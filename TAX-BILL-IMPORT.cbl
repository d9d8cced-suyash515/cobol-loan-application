           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT ESCROW-PAYEE-FILE ASSIGN TO 'ESCROW_PAYEE.DAT'
                   MOVE 'Y' TO WS-END-OF-COLLATERAL
               NOT AT END
                   IF VIN-OR-ADDRESS = BILL-PARCEL-REF
                      AND ITEM-ACTIVE
                       MOVE LOAN-ID OF COLLATERAL-REC
                           TO WS-MATCHED-LOAN-ID
                       MOVE 'Y' TO WS-PARCEL-MATCHED
