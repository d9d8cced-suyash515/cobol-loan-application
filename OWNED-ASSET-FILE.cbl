
      *================================================================
      *  Owned-asset (repo/REO) subsystem, one OWNED-ASSET-REC per
      *  collateral item taken.  Once a COLLECTIONS.DAT case
      *  actually takes the car or the house the system stops being
      *  blind:
      *
      *      1. Record the repossession/foreclosure event (requires
      *         an open collections case on file and an item still
      *         securing the loan on COLLATERAL.DAT, which is marked
      *         REPOSSESSD).  Once the last item securing the loan
      *         is taken, GAP, credit life and warranty products on
      *         the loan cancel as of the event date: the unearned
      *         premium is credited to the balance (ANCILLARY-CANCEL)
      *         and the selling dealer's commission share charged
      *         back.
      *      2. Add holding costs as the bills come in.
      *      3. Record the sale: proceeds post to the loan through
      *         TRANSACTION-FILE as a RECOVERY, the COLLECTIONS.DAT
           SELECT OWNED-ASSET-FILE ASSIGN TO 'OWNED_ASSET.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWNED-ASSET-KEY OF OWNED-ASSET-REC
               FILE STATUS IS FILE-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO 'COLLATERAL.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLLATERAL-KEY OF COLLATERAL-REC
               FILE STATUS IS COLLATERAL-FILE-STATUS.

           SELECT COLLECTIONS-FILE ASSIGN TO 'COLLECTIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  OWNED-ASSET-FILE.
       COPY OWNEDASSETREC.

       FD  COLLATERAL-FILE.
       COPY COLLATERALREC.

       FD  COLLECTIONS-FILE.
       COPY COLLECTIONSREC.

       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  COLLATERAL-FILE-STATUS   PIC XX.
           88  COLLATERAL-FILE-OK    VALUE '00'.
       01  COLLECTIONS-FILE-STATUS  PIC XX.
           88  COLLECTIONS-FILE-OK   VALUE '00'.
       01  LOAN-FILE-STATUS         PIC XX.
           88  SALE-MODE              VALUE '3'.
           88  INQUIRE-MODE           VALUE '4'.
       01  WS-LOAN-ID               PIC 9(5).
       01  WS-COLLATERAL-SEQ        PIC 9(2).
       01  WS-ITEM-OK               PIC X.
           88  ITEM-OK               VALUE 'Y'.
       01  WS-CV-LOAN-ID            PIC 9(5).
       01  WS-CV-VALUE              PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE         PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT         PIC 9(3).
       01  WS-EVENT-TYPE            PIC X(12).
       01  WS-EVENT-DATE            PIC 9(8).
       01  WS-COST-AMOUNT           PIC 9(7)V99.
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-ACX-LOAN-ID         PIC 9(5).
       01  WS-ACX-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-ACX-EVENT-DATE      PIC 9(8).
       01  WS-ACX-REASON          PIC X(10).
       01  WS-ACX-DISPOSITION     PIC X.
       01  WS-ACX-USER-ID         PIC X(10).
       01  WS-ACX-LOAN-CREDIT     PIC 9(7)V99.
       01  WS-ACX-BORROWER-REFUND PIC 9(7)V99.

       01  WS-CB-LOAN-ID          PIC 9(5).
       01  WS-CB-EVENT-DATE       PIC 9(8).
       01  WS-CB-REASON           PIC X(10).
       01  WS-CB-CHARGED          PIC X.
           88  DEALER-CHARGED-BACK VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Record Repossession/Foreclosure'
       OPEN-ASSET.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Collateral Item Sequence: '
           ACCEPT WS-COLLATERAL-SEQ

           OPEN INPUT COLLECTIONS-FILE
           IF NOT COLLECTIONS-FILE-OK
           DISPLAY 'Enter Event Date (YYYYMMDD): '
           ACCEPT WS-EVENT-DATE

           PERFORM CHECK-ITEM-SECURES-LOAN
           IF NOT ITEM-OK
               STOP RUN
           END-IF

           OPEN I-O OWNED-ASSET-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT OWNED-ASSET-FILE
           END-IF

           MOVE WS-LOAN-ID    TO LOAN-ID OF OWNED-ASSET-REC
           MOVE WS-COLLATERAL-SEQ TO ASSET-COLLATERAL-SEQ
           MOVE WS-EVENT-TYPE TO ASSET-EVENT-TYPE
           MOVE WS-EVENT-DATE TO ASSET-EVENT-DATE
           MOVE ZERO          TO HOLDING-COSTS
           WRITE OWNED-ASSET-REC
               INVALID KEY
                   DISPLAY 'Asset Already On File For Loan: '
                       WS-LOAN-ID '-' WS-COLLATERAL-SEQ
               NOT INVALID KEY
                   DISPLAY 'Owned Asset Opened For Loan ' WS-LOAN-ID
                       '-' WS-COLLATERAL-SEQ
                   MOVE 'ASSET OPEN' TO WS-LOG-ACTION-TYPE
                   MOVE 'Repo/Foreclosure Asset Opened'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
                   PERFORM MARK-ITEM-REPOSSESSED
                   PERFORM CHECK-LAST-ITEM-TAKEN
           END-WRITE

           CLOSE OWNED-ASSET-FILE.

       CHECK-ITEM-SECURES-LOAN.
           MOVE 'N' TO WS-ITEM-OK
           OPEN INPUT COLLATERAL-FILE
           IF NOT COLLATERAL-FILE-OK
               DISPLAY 'Error Opening COLLATERAL-FILE.'
           ELSE
               MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
               MOVE WS-COLLATERAL-SEQ TO COLLATERAL-SEQ
               READ COLLATERAL-FILE
                   INVALID KEY
                       DISPLAY 'Collateral Not Found: ' WS-LOAN-ID
                           '-' WS-COLLATERAL-SEQ
                   NOT INVALID KEY
                       IF ITEM-ACTIVE
                           MOVE 'Y' TO WS-ITEM-OK
                       ELSE
                           DISPLAY 'Item ' WS-COLLATERAL-SEQ
                               ' Does Not Secure The Loan - Status '
                               ITEM-STATUS
                       END-IF
               END-READ
               CLOSE COLLATERAL-FILE
           END-IF.

       MARK-ITEM-REPOSSESSED.
           OPEN I-O COLLATERAL-FILE
           IF COLLATERAL-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF COLLATERAL-REC
               MOVE WS-COLLATERAL-SEQ TO COLLATERAL-SEQ
               READ COLLATERAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'REPOSSESSD'  TO ITEM-STATUS
                       MOVE WS-EVENT-DATE TO ITEM-STATUS-DATE
                       REWRITE COLLATERAL-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Collateral '
                                   'For Loan ' WS-LOAN-ID
                       END-REWRITE
               END-READ
               CLOSE COLLATERAL-FILE
           END-IF.

      *----------------------------------------------------------------
      *  The products ride on the loan, not on any one item, so they
      *  end only once nothing is left securing it.
      *----------------------------------------------------------------
       CHECK-LAST-ITEM-TAKEN.
           MOVE WS-LOAN-ID TO WS-CV-LOAN-ID
           CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                              WS-CV-VALUE
                                              WS-CV-ORIG-VALUE
                                              WS-CV-ITEM-COUNT
           IF WS-CV-ITEM-COUNT = ZERO
               PERFORM CANCEL-ANCILLARY-PRODUCTS
           ELSE
               DISPLAY WS-CV-ITEM-COUNT ' Item(s) Still Secure The '
                   'Loan - Ancillary Products Left In Force.'
           END-IF.

      *----------------------------------------------------------------
      *  The collateral is gone, so the GAP waiver, credit life and
      *  warranty on it end here.  The unearned premium comes off
      *  the balance still owed (any excess is owed the borrower)
      *  and the dealer who sold the products gives back its
      *  commission share.
      *----------------------------------------------------------------
       CANCEL-ANCILLARY-PRODUCTS.
           MOVE WS-LOAN-ID    TO WS-ACX-LOAN-ID
           MOVE WS-EVENT-DATE TO WS-ACX-EVENT-DATE
           MOVE 'REPO'        TO WS-ACX-REASON
           MOVE 'L'           TO WS-ACX-DISPOSITION
           MOVE WS-USER-ID    TO WS-ACX-USER-ID
           CALL 'ANCILLARY-CANCEL' USING WS-ACX-LOAN-ID
                                         WS-ACX-SEQ
                                         WS-ACX-EVENT-DATE
                                         WS-ACX-REASON
                                         WS-ACX-DISPOSITION
                                         WS-ACX-USER-ID
                                         WS-ACX-LOAN-CREDIT
                                         WS-ACX-BORROWER-REFUND
           IF WS-ACX-LOAN-CREDIT > ZERO
               DISPLAY 'Ancillary Refund Credited To Loan: '
                   WS-ACX-LOAN-CREDIT
           END-IF
           IF WS-ACX-BORROWER-REFUND > ZERO
               DISPLAY 'Ancillary Refund Owed To Borrower: '
                   WS-ACX-BORROWER-REFUND
           END-IF

           MOVE WS-LOAN-ID    TO WS-CB-LOAN-ID
           MOVE WS-EVENT-DATE TO WS-CB-EVENT-DATE
           MOVE 'REPO'        TO WS-CB-REASON
           CALL 'DEALER-RESERVE-CHARGEBACK' USING WS-CB-LOAN-ID
                                                  WS-CB-EVENT-DATE
                                                  WS-CB-REASON
                                                  WS-CB-CHARGED
           IF DEALER-CHARGED-BACK
               DISPLAY 'Dealer Chargeback Taken For Loan '
                   WS-LOAN-ID
           END-IF.

       ADD-HOLDING-COST.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Collateral Item Sequence: '
           ACCEPT WS-COLLATERAL-SEQ
           DISPLAY 'Enter Cost Amount: '
           ACCEPT WS-COST-AMOUNT

           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF OWNED-ASSET-REC
           MOVE WS-COLLATERAL-SEQ TO ASSET-COLLATERAL-SEQ
           READ OWNED-ASSET-FILE
               INVALID KEY
                   DISPLAY 'Asset Not Found: ' WS-LOAN-ID
                       '-' WS-COLLATERAL-SEQ
               NOT INVALID KEY
                   IF NOT ASSET-HELD
                       DISPLAY 'Asset Already Sold - Cost Not Added.'
       RECORD-ASSET-SALE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Collateral Item Sequence: '
           ACCEPT WS-COLLATERAL-SEQ
           DISPLAY 'Enter Sale Date (YYYYMMDD): '
           ACCEPT WS-SALE-DATE
           DISPLAY 'Enter Sale Proceeds: '
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF OWNED-ASSET-REC
           MOVE WS-COLLATERAL-SEQ TO ASSET-COLLATERAL-SEQ
           READ OWNED-ASSET-FILE
               INVALID KEY
                   DISPLAY 'Asset Not Found: ' WS-LOAN-ID
                       '-' WS-COLLATERAL-SEQ
                   CLOSE OWNED-ASSET-FILE
                   STOP RUN
           END-READ
               MOVE SPACES TO TENDER-TYPE
               MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
               MOVE ZEROS TO ALLOCATION-SPLIT
               MOVE ZEROS TO BACKDATE-CONTROL
               MOVE WS-APPLIED-TO-LOAN TO ALLOC-PRINCIPAL-AMOUNT
               WRITE TRANSACTION-REC
                   INVALID KEY
       INQUIRE-ASSET.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF
           DISPLAY 'Enter Collateral Item Sequence: '
           ACCEPT WS-COLLATERAL-SEQ

           OPEN INPUT OWNED-ASSET-FILE
           IF NOT FILE-OK
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF OWNED-ASSET-REC
           MOVE WS-COLLATERAL-SEQ TO ASSET-COLLATERAL-SEQ
           READ OWNED-ASSET-FILE
               INVALID KEY
                   DISPLAY 'Asset Not Found: ' WS-LOAN-ID
                       '-' WS-COLLATERAL-SEQ
               NOT INVALID KEY
                   DISPLAY 'Loan ID: '     LOAN-ID OF OWNED-ASSET-REC
                       '-' ASSET-COLLATERAL-SEQ
                   DISPLAY 'Event: '       ASSET-EVENT-TYPE
                   DISPLAY 'Event Date: '  ASSET-EVENT-DATE
                   DISPLAY 'Holding Costs: ' HOLDING-COSTS
