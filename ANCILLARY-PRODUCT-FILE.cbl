       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCILLARY-PRODUCT-FILE.

      *================================================================
      *  Ancillary product maintenance for ANCILLARY_PRODUCT.DAT.
      *  One record per GAP waiver, credit life premium or extended
      *  warranty financed into a loan, numbered within the loan, so
      *  the premium folded into LOAN-AMOUNT is on file with its
      *  provider, selling dealer and commission, term and
      *  cancellation method.  Cancel records a borrower's request
      *  to drop a product: ANCILLARY-CANCEL works out the unearned
      *  premium and credits it to the loan, and DEALER-RESERVE-
      *  CHARGEBACK takes the dealer's commission share back.
      *  Payoffs, repossessions and charge-offs cancel products on
      *  their own.  Styled after CREDIT-LIFE-FILE.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCILLARY-FILE ASSIGN TO 'ANCILLARY_PRODUCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
               FILE STATUS IS FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANCILLARY-FILE.
       COPY ANCILLARYREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS             PIC XX.
           88  FILE-OK              VALUE '00'.
           88  FILE-NOT-FOUND       VALUE '35'.
       01  WS-MODE                 PIC X.
           88  ADD-MODE              VALUE '1'.
           88  CANCEL-MODE           VALUE '2'.
           88  INQUIRE-MODE          VALUE '3'.
       01  WS-LOAN-ID              PIC 9(5).
       01  WS-NEXT-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-PRODUCTS-LISTED      PIC 9(3) COMP VALUE ZERO.
       01  WS-END-OF-PRODUCTS      PIC X VALUE 'N'.
           88  END-OF-PRODUCTS      VALUE 'Y'.
       01  WS-MAX-COMMISSION-PCT   PIC 9(3)V99 VALUE 100.00.
       01  WS-USER-ID              PIC A(10).
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       01  WS-ACX-LOAN-ID         PIC 9(5).
       01  WS-ACX-SEQ             PIC 9(2).
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

       PROCEDURE DIVISION.

       DISPLAY '1. Add Ancillary Product'
       DISPLAY '2. Cancel Ancillary Product'
       DISPLAY '3. Inquire Ancillary Products'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       EVALUATE TRUE
           WHEN ADD-MODE
               PERFORM ADD-PRODUCT
           WHEN CANCEL-MODE
               PERFORM CANCEL-PRODUCT
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-PRODUCTS
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       GET-PRODUCT-DETAILS.
           DISPLAY 'Enter Product Type (GAP/LIFE/WARR): '
           ACCEPT PRODUCT-TYPE
           DISPLAY 'Enter Provider Name: '
           ACCEPT PROVIDER-NAME
           DISPLAY 'Enter Selling Dealer ID (0 = Sold Direct): '
           ACCEPT DEALER-ID
           DISPLAY 'Enter Premium Financed: '
           ACCEPT PREMIUM-AMOUNT
           DISPLAY 'Enter Dealer Commission Percent (e.g., 25.00): '
           ACCEPT DEALER-COMMISSION-PCT
           DISPLAY 'Enter Product Term In Months: '
           ACCEPT PRODUCT-TERM-MONTHS
           DISPLAY 'Enter Effective Date (YYYYMMDD): '
           ACCEPT PRODUCT-EFFECTIVE-DATE
           DISPLAY 'Enter Cancellation Method '
               '(P=Pro-Rata, R=Rule Of 78s, N=Non-Refundable): '
           ACCEPT CANCEL-METHOD.

       ADD-PRODUCT.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN I-O ANCILLARY-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT ANCILLARY-FILE
               CLOSE ANCILLARY-FILE
               OPEN I-O ANCILLARY-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening ANCILLARY-FILE.'
               STOP RUN
           END-IF

           PERFORM FIND-NEXT-SEQUENCE

           MOVE WS-LOAN-ID  TO LOAN-ID OF ANCILLARY-PRODUCT-REC
           MOVE WS-NEXT-SEQ TO ANCILLARY-SEQ
           PERFORM GET-PRODUCT-DETAILS
           IF NOT PRODUCT-TYPE-VALID
               DISPLAY 'Invalid Product Type: ' PRODUCT-TYPE
               CLOSE ANCILLARY-FILE
               STOP RUN
           END-IF
           IF NOT CANCEL-METHOD-VALID
               DISPLAY 'Invalid Cancellation Method: ' CANCEL-METHOD
               CLOSE ANCILLARY-FILE
               STOP RUN
           END-IF
           IF PRODUCT-TERM-MONTHS = ZERO
               DISPLAY 'Product Term Must Be At Least One Month.'
               CLOSE ANCILLARY-FILE
               STOP RUN
           END-IF
           IF DEALER-COMMISSION-PCT > WS-MAX-COMMISSION-PCT
               DISPLAY 'Commission Cannot Exceed '
                   WS-MAX-COMMISSION-PCT ' Percent.'
               CLOSE ANCILLARY-FILE
               STOP RUN
           END-IF
           MOVE 'ACTIVE' TO PRODUCT-STATUS
           MOVE ZERO     TO CANCEL-DATE
           MOVE SPACES   TO CANCEL-REASON
           MOVE ZERO     TO REFUND-AMOUNT
           MOVE ZERO     TO DEALER-SHARE
           MOVE ZERO     TO PROVIDER-SHARE
           MOVE SPACE    TO REFUND-DISPOSITION
           MOVE SPACE    TO DEALER-CB-STATUS
           MOVE ZERO     TO DEALER-CB-DATE

           WRITE ANCILLARY-PRODUCT-REC
               INVALID KEY
                   DISPLAY 'Product Already On File: ' WS-LOAN-ID
                       '-' WS-NEXT-SEQ
               NOT INVALID KEY
                   DISPLAY 'Ancillary Product ' WS-NEXT-SEQ
                       ' Added To Loan ' WS-LOAN-ID
                   MOVE 'ANCILLARY ADD' TO WS-LOG-ACTION-TYPE
                   MOVE 'Ancillary Product Added'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-WRITE

           CLOSE ANCILLARY-FILE.

      *----------------------------------------------------------------
      *  Products number 01 up within the loan; the next one takes
      *  the sequence after the highest on file.
      *----------------------------------------------------------------
       FIND-NEXT-SEQUENCE.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE 'N' TO WS-END-OF-PRODUCTS
           MOVE WS-LOAN-ID TO LOAN-ID OF ANCILLARY-PRODUCT-REC
           MOVE ZERO TO ANCILLARY-SEQ
           START ANCILLARY-FILE KEY IS NOT LESS THAN
                   ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
           END-START
           PERFORM NOTE-NEXT-SEQUENCE UNTIL END-OF-PRODUCTS
           ADD 1 TO WS-NEXT-SEQ.

       NOTE-NEXT-SEQUENCE.
           READ ANCILLARY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
               NOT AT END
                   IF LOAN-ID OF ANCILLARY-PRODUCT-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-PRODUCTS
                   ELSE
                       MOVE ANCILLARY-SEQ TO WS-NEXT-SEQ
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A borrower dropping a product mid-loan: the unearned premium
      *  goes against the balance (any excess comes back to the
      *  borrower), and the dealer returns its commission share.
      *----------------------------------------------------------------
       CANCEL-PRODUCT.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT ANCILLARY-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening ANCILLARY-FILE.'
               STOP RUN
           END-IF

           DISPLAY 'Enter Product Sequence: '
           ACCEPT WS-ACX-SEQ
           MOVE WS-LOAN-ID TO LOAN-ID OF ANCILLARY-PRODUCT-REC
           MOVE WS-ACX-SEQ TO ANCILLARY-SEQ
           READ ANCILLARY-FILE
               INVALID KEY
                   DISPLAY 'Product Not Found: ' WS-LOAN-ID
                       '-' WS-ACX-SEQ
                   CLOSE ANCILLARY-FILE
                   STOP RUN
           END-READ
           CLOSE ANCILLARY-FILE
           IF NOT PRODUCT-ACTIVE
               DISPLAY 'Product Is Not Active: ' PRODUCT-STATUS
               STOP RUN
           END-IF

           DISPLAY 'Enter Cancellation Date (YYYYMMDD): '
           ACCEPT WS-ACX-EVENT-DATE

           MOVE WS-LOAN-ID TO WS-ACX-LOAN-ID
           MOVE 'CUSTOMER' TO WS-ACX-REASON
           MOVE 'L'        TO WS-ACX-DISPOSITION
           MOVE WS-USER-ID TO WS-ACX-USER-ID
           CALL 'ANCILLARY-CANCEL' USING WS-ACX-LOAN-ID
                                         WS-ACX-SEQ
                                         WS-ACX-EVENT-DATE
                                         WS-ACX-REASON
                                         WS-ACX-DISPOSITION
                                         WS-ACX-USER-ID
                                         WS-ACX-LOAN-CREDIT
                                         WS-ACX-BORROWER-REFUND
           DISPLAY 'Ancillary Product Cancelled.'
           DISPLAY 'Refund Credited To Loan : ' WS-ACX-LOAN-CREDIT
           IF WS-ACX-BORROWER-REFUND > ZERO
               DISPLAY 'Refund Owed To Borrower : '
                   WS-ACX-BORROWER-REFUND
           END-IF

           MOVE WS-LOAN-ID        TO WS-CB-LOAN-ID
           MOVE WS-ACX-EVENT-DATE TO WS-CB-EVENT-DATE
           MOVE 'CUSTOMER'        TO WS-CB-REASON
           CALL 'DEALER-RESERVE-CHARGEBACK' USING WS-CB-LOAN-ID
                                                  WS-CB-EVENT-DATE
                                                  WS-CB-REASON
                                                  WS-CB-CHARGED
           IF DEALER-CHARGED-BACK
               DISPLAY 'Dealer Commission Charged Back For Loan '
                   WS-LOAN-ID
           END-IF.

       INQUIRE-PRODUCTS.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT ANCILLARY-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening ANCILLARY-FILE.'
               STOP RUN
           END-IF

           MOVE ZERO TO WS-PRODUCTS-LISTED
           MOVE 'N' TO WS-END-OF-PRODUCTS
           MOVE WS-LOAN-ID TO LOAN-ID OF ANCILLARY-PRODUCT-REC
           MOVE ZERO TO ANCILLARY-SEQ
           START ANCILLARY-FILE KEY IS NOT LESS THAN
                   ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
           END-START
           PERFORM SHOW-NEXT-PRODUCT UNTIL END-OF-PRODUCTS
           IF WS-PRODUCTS-LISTED = ZERO
               DISPLAY 'No Ancillary Products For Loan ' WS-LOAN-ID
           END-IF

           CLOSE ANCILLARY-FILE.

       SHOW-NEXT-PRODUCT.
           READ ANCILLARY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
               NOT AT END
                   IF LOAN-ID OF ANCILLARY-PRODUCT-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-PRODUCTS
                   ELSE
                       ADD 1 TO WS-PRODUCTS-LISTED
                       PERFORM SHOW-ONE-PRODUCT
                   END-IF
           END-READ.

       SHOW-ONE-PRODUCT.
           DISPLAY '----------------------------------------'
           DISPLAY 'Sequence       : ' ANCILLARY-SEQ
           DISPLAY 'Product Type   : ' PRODUCT-TYPE
           DISPLAY 'Provider       : ' PROVIDER-NAME
           DISPLAY 'Dealer ID      : ' DEALER-ID
           DISPLAY 'Premium        : ' PREMIUM-AMOUNT
           DISPLAY 'Commission Pct : ' DEALER-COMMISSION-PCT
           DISPLAY 'Term (Months)  : ' PRODUCT-TERM-MONTHS
           DISPLAY 'Effective      : ' PRODUCT-EFFECTIVE-DATE
           DISPLAY 'Cancel Method  : ' CANCEL-METHOD
           DISPLAY 'Status         : ' PRODUCT-STATUS
           IF PRODUCT-CANCELLED
               DISPLAY 'Cancelled      : ' CANCEL-DATE
                   ' (' CANCEL-REASON ')'
               DISPLAY 'Refund         : ' REFUND-AMOUNT
                   ' Disposition ' REFUND-DISPOSITION
               DISPLAY 'Dealer Share   : ' DEALER-SHARE
                   ' Chargeback ' DEALER-CB-STATUS
                   ' ' DEALER-CB-DATE
               DISPLAY 'Provider Share : ' PROVIDER-SHARE
           END-IF.
