       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCILLARY-CANCEL.

      *================================================================
      *  Callable ancillary-product cancellation.  When a loan closes
      *  early -- payoff (LOAN-PAYOFF, WIRE-RECEIPT-INTAKE), payoff
      *  by refinance (LOAN-FUNDING), repossession or foreclosure
      *  (OWNED-ASSET-FILE), charge-off (SUPERVISOR-APPROVAL) -- or
      *  the borrower asks to drop a product (ANCILLARY-PRODUCT-
      *  FILE), every ACTIVE product on ANCILLARY_PRODUCT.DAT for
      *  the loan (or the one sequence asked for) is cancelled as of
      *  the event date and its unearned premium worked out:
      *
      *      P  pro-rata      premium x months left / term
      *      R  rule of 78s   premium x (left x (left + 1)) /
      *                                  (term x (term + 1))
      *      N  non-refundable  nothing
      *
      *  Months elapsed are whole months from the product's
      *  effective date; a part month counts as earned.  The dealer
      *  who sold the product owes back its commission percent of
      *  the refund and the provider the rest; the dealer's share is
      *  left PENDING for DEALER-RESERVE-CHARGEBACK to take.
      *
      *  Disposition L credits the refund to the loan: LOAN-BALANCE
      *  and PRINCIPAL-BALANCE come down by up to the balance owed
      *  and an ADJUSTMENT transaction records the principal credit
      *  (REVERSED-TRANSACTION-ID zero -- it names no fee).  Any
      *  refund beyond the balance, and the whole refund under
      *  disposition B, is owed to the borrower and returned for
      *  the caller to pay out (PAYOFF-CLOSEOUT puts it on the
      *  refund check).  The GL books the amounts due from provider
      *  and dealer (ANCPROVRCV, ANCDLRRCV debits) against the loan
      *  credit (PRINCIPAL) and the borrower refund payable
      *  (ANCREFUND), on the owning entity's books.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCILLARY-FILE ASSIGN TO 'ANCILLARY_PRODUCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
               FILE STATUS IS ANC-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GL_POSTING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANCILLARY-FILE.
       COPY ANCILLARYREC.

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

       WORKING-STORAGE SECTION.
       01  ANC-FILE-STATUS        PIC XX.
           88  ANC-FILE-OK         VALUE '00'.
       01  LOAN-FILE-STATUS       PIC XX.
           88  LOAN-FILE-OK        VALUE '00'.
       01  TRAN-FILE-STATUS       PIC XX.
           88  TRAN-FILE-OK        VALUE '00'.
       01  GL-FILE-STATUS         PIC XX.
           88  GL-FILE-OK          VALUE '00'.
           88  GL-FILE-ERROR       VALUE '10'.

      *  Account codes default to the long-standing compiled values
      *  and are overridden by the owning entity's mapping rows, the
      *  same way LOAN-FUNDING loads its chart.  ANCPROVRCV and
      *  ANCDLRRCV carry the unearned premium due back from the
      *  provider and the dealer until it is collected; ANCREFUND
      *  is the refund owed the borrower until the check goes out.
       01  WS-ACCT-PROVRCV        PIC X(10) VALUE '1450-ANCP'.
       01  WS-ACCT-DLRRCV         PIC X(10) VALUE '1460-ANCD'.
       01  WS-ACCT-PRINCIPAL      PIC X(10) VALUE '4000-PRIN'.
       01  WS-ACCT-ANCREFUND      PIC X(10) VALUE '2250-ANCR'.
       01  WS-MAP-CATEGORY        PIC X(10).
       01  WS-MAP-ACCOUNT         PIC X(10).
       01  WS-MAP-FOUND           PIC X.
           88  MAP-WAS-FOUND       VALUE 'Y'.
       01  WS-GL-COMPANY          PIC 9(3) VALUE ZERO.

       01  WS-END-OF-PRODUCTS     PIC X VALUE 'N'.
           88  END-OF-PRODUCTS     VALUE 'Y'.
       01  WS-PRODUCTS-CANCELLED  PIC 9(3) COMP VALUE ZERO.
       01  WS-TOTAL-REFUND        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-DEALER        PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-PROVIDER      PIC 9(7)V99 VALUE ZERO.
       01  WS-MONTHS-ELAPSED      PIC S9(5) VALUE ZERO.
       01  WS-MONTHS-LEFT         PIC 9(3) VALUE ZERO.
       01  WS-PRODUCT-REFUND      PIC 9(7)V99 VALUE ZERO.
       01  WS-PRODUCT-DEALER      PIC 9(7)V99 VALUE ZERO.
       01  WS-EFFECTIVE-DATE      PIC 9(8).
       01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
           05  WS-EFF-YEAR         PIC 9(4).
           05  WS-EFF-MONTH        PIC 9(2).
           05  WS-EFF-DAY          PIC 9(2).
       01  WS-EVENT-DATE          PIC 9(8).
       01  WS-EVENT-PARTS REDEFINES WS-EVENT-DATE.
           05  WS-EVT-YEAR         PIC 9(4).
           05  WS-EVT-MONTH        PIC 9(2).
           05  WS-EVT-DAY          PIC 9(2).

       01  WS-NEXT-TRANSACTION-ID PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE             PIC X.
       01  WS-ID-SERIES           PIC X(12).
       01  WS-ID-FOUND            PIC X.
           88  ID-SERIES-FOUND     VALUE 'Y'.
       01  WS-LOG-ACTION-TYPE     PIC A(20).
       01  WS-LOG-DESCRIPTION     PIC A(50).
       01  WS-LOG-USER-ID         PIC A(10).
       01  WS-DISPLAY-AMOUNT      PIC Z(6)9.99.

       LINKAGE SECTION.
       01  WS-ACX-LOAN-ID         PIC 9(5).
      *  Zero cancels every active product on the loan.
       01  WS-ACX-SEQ             PIC 9(2).
       01  WS-ACX-EVENT-DATE      PIC 9(8).
       01  WS-ACX-REASON          PIC X(10).
       01  WS-ACX-DISPOSITION     PIC X.
           88  ACX-CREDIT-LOAN     VALUE 'L'.
       01  WS-ACX-USER-ID         PIC X(10).
       01  WS-ACX-LOAN-CREDIT     PIC 9(7)V99.
       01  WS-ACX-BORROWER-REFUND PIC 9(7)V99.

       PROCEDURE DIVISION USING WS-ACX-LOAN-ID
                                 WS-ACX-SEQ
                                 WS-ACX-EVENT-DATE
                                 WS-ACX-REASON
                                 WS-ACX-DISPOSITION
                                 WS-ACX-USER-ID
                                 WS-ACX-LOAN-CREDIT
                                 WS-ACX-BORROWER-REFUND.

       MOVE ZERO TO WS-ACX-LOAN-CREDIT
       MOVE ZERO TO WS-ACX-BORROWER-REFUND
       MOVE ZERO TO WS-PRODUCTS-CANCELLED
       MOVE ZERO TO WS-TOTAL-REFUND
       MOVE ZERO TO WS-TOTAL-DEALER
       MOVE ZERO TO WS-TOTAL-PROVIDER
       MOVE 'N' TO WS-END-OF-PRODUCTS
       MOVE WS-ACX-EVENT-DATE TO WS-EVENT-DATE

       OPEN I-O ANCILLARY-FILE
       IF NOT ANC-FILE-OK
           GOBACK
       END-IF

       MOVE WS-ACX-LOAN-ID TO LOAN-ID OF ANCILLARY-PRODUCT-REC
       MOVE ZERO TO ANCILLARY-SEQ
       START ANCILLARY-FILE KEY IS NOT LESS THAN
               ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
           INVALID KEY
               MOVE 'Y' TO WS-END-OF-PRODUCTS
       END-START
       PERFORM CANCEL-NEXT-PRODUCT UNTIL END-OF-PRODUCTS

       CLOSE ANCILLARY-FILE

       IF WS-PRODUCTS-CANCELLED = ZERO
           GOBACK
       END-IF

       IF ACX-CREDIT-LOAN
           PERFORM CREDIT-REFUND-TO-LOAN
       END-IF
       COMPUTE WS-ACX-BORROWER-REFUND =
           WS-TOTAL-REFUND - WS-ACX-LOAN-CREDIT

       IF WS-TOTAL-REFUND > ZERO
           CALL 'GET-LOAN-COMPANY' USING WS-ACX-LOAN-ID
                                         WS-GL-COMPANY
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM WRITE-CANCEL-GL-ENTRIES
       END-IF

       MOVE WS-TOTAL-REFUND TO WS-DISPLAY-AMOUNT
       MOVE 'ANCILLARY CANCEL' TO WS-LOG-ACTION-TYPE
       MOVE WS-ACX-USER-ID TO WS-LOG-USER-ID
       MOVE SPACES TO WS-LOG-DESCRIPTION
       STRING 'Loan ' WS-ACX-LOAN-ID
              ' ' WS-ACX-REASON
              ' Refund ' WS-DISPLAY-AMOUNT
              DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-LOG-USER-ID
                                     WS-LOG-DESCRIPTION

       GOBACK.

       CANCEL-NEXT-PRODUCT.
           READ ANCILLARY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
               NOT AT END
                   IF LOAN-ID OF ANCILLARY-PRODUCT-REC
                          NOT = WS-ACX-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-PRODUCTS
                   ELSE
                       IF PRODUCT-ACTIVE
                          AND (WS-ACX-SEQ = ZERO
                               OR WS-ACX-SEQ = ANCILLARY-SEQ)
                           PERFORM CANCEL-ONE-PRODUCT
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Unearned premium for one product.  A product cancelled in
      *  the month it took effect refunds in full; one past its term
      *  refunds nothing.
      *----------------------------------------------------------------
       CANCEL-ONE-PRODUCT.
           MOVE PRODUCT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           COMPUTE WS-MONTHS-ELAPSED =
               (WS-EVT-YEAR - WS-EFF-YEAR) * 12
               + WS-EVT-MONTH - WS-EFF-MONTH
           IF WS-EVT-DAY < WS-EFF-DAY
               SUBTRACT 1 FROM WS-MONTHS-ELAPSED
           END-IF
           IF WS-MONTHS-ELAPSED < ZERO
               MOVE ZERO TO WS-MONTHS-ELAPSED
           END-IF
           IF WS-MONTHS-ELAPSED > PRODUCT-TERM-MONTHS
               MOVE PRODUCT-TERM-MONTHS TO WS-MONTHS-ELAPSED
           END-IF
           COMPUTE WS-MONTHS-LEFT =
               PRODUCT-TERM-MONTHS - WS-MONTHS-ELAPSED

           MOVE ZERO TO WS-PRODUCT-REFUND
           IF PRODUCT-TERM-MONTHS > ZERO
               EVALUATE TRUE
                   WHEN CANCEL-PRO-RATA
                       COMPUTE WS-PRODUCT-REFUND ROUNDED =
                           PREMIUM-AMOUNT * WS-MONTHS-LEFT
                           / PRODUCT-TERM-MONTHS
                   WHEN CANCEL-RULE-OF-78
                       COMPUTE WS-PRODUCT-REFUND ROUNDED =
                           PREMIUM-AMOUNT
                           * (WS-MONTHS-LEFT * (WS-MONTHS-LEFT + 1))
                           / (PRODUCT-TERM-MONTHS
                              * (PRODUCT-TERM-MONTHS + 1))
                   WHEN OTHER
                       MOVE ZERO TO WS-PRODUCT-REFUND
               END-EVALUATE
           END-IF

           MOVE ZERO TO WS-PRODUCT-DEALER
           IF DEALER-ID OF ANCILLARY-PRODUCT-REC > ZERO
               COMPUTE WS-PRODUCT-DEALER ROUNDED =
                   WS-PRODUCT-REFUND * DEALER-COMMISSION-PCT / 100
           END-IF

           MOVE 'CANCELLED'        TO PRODUCT-STATUS
           MOVE WS-ACX-EVENT-DATE  TO CANCEL-DATE
           MOVE WS-ACX-REASON      TO CANCEL-REASON
           MOVE WS-PRODUCT-REFUND  TO REFUND-AMOUNT
           MOVE WS-PRODUCT-DEALER  TO DEALER-SHARE
           COMPUTE PROVIDER-SHARE =
               WS-PRODUCT-REFUND - WS-PRODUCT-DEALER
           MOVE WS-ACX-DISPOSITION TO REFUND-DISPOSITION
           IF WS-PRODUCT-DEALER > ZERO
               MOVE 'P'            TO DEALER-CB-STATUS
           ELSE
               MOVE SPACE          TO DEALER-CB-STATUS
           END-IF
           MOVE ZERO               TO DEALER-CB-DATE

           REWRITE ANCILLARY-PRODUCT-REC
               INVALID KEY
                   DISPLAY 'Error Cancelling Ancillary Product '
                       WS-ACX-LOAN-ID '-' ANCILLARY-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-PRODUCTS-CANCELLED
                   ADD WS-PRODUCT-REFUND TO WS-TOTAL-REFUND
                   ADD WS-PRODUCT-DEALER TO WS-TOTAL-DEALER
                   ADD PROVIDER-SHARE    TO WS-TOTAL-PROVIDER
           END-REWRITE.

      *----------------------------------------------------------------
      *  The refund pays down what the borrower owes, never below
      *  zero; the balance left over goes back to the borrower.
      *----------------------------------------------------------------
       CREDIT-REFUND-TO-LOAN.
           IF WS-TOTAL-REFUND > ZERO
               OPEN I-O LOAN-FILE
               IF NOT LOAN-FILE-OK
                   DISPLAY 'Error Opening LOAN-FILE - Ancillary '
                       'Refund Not Credited To Loan.'
               ELSE
                   MOVE WS-ACX-LOAN-ID TO LOAN-ID OF LOAN-REC
                   READ LOAN-FILE
                       INVALID KEY
                           DISPLAY 'Loan Not On File: '
                               WS-ACX-LOAN-ID
                       NOT INVALID KEY
                           PERFORM APPLY-LOAN-CREDIT
                   END-READ
                   CLOSE LOAN-FILE
               END-IF
           END-IF.

       APPLY-LOAN-CREDIT.
           IF WS-TOTAL-REFUND < LOAN-BALANCE OF LOAN-REC
               MOVE WS-TOTAL-REFUND TO WS-ACX-LOAN-CREDIT
           ELSE
               MOVE LOAN-BALANCE OF LOAN-REC TO WS-ACX-LOAN-CREDIT
           END-IF
           IF WS-ACX-LOAN-CREDIT > ZERO
               SUBTRACT WS-ACX-LOAN-CREDIT
                   FROM LOAN-BALANCE OF LOAN-REC
               IF PRINCIPAL-BALANCE > WS-ACX-LOAN-CREDIT
                   SUBTRACT WS-ACX-LOAN-CREDIT FROM PRINCIPAL-BALANCE
               ELSE
                   MOVE ZERO TO PRINCIPAL-BALANCE
               END-IF
               REWRITE LOAN-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Loan ' WS-ACX-LOAN-ID
                       MOVE ZERO TO WS-ACX-LOAN-CREDIT
                   NOT INVALID KEY
                       PERFORM WRITE-CREDIT-TRANSACTION
               END-REWRITE
           END-IF.

       WRITE-CREDIT-TRANSACTION.
           PERFORM ASSIGN-NEXT-TRANSACTION-ID
           OPEN I-O TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               DISPLAY 'Error Opening TRANSACTION-FILE.'
           ELSE
               MOVE WS-NEXT-TRANSACTION-ID
                   TO TRANSACTION-ID OF TRANSACTION-REC
               MOVE WS-ACX-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
               MOVE WS-ACX-EVENT-DATE
                   TO PAYMENT-DATE OF TRANSACTION-REC
               MOVE WS-ACX-LOAN-CREDIT
                   TO PAYMENT-AMOUNT OF TRANSACTION-REC
               MOVE LOAN-BALANCE OF LOAN-REC TO REMAINING-BALANCE
               MOVE 'ADJUSTMENT' TO TRANSACTION-TYPE
               MOVE ZERO TO REVERSED-TRANSACTION-ID
               MOVE ZERO TO TELLER-SESSION-ID
               MOVE SPACES TO TENDER-TYPE
               MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
               MOVE ZEROS TO ALLOCATION-SPLIT
               MOVE ZEROS TO BACKDATE-CONTROL
               MOVE WS-ACX-LOAN-CREDIT TO ALLOC-PRINCIPAL-AMOUNT
               WRITE TRANSACTION-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Ancillary Refund '
                           'Credit Transaction.'
               END-WRITE
               CLOSE TRANSACTION-FILE
           END-IF.

       ASSIGN-NEXT-TRANSACTION-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-TRANSACTION-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-NEXT-TRANSACTION-ID
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-NEXT-TRANSACTION-ID
                                            WS-ID-FOUND
           END-IF.

       WRITE-CANCEL-GL-ENTRIES.
           OPEN EXTEND GL-POSTING-FILE
           IF GL-FILE-ERROR
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           IF WS-TOTAL-PROVIDER > ZERO
               MOVE WS-ACX-EVENT-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-PROVRCV   TO GL-ACCOUNT-CODE
               MOVE 'D'               TO GL-DEBIT-CREDIT
               MOVE WS-TOTAL-PROVIDER TO GL-AMOUNT
               MOVE 'ANCILLARY REFUND DUE PROVIDER' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY     TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           IF WS-TOTAL-DEALER > ZERO
               MOVE WS-ACX-EVENT-DATE TO GL-POSTING-DATE
               MOVE WS-ACCT-DLRRCV    TO GL-ACCOUNT-CODE
               MOVE 'D'               TO GL-DEBIT-CREDIT
               MOVE WS-TOTAL-DEALER   TO GL-AMOUNT
               MOVE 'ANCILLARY REFUND DUE DEALER' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY     TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           IF WS-ACX-LOAN-CREDIT > ZERO
               MOVE WS-ACX-EVENT-DATE  TO GL-POSTING-DATE
               MOVE WS-ACCT-PRINCIPAL  TO GL-ACCOUNT-CODE
               MOVE 'C'                TO GL-DEBIT-CREDIT
               MOVE WS-ACX-LOAN-CREDIT TO GL-AMOUNT
               MOVE 'ANCILLARY REFUND TO LOAN' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY      TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           IF WS-ACX-BORROWER-REFUND > ZERO
               MOVE WS-ACX-EVENT-DATE      TO GL-POSTING-DATE
               MOVE WS-ACCT-ANCREFUND      TO GL-ACCOUNT-CODE
               MOVE 'C'                    TO GL-DEBIT-CREDIT
               MOVE WS-ACX-BORROWER-REFUND TO GL-AMOUNT
               MOVE 'ANCILLARY REFUND TO BORROWER' TO GL-DESCRIPTION
               MOVE WS-GL-COMPANY          TO GL-COMPANY-CODE
               WRITE GL-POSTING-REC
           END-IF

           CLOSE GL-POSTING-FILE.

       LOAD-ACCOUNT-MAP.
           MOVE 'ANCPROVRCV' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-PROVRCV
           END-IF
           MOVE 'ANCDLRRCV' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-DLRRCV
           END-IF
           MOVE 'PRINCIPAL' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-PRINCIPAL
           END-IF
           MOVE 'ANCREFUND' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-ANCREFUND
           END-IF.

       LOOKUP-ONE-MAPPING.
           CALL 'GL-ACCOUNT-LOOKUP' USING WS-MAP-CATEGORY
                                          WS-GL-COMPANY
                                          WS-MAP-ACCOUNT
                                          WS-MAP-FOUND.
