               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT COMPANY-FILE ASSIGN TO 'COMPANY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMPANY-CODE OF COMPANY-REC
               FILE STATUS IS COMPANY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       FD  LOAN-STATUS-HIST-FILE.
       COPY LOANSTATUSHIST.

       FD  COMPANY-FILE.
       COPY COMPANYREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS            PIC XX.
           88  FILE-OK             VALUE '00'.
           88  CUSTOMER-FILE-OK    VALUE '00'.
           88  CUSTOMER-NOT-ON-FILE VALUE '23'.
       01  HIST-FILE-STATUS       PIC XX.
       01  COMPANY-FILE-STATUS    PIC XX.
           88  COMPANY-FILE-OK     VALUE '00'.
           88  HIST-FILE-OK        VALUE '00'.
       01  WS-MODE                PIC X.
           88  ADD-LOAN-MODE       VALUE '1'.
           88  CHANGE-STATUS-MODE  VALUE '2'.
           88  REINSTATE-LINE-MODE VALUE '3'.
       01  WS-LOAN-ID             PIC 9(5).
       01  WS-CUSTOMER-ID         PIC 9(5).
       01  WS-LOAN-TYPE           PIC X(20).
       01  WS-PENALTY-EXPIRES     PIC 9(8).
       01  WS-PAYMENT-FREQUENCY   PIC X.
           88  ENTRY-FREQ-IS-VALID VALUE 'M' 'B' 'S'.
       01  WS-DAY-COUNT-BASIS     PIC X.
           88  ENTRY-BASIS-IS-VALID VALUE 'T' 'A' 'X'.
       01  WS-AMORT-METHOD        PIC X.
           88  ENTRY-AMORT-IS-VALID VALUE 'L' 'I' 'B'.
       01  WS-IO-MONTHS           PIC 9(3).
       01  WS-AMORT-TERM          PIC 9(3).
       01  WS-BRANCH-ID           PIC 9(3).
       01  WS-BRANCH-COMPANY      PIC 9(3).
       01  WS-COMPANY-CODE        PIC 9(3).
       01  WS-COMPANY-VALID       PIC X.
           88  COMPANY-IS-VALID    VALUE 'Y'.
       01  WS-COMPANY-ACCESS      PIC X.
           88  COMPANY-ACCESS-ALLOWED VALUE 'Y'.
       01  WS-CREDIT-LIMIT        PIC 9(7)V99 VALUE ZERO.
       01  WS-DRAW-MONTHS         PIC 9(3) VALUE ZERO.
       01  WS-REPAY-MONTHS        PIC 9(3) VALUE ZERO.
       01  WS-MIN-PAY-METHOD      PIC X VALUE SPACE.
           88  ENTRY-MINPAY-IS-VALID VALUE 'I' 'P'.
       01  WS-MIN-PAY-PCT         PIC 9(3)V99 VALUE ZERO.
       01  WS-DRAW-PERIOD-END     PIC 9(8) VALUE ZERO.
       01  WS-DRAW-PERIOD-END-PARTS REDEFINES WS-DRAW-PERIOD-END.
           05  WS-DPE-YEAR         PIC 9(4).
           05  WS-DPE-MONTH        PIC 9(2).
           05  WS-DPE-DAY          PIC 9(2).
       01  WS-MONTH-WORK          PIC 9(5).
       01  WS-YEARS-ADDED         PIC 9(5).
       01  WS-MONTH-REMAINDER     PIC 9(2).
       01  WS-NEW-STATUS          PIC X(10).
       01  WS-OLD-STATUS          PIC X(10).
       01  WS-USER-ID             PIC X(10).

       01  WS-JRN-FILE-NAME       PIC X(20).
       01  WS-JRN-ACTION          PIC X(10).
       01  WS-JRN-BEFORE          PIC X(400).
       01  WS-JRN-AFTER           PIC X(400).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.


       DISPLAY '1. Add New Loan'
       DISPLAY '2. Change Loan Status'
       DISPLAY '3. Reinstate Frozen Home-Equity Line'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE

               PERFORM ADD-NEW-LOAN
           WHEN CHANGE-STATUS-MODE
               PERFORM CHANGE-LOAN-STATUS
           WHEN REINSTATE-LINE-MODE
               PERFORM REINSTATE-FROZEN-LINE
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE
           CLOSE CUSTOMER-FILE.

       GET-LOAN-DETAILS.
           DISPLAY 'Enter Loan Type (PERSONAL/AUTO/MORTGAGE/HELOC): '
           ACCEPT WS-LOAN-TYPE
           MOVE WS-LOAN-TYPE TO LOAN-TYPE OF LOAN-REC
           IF NOT LOAN-TYPE-IS-VALID
               GOBACK
           END-IF

           IF WS-LOAN-TYPE = 'HELOC'
               PERFORM GET-HELOC-TERMS
           ELSE
               DISPLAY 'Enter Loan Term (in months): '
               ACCEPT WS-LOAN-TERM
           END-IF

           IF WS-LOAN-TERM = ZERO
               DISPLAY 'Loan Term Must Be Non-Zero.'

           DISPLAY 'Enter Loan Balance: '
           ACCEPT WS-LOAN-BALANCE
           IF WS-LOAN-TYPE = 'HELOC'
              AND (WS-LOAN-BALANCE > WS-CREDIT-LIMIT
                   OR WS-LOAN-AMOUNT > WS-CREDIT-LIMIT)
               DISPLAY 'Initial Draw Exceeds The Credit Limit Of '
                   WS-CREDIT-LIMIT
               GOBACK
           END-IF
           DISPLAY 'Enter Rate Index Name (Blank If Fixed Rate): '
           ACCEPT WS-RATE-INDEX-NAME
           IF WS-RATE-INDEX-NAME = SPACES
                   WS-PAYMENT-FREQUENCY
               GOBACK
           END-IF
      *  A blank entry takes the product default: Actual/365 for a
      *  mortgage, 30/360 for everything else.
           DISPLAY 'Enter Interest Day-Count Basis '
               '(T=30/360 A=Actual/365 X=Actual/Actual, '
               'Blank=Product Default): '
           ACCEPT WS-DAY-COUNT-BASIS
           IF WS-DAY-COUNT-BASIS = SPACE
               IF WS-LOAN-TYPE = 'MORTGAGE'
                   MOVE 'A' TO WS-DAY-COUNT-BASIS
               ELSE
                   MOVE 'T' TO WS-DAY-COUNT-BASIS
               END-IF
           END-IF
           IF NOT ENTRY-BASIS-IS-VALID
               DISPLAY 'Invalid Day-Count Basis: '
                   WS-DAY-COUNT-BASIS
               GOBACK
           END-IF
      *  A line of credit has no amortization schedule -- its
      *  minimum payment is billed cycle by cycle.
           IF WS-LOAN-TYPE = 'HELOC'
               MOVE 'L' TO WS-AMORT-METHOD
           ELSE
               DISPLAY 'Enter Amortization Method '
                   '(L=Level I=Interest-Only B=Balloon): '
               ACCEPT WS-AMORT-METHOD
           END-IF
           MOVE WS-AMORT-METHOD TO AMORT-METHOD
           IF NOT ENTRY-AMORT-IS-VALID
               DISPLAY 'Invalid Amortization Method: '
           END-IF
           DISPLAY 'Enter Branch ID: '
           ACCEPT WS-BRANCH-ID
           PERFORM GET-OWNING-COMPANY
           DISPLAY 'Enter Loan Status (PENDING/APPROVED/ACTIVE/'
           DISPLAY 'PAIDOFF/DEFAULT): '
           ACCEPT WS-LOAN-STATUS.

      *----------------------------------------------------------------
      *  The legal entity that owns the loan.  It is normally the
      *  servicing branch's own company; a loan owned by the other
      *  entity is booked through the intercompany accounts by
      *  GL-INTERFACE-EXTRACT.  The company must be on COMPANY.DAT
      *  (000, the original charter, is accepted while no company
      *  master has been built) and open to the operator's sign-on.
      *----------------------------------------------------------------
       GET-OWNING-COMPANY.
           CALL 'GET-BRANCH-COMPANY' USING WS-BRANCH-ID
                                           WS-BRANCH-COMPANY
           DISPLAY 'Branch ' WS-BRANCH-ID ' Belongs To Company '
               WS-BRANCH-COMPANY
           DISPLAY 'Enter Owning Company Code: '
           ACCEPT WS-COMPANY-CODE
           MOVE 'N' TO WS-COMPANY-VALID
           OPEN INPUT COMPANY-FILE
           IF COMPANY-FILE-OK
               MOVE WS-COMPANY-CODE TO COMPANY-CODE OF COMPANY-REC
               READ COMPANY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-COMPANY-VALID
               END-READ
               CLOSE COMPANY-FILE
           ELSE
               IF WS-COMPANY-CODE = ZERO
                   MOVE 'Y' TO WS-COMPANY-VALID
               END-IF
           END-IF
           IF NOT COMPANY-IS-VALID
               DISPLAY 'Company Not On File: ' WS-COMPANY-CODE
               GOBACK
           END-IF
           CALL 'CHECK-COMPANY-ACCESS' USING WS-COMPANY-CODE
                                             WS-COMPANY-ACCESS
           IF NOT COMPANY-ACCESS-ALLOWED
               GOBACK
           END-IF.

      *----------------------------------------------------------------
      *  Home-equity line terms: the limit, the draw period (its end
      *  date runs that many months from origination, clamped to the
      *  month), the repayment period, and how the draw-period
      *  minimum payment is figured.  The loan term is the two
      *  periods together.
      *----------------------------------------------------------------
       GET-HELOC-TERMS.
           DISPLAY 'Enter Credit Limit: '
           ACCEPT WS-CREDIT-LIMIT
           IF WS-CREDIT-LIMIT = ZERO
               DISPLAY 'Credit Limit Must Be Non-Zero.'
               GOBACK
           END-IF
           DISPLAY 'Enter Draw Period (in months): '
           ACCEPT WS-DRAW-MONTHS
           DISPLAY 'Enter Repayment Period (in months): '
           ACCEPT WS-REPAY-MONTHS
           IF WS-DRAW-MONTHS = ZERO OR WS-REPAY-MONTHS = ZERO
               DISPLAY 'Draw And Repayment Periods Must Be Non-Zero.'
               GOBACK
           END-IF
           DISPLAY 'Draw-Period Minimum Payment '
               '(I=Interest Only P=Percent Of Balance): '
           ACCEPT WS-MIN-PAY-METHOD
           IF NOT ENTRY-MINPAY-IS-VALID
               DISPLAY 'Invalid Minimum Payment Method: '
                   WS-MIN-PAY-METHOD
               GOBACK
           END-IF
           IF WS-MIN-PAY-METHOD = 'P'
               DISPLAY 'Enter Minimum Payment Percent Of Balance: '
               ACCEPT WS-MIN-PAY-PCT
               IF WS-MIN-PAY-PCT = ZERO
                   DISPLAY 'Minimum Payment Percent Must Be '
                       'Non-Zero.'
                   GOBACK
               END-IF
           END-IF
           COMPUTE WS-LOAN-TERM = WS-DRAW-MONTHS + WS-REPAY-MONTHS

           COMPUTE WS-MONTH-WORK = WS-ORIG-MONTH - 1 + WS-DRAW-MONTHS
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEARS-ADDED
               REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-DPE-YEAR = WS-ORIG-YEAR + WS-YEARS-ADDED
           COMPUTE WS-DPE-MONTH = WS-MONTH-REMAINDER + 1
           MOVE WS-ORIG-DAY TO WS-DPE-DAY
           EVALUATE WS-DPE-MONTH
               WHEN 2
                   IF WS-DPE-DAY > 28
                       MOVE 28 TO WS-DPE-DAY
                   END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   IF WS-DPE-DAY > 30
                       MOVE 30 TO WS-DPE-DAY
                   END-IF
           END-EVALUATE
           DISPLAY 'Draw Period Ends: ' WS-DRAW-PERIOD-END.

       LOOKUP-CURRENT-RATE.
           CALL 'RATE-LOOKUP' USING WS-LOAN-TYPE
                                     WS-ORIGINATION-DATE
           MOVE ZERO                 TO FEES-RECEIVABLE
           MOVE ZERO                 TO ESCROW-ADVANCES
           MOVE WS-PAYMENT-FREQUENCY TO PAYMENT-FREQUENCY
           MOVE WS-DAY-COUNT-BASIS   TO DAY-COUNT-BASIS
           MOVE WS-AMORT-METHOD  TO AMORT-METHOD
           MOVE WS-IO-MONTHS     TO IO-MONTHS
           MOVE WS-AMORT-TERM    TO AMORT-TERM
           MOVE WS-BRANCH-ID     TO BRANCH-ID OF LOAN-REC
           MOVE WS-COMPANY-CODE  TO COMPANY-CODE OF LOAN-REC
           MOVE 'O'              TO CARD-CHANNEL-STATUS
           MOVE ZERO             TO CARD-CHARGEBACK-COUNT
           MOVE WS-CREDIT-LIMIT  TO CREDIT-LIMIT
           MOVE WS-DRAW-PERIOD-END TO DRAW-PERIOD-END
           MOVE WS-REPAY-MONTHS  TO REPAY-PERIOD-MONTHS
           MOVE WS-MIN-PAY-METHOD TO HELOC-MIN-PAY-METHOD
           MOVE WS-MIN-PAY-PCT   TO HELOC-MIN-PAY-PCT
           MOVE 'O'              TO LINE-STATUS
           MOVE SPACE            TO LINE-FREEZE-REASON
           MOVE ZERO             TO LINE-FREEZE-DATE
           MOVE ZERO             TO REFINANCED-FROM-LOAN-ID
           MOVE ZERO             TO REFINANCED-BY-LOAN-ID
           MOVE ZERO             TO DISCLOSED-APR
           MOVE ZERO             TO DISCLOSED-FINANCE-CHARGE
           MOVE ZERO             TO TILA-DISCLOSURE-DATE
           MOVE ZERO             TO MATURITY-NOTICE-DAYS
           MOVE ZERO             TO MATURITY-EXT-COUNT
           MOVE 'S'              TO INTEREST-METHOD
           MOVE ZERO             TO PRECOMP-FINANCE-CHARGE
           MOVE ZERO             TO UNEARNED-INTEREST
           MOVE ZERO             TO PRECOMP-EARNED-INTEREST
           MOVE ZERO             TO PRECOMP-EARNED-THRU
           MOVE ZERO             TO PRECOMP-REBATE-AMOUNT
           MOVE ZERO             TO GL-POSTED-FIN-CHARGE
           MOVE ZERO             TO GL-POSTED-EARNED
           MOVE ZERO             TO GL-POSTED-REBATE

           WRITE LOAN-REC
               INVALID KEY
       CHANGE-LOAN-STATUS.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               GOBACK
           END-IF

           OPEN I-O LOAN-FILE
           IF NOT FILE-OK
           WRITE LOAN-STATUS-HIST-REC

           CLOSE LOAN-STATUS-HIST-FILE.

      *----------------------------------------------------------------
      *  A home-equity line frozen for delinquency or a collateral
      *  decline takes draws again only when someone reinstates it
      *  here, once the cause is cleared -- the freeze is never
      *  lifted automatically.
      *----------------------------------------------------------------
       REINSTATE-FROZEN-LINE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               GOBACK
           END-IF

           OPEN I-O LOAN-FILE
           IF NOT FILE-OK
               DISPLAY 'Error Opening LOAN-FILE.'
               GOBACK
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY 'Loan Not Found: ' WS-LOAN-ID
               NOT INVALID KEY
                   PERFORM APPLY-LINE-REINSTATEMENT
           END-READ

           CLOSE LOAN-FILE.

       APPLY-LINE-REINSTATEMENT.
           IF NOT TYPE-HELOC
               DISPLAY 'Loan ' WS-LOAN-ID
                   ' Is Not A Home-Equity Line.'
           ELSE
               IF NOT LINE-FROZEN
                   DISPLAY 'Line On Loan ' WS-LOAN-ID
                       ' Is Not Frozen.'
               ELSE
                   PERFORM REINSTATE-LINE
               END-IF
           END-IF.

       REINSTATE-LINE.
           MOVE LOAN-REC TO WS-JRN-BEFORE
           DISPLAY 'Line Frozen ' LINE-FREEZE-DATE
               ' Reason ' LINE-FREEZE-REASON
               ' (D=Delinquent C=Collateral)'
           CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                           WS-SIGNON-FOUND
           IF NOT SIGNON-FOUND
               DISPLAY 'Enter Your User ID: '
               ACCEPT WS-USER-ID
           END-IF

           MOVE 'O'   TO LINE-STATUS
           MOVE SPACE TO LINE-FREEZE-REASON
           MOVE ZERO  TO LINE-FREEZE-DATE
           REWRITE LOAN-REC
               INVALID KEY
                   DISPLAY 'Error Reinstating Line.'
               NOT INVALID KEY
                   DISPLAY 'Line Reinstated - Draws Accepted Again.'
                   MOVE 'LOAN.DAT' TO WS-JRN-FILE-NAME
                   MOVE 'UPDATE' TO WS-JRN-ACTION
                   MOVE LOAN-REC TO WS-JRN-AFTER
                   CALL 'WRITE-JOURNAL-ENTRY' USING
                       WS-JRN-FILE-NAME
                       WS-JRN-ACTION
                       WS-USER-ID
                       WS-JRN-BEFORE
                       WS-JRN-AFTER
                   MOVE 'HELOC LINE REINSTATE' TO WS-LOG-ACTION-TYPE
                   MOVE 'Home-Equity Line Reinstated'
                       TO WS-LOG-DESCRIPTION
                   CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                                 WS-USER-ID
                                                 WS-LOG-DESCRIPTION
           END-REWRITE.
