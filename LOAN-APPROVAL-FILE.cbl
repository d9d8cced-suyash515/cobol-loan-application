      *  APPROVED-LOAN-AMOUNT is cross-checked against the applicant's
      *  REQUESTED-AMOUNT and rejected if it exceeds it; an approval
      *  writes LOAN-APPROVAL-REC and moves the application to
      *  APPROVED, a denial moves it straight to DENIED.  An approval
      *  whose rate is above the borrower's state usury ceiling on
      *  STATE_LIMIT.DAT is refused.  A mortgage application with a
      *  live RATE_LOCK.DAT lock is priced at the locked rate, not
      *  the day's sheet, and the lock is marked honored with the
      *  loan it booked.  The approver sets the note's prepayment
      *  penalty terms.  A PERSONAL application whose borrower the
      *  Military Lending Act covers is refused if its military APR
      *  on the approved terms, fees included, is over the MLA MAPR
      *  CAP (36%) or if the note would carry a prepayment penalty;
      *  the MAPR approved on is kept on the application.  An
      *  applicant on the Reg O INSIDER_REGISTER.DAT -- or a related
      *  interest of one -- is measured on the insider's aggregate
      *  credit, related interests included: over the LENDING LIMIT
      *  it is refused, over the REGO BOARD LIMIT ($25,000) it needs
      *  a released REG O BOARD dual-control item, and it may not be
      *  priced below the rate the public would get.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS ORIGINATOR-ID OF ORIGINATOR-REC
               FILE STATUS IS ORIGINATOR-FILE-STATUS.

           SELECT DENIAL-REASON-FILE ASSIGN TO 'DENIAL_REASON.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-KEY OF DOCUMENT-TRACK-REC
               FILE STATUS IS DOC-FILE-STATUS.

           SELECT RATE-LOCK-FILE ASSIGN TO 'RATE_LOCK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RATE-LOCK-REC
               FILE STATUS IS RATE-LOCK-FILE-STATUS.

           SELECT INSIDER-FILE ASSIGN TO 'INSIDER_REGISTER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF INSIDER-REC
               FILE STATUS IS INSIDER-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE
               ASSIGN TO 'PENDING_APPROVAL.DAT'
               ORGANIZATION IS INDEXED
       FD  ORIGINATOR-FILE.
       COPY ORIGMASTREC.

       FD  DENIAL-REASON-FILE.
       COPY DENIALREASONREC.

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.

       FD  RATE-LOCK-FILE.
       COPY RATELOCKREC.

       FD  INSIDER-FILE.
       COPY INSIDERREC.

       WORKING-STORAGE SECTION.
       01  APPLICATION-FILE-STATUS  PIC XX.
           88  APPLICATION-FILE-OK   VALUE '00'.
       01  WS-DOCS-OUTSTANDING       PIC 9(3) COMP VALUE ZERO.
       01  DENIAL-FILE-STATUS        PIC XX.
           88  DENIAL-FILE-OK         VALUE '00'.
       01  WS-COLLATERAL-FOUND       PIC X VALUE 'N'.
           88  COLLATERAL-FOUND       VALUE 'Y'.
       01  WS-COLLATERAL-VALUE       PIC 9(9)V99.
       01  WS-CV-LOAN-ID             PIC 9(5).
       01  WS-CV-VALUE               PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE          PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT          PIC 9(3).
       01  WS-LTV-RATIO              PIC 9(3)V99 COMP-3.
      *  Loan-to-value ceilings per secured loan type.
       01  WS-LTV-LIMIT-MORTGAGE     PIC 9(3)V99 VALUE 95.00.
       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LIMIT-CUSTOMER-ID      PIC 9(5).
       01  WS-LIMIT-STATE            PIC X(2).
       01  WS-LIMIT-MAX-RATE         PIC 9(3)V99.
       01  WS-LIMIT-FEE-CAP-AMT      PIC 9(7)V99.
       01  WS-LIMIT-FEE-CAP-PCT      PIC 9(3)V99.
       01  WS-LIMIT-MIN-GRACE        PIC 9(3).
       01  WS-LIMIT-MIN-FIN-CHG      PIC 9(7)V99.
       01  WS-LIMIT-FOUND            PIC X.
           88  LIMIT-WAS-FOUND        VALUE 'Y'.
       01  WS-STATE-RATE-EXCEEDED    PIC X VALUE 'N'.
           88  STATE-RATE-EXCEEDED    VALUE 'Y'.

       01  RATE-LOCK-FILE-STATUS     PIC XX.
           88  RATE-LOCK-FILE-OK      VALUE '00'.
       01  WS-RATE-LOCK-LIVE         PIC X VALUE 'N'.
           88  RATE-LOCK-IS-LIVE      VALUE 'Y'.
       01  WS-RATE-LOCK-EXPIRES      PIC 9(8).

       01  WS-PENALTY-METHOD         PIC X.
           88  PENALTY-ENTERED-NONE   VALUE 'N' ' '.
       01  WS-PENALTY-VALUE          PIC 9(5)V99.
       01  WS-PENALTY-EXPIRES        PIC 9(8).
       01  WS-MLA-FEES               PIC 9(7)V99.
       01  WS-MLA-MAPR               PIC 9(3)V9(4).
      *  Compiled default; overridden by the MLA MAPR CAP system
      *  parameter when one is on file.
       01  WS-MLA-MAPR-CAP           PIC 9(3)V99 VALUE 36.00.
       01  WS-MLA-PARM-NAME          PIC X(20).
       01  WS-MLA-PARM-VALUE         PIC 9(7)V99.
       01  WS-MLA-PARM-FOUND         PIC X.
           88  MLA-PARM-FOUND         VALUE 'Y'.
       01  WS-MLA-VIOLATION          PIC X VALUE 'N'.
           88  MLA-TERMS-VIOLATED     VALUE 'Y'.

       01  INSIDER-FILE-STATUS       PIC XX.
           88  INSIDER-FILE-OK        VALUE '00'.
       01  WS-END-OF-INSIDERS        PIC X.
           88  END-OF-INSIDERS        VALUE 'Y'.
       01  WS-REGO-INSIDER           PIC X VALUE 'N'.
           88  APPLICANT-IS-INSIDER   VALUE 'Y'.
       01  WS-REGO-INSIDER-ID        PIC 9(5).
       01  WS-REGO-EXP-CUSTOMER-ID   PIC 9(5).
       01  WS-REGO-AGGREGATE         PIC 9(9)V99.
      *  Compiled default; overridden by the REGO BOARD LIMIT system
      *  parameter when one is on file.
       01  WS-REGO-BOARD-LIMIT       PIC 9(9)V99.
       01  WS-REGO-PUBLIC-RATE       PIC 9(3)V99.
       01  WS-REGO-PUBLIC-FOUND      PIC X VALUE 'N'.
           88  REGO-PUBLIC-RATE-FOUND VALUE 'Y'.

       PROCEDURE DIVISION.

       OPEN I-O LOAN-APPLICATION-FILE
      *  control instead of going through here.
               PERFORM CHECK-AGGREGATE-EXPOSURE
               IF EXPOSURE-LIMIT-EXCEEDED
                   MOVE 'EXPOSURE LIMIT' TO WS-Q-ACTION
                   PERFORM CHECK-EXPOSURE-OVERRIDE
               END-IF
               IF EXPOSURE-LIMIT-EXCEEDED AND OVERRIDE-RELEASED
                   CLOSE LOAN-APPLICATION-FILE
                   GOBACK
               END-IF
               PERFORM CHECK-INSIDER-LIMITS
               PERFORM CHECK-LOAN-TO-VALUE
               IF COLLATERAL-FOUND
                  AND WS-LTV-RATIO > WS-LTV-LIMIT
                       GOBACK
                   END-IF
                   PERFORM LOOKUP-RATE-FOR-NEW-LOAN
                   MOVE WS-NEW-LOAN-RATE TO WS-REGO-PUBLIC-RATE
                   MOVE WS-RATE-FOUND TO WS-REGO-PUBLIC-FOUND
                   PERFORM APPLY-RATE-LOCK
                   PERFORM CONFIRM-NEW-LOAN-RATE
                   IF APPLICANT-IS-INSIDER
                      AND REGO-PUBLIC-RATE-FOUND
                      AND NOT RATE-LOCK-IS-LIVE
                      AND WS-NEW-LOAN-RATE < WS-REGO-PUBLIC-RATE
                       DISPLAY 'Insider Rate ' WS-NEW-LOAN-RATE
                           ' Is Below The Public Rate '
                           WS-REGO-PUBLIC-RATE
                           ' - Approval Rejected.'
                       CLOSE LOAN-APPLICATION-FILE
                       GOBACK
                   END-IF
                   PERFORM CHECK-STATE-RATE-LIMIT
                   IF STATE-RATE-EXCEEDED
                       DISPLAY 'Interest Rate ' WS-NEW-LOAN-RATE
                           ' Exceeds ' WS-LIMIT-STATE
                           ' Usury Ceiling ' WS-LIMIT-MAX-RATE
                           ' - Approval Rejected.'
                       CLOSE LOAN-APPLICATION-FILE
                       GOBACK
                   END-IF
                   PERFORM GET-PREPAY-PENALTY-TERMS
                   IF TYPE-PERSONAL OF LOAN-APPLICATION-REC
                       PERFORM CHECK-MLA-TERMS
                       IF MLA-TERMS-VIOLATED
                           MOVE 'MLA REFUSAL' TO WS-LOG-ACTION-TYPE
                           MOVE 'Approval Refused - MLA Terms'
                               TO WS-LOG-DESCRIPTION
                           CALL 'WRITE-LOG-ENTRY' USING
                               WS-LOG-ACTION-TYPE
                               WS-USER-ID
                               WS-LOG-DESCRIPTION
                           CLOSE LOAN-APPLICATION-FILE
                           GOBACK
                       END-IF
                   END-IF
                   PERFORM WRITE-APPROVAL-RECORD
                   PERFORM CREATE-LOAN-RECORD
                   IF RATE-LOCK-IS-LIVE
                       PERFORM MARK-RATE-LOCK-HONORED
                   END-IF

                   MOVE 'APPROVED' TO APPLICATION-STATUS
                   REWRITE LOAN-APPLICATION-REC
               OF LOAN-APPROVAL-REC
           MOVE WS-NEW-LOAN-RATE TO APPROVED-RATE
           MOVE WS-PRICE-TIER-FLOOR TO PRICE-TIER-FLOOR
           IF APPL-REFINANCE
               MOVE 'R' TO APPROVAL-PURPOSE
           ELSE
               MOVE 'N' TO APPROVAL-PURPOSE
           END-IF
           MOVE REFINANCE-LOAN-ID OF LOAN-APPLICATION-REC
               TO REFINANCE-LOAN-ID OF LOAN-APPROVAL-REC

           WRITE LOAN-APPROVAL-REC

           CLOSE LOAN-APPROVAL-FILE
           DISPLAY 'Loan Approval Record Added Successfully.'.

      *----------------------------------------------------------------
      *  The rate is settled -- looked up or keyed -- before anything
      *  is written, so the approval record carries the rate the
      *  loan is booked at and the state ceiling can refuse it.
      *----------------------------------------------------------------
       CONFIRM-NEW-LOAN-RATE.
           EVALUATE TRUE
               WHEN RATE-LOCK-IS-LIVE
                   DISPLAY 'Interest Rate Held By Rate Lock: '
                       WS-NEW-LOAN-RATE ' (Expires '
                       WS-RATE-LOCK-EXPIRES ')'
               WHEN RATE-WAS-FOUND AND WS-PRICE-TIER-FLOOR > ZERO
                   DISPLAY 'Tiered Rate From PRICING-MATRIX: '
                       WS-NEW-LOAN-RATE ' (Score Band '
                       WS-PRICE-TIER-FLOOR '+)'
               WHEN RATE-WAS-FOUND
                   DISPLAY 'Interest Rate From INTEREST-RATE-FILE: '
                       WS-NEW-LOAN-RATE
               WHEN OTHER
                   DISPLAY 'No Rate On File For This Loan Type - '
                       'Enter Interest Rate: '
                   ACCEPT WS-NEW-LOAN-RATE
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Usury gate: the borrower's state (structured mailing
      *  address) and the STATE_LIMIT.DAT row in force on the
      *  approval date.  No limits on file, or a zero ceiling, means
      *  the state sets none.
      *----------------------------------------------------------------
       CHECK-STATE-RATE-LIMIT.
           MOVE 'N' TO WS-STATE-RATE-EXCEEDED
           MOVE CUSTOMER-ID OF LOAN-APPLICATION-REC
               TO WS-LIMIT-CUSTOMER-ID
           CALL 'STATE-LIMIT-LOOKUP' USING WS-LIMIT-CUSTOMER-ID
                                            WS-APPROVAL-DATE
                                            WS-LIMIT-STATE
                                            WS-LIMIT-MAX-RATE
                                            WS-LIMIT-FEE-CAP-AMT
                                            WS-LIMIT-FEE-CAP-PCT
                                            WS-LIMIT-MIN-GRACE
                                            WS-LIMIT-MIN-FIN-CHG
                                            WS-LIMIT-FOUND
           IF LIMIT-WAS-FOUND
              AND WS-LIMIT-MAX-RATE > ZERO
              AND WS-NEW-LOAN-RATE > WS-LIMIT-MAX-RATE
               MOVE 'Y' TO WS-STATE-RATE-EXCEEDED
           END-IF.

       GET-PREPAY-PENALTY-TERMS.
           DISPLAY 'Prepay Penalty Method '
               '(N=None F=Flat P=Pct I=Int-Months): '
           ACCEPT WS-PENALTY-METHOD
           IF PENALTY-ENTERED-NONE
               MOVE 'N' TO WS-PENALTY-METHOD
               MOVE ZERO TO WS-PENALTY-VALUE
               MOVE ZERO TO WS-PENALTY-EXPIRES
           ELSE
               DISPLAY 'Enter Penalty Value (Amount/Pct/Months): '
               ACCEPT WS-PENALTY-VALUE
               DISPLAY 'Enter Penalty Expiration (YYYYMMDD): '
               ACCEPT WS-PENALTY-EXPIRES
           END-IF.

      *----------------------------------------------------------------
      *  Military Lending Act gate.  The MAPR is refigured on what is
      *  being approved -- amount, rate and the fees as of today --
      *  and goes on the application either way.  A PERSONAL
      *  application with no determination on it predates the check
      *  and is retaken rather than approved blind.
      *----------------------------------------------------------------
       CHECK-MLA-TERMS.
           MOVE 'N' TO WS-MLA-VIOLATION
           IF MLA-NOT-APPLICABLE
               DISPLAY 'No MLA Covered-Borrower Determination On '
                   'Application - Approval Rejected.'
               MOVE 'Y' TO WS-MLA-VIOLATION
           ELSE
               CALL 'MLA-MAPR-CALC' USING WS-APPROVED-LOAN-AMOUNT
                                           REQUESTED-TERM
                                           WS-NEW-LOAN-RATE
                                           WS-APPROVAL-DATE
                                           WS-MLA-FEES
                                           WS-MLA-MAPR
               MOVE WS-MLA-MAPR TO MLA-MAPR
               DISPLAY 'Military APR On Approved Terms: ' WS-MLA-MAPR
               MOVE 'MLA MAPR CAP' TO WS-MLA-PARM-NAME
               CALL 'PARM-LOOKUP' USING WS-MLA-PARM-NAME
                                         WS-APPROVAL-DATE
                                         WS-MLA-PARM-VALUE
                                         WS-MLA-PARM-FOUND
               IF MLA-PARM-FOUND
                   MOVE WS-MLA-PARM-VALUE TO WS-MLA-MAPR-CAP
               END-IF
               IF MLA-COVERED-BORROWER
                   IF WS-MLA-MAPR > WS-MLA-MAPR-CAP
                       DISPLAY 'Covered Borrower - Military APR '
                           WS-MLA-MAPR ' Exceeds The MLA Cap Of '
                           WS-MLA-MAPR-CAP ' - Approval Rejected.'
                       MOVE 'Y' TO WS-MLA-VIOLATION
                   END-IF
                   IF NOT PENALTY-ENTERED-NONE
                       DISPLAY 'Covered Borrower - Prepayment '
                           'Penalty Not Permitted - Approval '
                           'Rejected.'
                       MOVE 'Y' TO WS-MLA-VIOLATION
                   END-IF
               END-IF
           END-IF.

       CREATE-LOAN-RECORD.
           PERFORM ASSIGN-NEXT-NEW-LOAN-ID
           PERFORM WRITE-NEW-LOAN-RECORD.

       ASSIGN-NEXT-NEW-LOAN-ID.
                   WS-RATE-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  A lock still in force on the approval date overrides the
      *  day's pricing -- the borrower was promised that rate.  One
      *  that ran out before approval is only reported; the loan is
      *  priced at today's rate.
      *----------------------------------------------------------------
       APPLY-RATE-LOCK.
           MOVE 'N' TO WS-RATE-LOCK-LIVE
           OPEN INPUT RATE-LOCK-FILE
           IF RATE-LOCK-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF RATE-LOCK-REC
               READ RATE-LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOCK-ACTIVE
                           IF LOCK-EXPIRES NOT < WS-APPROVAL-DATE
                               MOVE 'Y' TO WS-RATE-LOCK-LIVE
                               MOVE LOCKED-RATE TO WS-NEW-LOAN-RATE
                               MOVE LOCK-EXPIRES
                                   TO WS-RATE-LOCK-EXPIRES
                           ELSE
                               DISPLAY 'Rate Lock Expired '
                                   LOCK-EXPIRES ' - Priced At '
                                   'Current Rate.'
                           END-IF
                       END-IF
               END-READ
               CLOSE RATE-LOCK-FILE
           END-IF.

       MARK-RATE-LOCK-HONORED.
           OPEN I-O RATE-LOCK-FILE
           IF RATE-LOCK-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF RATE-LOCK-REC
               READ RATE-LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'H' TO LOCK-STATUS
                       MOVE WS-NEW-LOAN-ID TO LOCKED-LOAN-ID
                       REWRITE RATE-LOCK-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Rate Lock: '
                                   WS-LOAN-ID
                       END-REWRITE
               END-READ
               CLOSE RATE-LOCK-FILE
           END-IF.

       CHECK-AGGREGATE-EXPOSURE.
           MOVE 'N' TO WS-EXPOSURE-EXCEEDED
           MOVE 500000.00 TO WS-LENDING-LIMIT

      *----------------------------------------------------------------
      *  What the dual-control queue says about this application's
      *  block for the action in WS-Q-ACTION (EXPOSURE LIMIT or REG
      *  O BOARD): a RELEASED row is the supervisor's override, a
      *  PENDING one means the item is still awaiting review (so it
      *  is not queued twice).  The latest decision on file wins.
      *----------------------------------------------------------------
       CHECK-EXPOSURE-OVERRIDE.
           MOVE 'N' TO WS-OVERRIDE-STATE
               AT END
                   MOVE 'Y' TO WS-END-OF-PENDING
               NOT AT END
                   IF PENDING-ACTION = WS-Q-ACTION
                      AND PENDING-KEY-ID = WS-LOAN-ID
                       EVALUATE TRUE
                           WHEN QUEUE-RELEASED
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Reg O gate.  An applicant on the insider register -- or a
      *  related interest of an insider -- is measured on the
      *  insider's aggregate credit: the insider's own exposure plus
      *  that of every related interest still on the register, plus
      *  this request.  Over the LENDING LIMIT nothing can approve
      *  it; over the REGO BOARD LIMIT it needs the board's prior
      *  approval, captured as a REG O BOARD dual-control item.  A
      *  relationship ended on or before today no longer counts.
      *----------------------------------------------------------------
       CHECK-INSIDER-LIMITS.
           MOVE 'N' TO WS-REGO-INSIDER
           OPEN INPUT INSIDER-FILE
           IF INSIDER-FILE-OK
               MOVE CUSTOMER-ID OF LOAN-APPLICATION-REC
                   TO CUSTOMER-ID OF INSIDER-REC
               READ INSIDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INSIDER-END-DATE = ZERO
                          OR INSIDER-END-DATE > WS-EXPOSURE-DATE
                           MOVE 'Y' TO WS-REGO-INSIDER
                           MOVE INSIDER-CUSTOMER-ID
                               TO WS-REGO-INSIDER-ID
                       END-IF
               END-READ
               IF APPLICANT-IS-INSIDER
                   PERFORM SUM-INSIDER-AGGREGATE
               END-IF
               CLOSE INSIDER-FILE
           END-IF

           IF APPLICANT-IS-INSIDER
               DISPLAY 'Reg O Insider Credit - Insider '
                   WS-REGO-INSIDER-ID ' Aggregate With Request '
                   WS-REGO-AGGREGATE
               IF WS-REGO-AGGREGATE > WS-LENDING-LIMIT
                   DISPLAY 'Insider Aggregate Exceeds Lending Limit '
                       WS-LENDING-LIMIT ' - Approval Rejected.'
                   CLOSE LOAN-APPLICATION-FILE
                   GOBACK
               END-IF
               PERFORM CHECK-REGO-BOARD-APPROVAL
           END-IF.

       SUM-INSIDER-AGGREGATE.
           MOVE WS-APPROVED-LOAN-AMOUNT TO WS-REGO-AGGREGATE
           MOVE WS-REGO-INSIDER-ID TO WS-REGO-EXP-CUSTOMER-ID
           PERFORM ADD-INSIDER-EXPOSURE
           MOVE 'N' TO WS-END-OF-INSIDERS
           MOVE ZERO TO CUSTOMER-ID OF INSIDER-REC
           START INSIDER-FILE KEY IS NOT LESS THAN
                   CUSTOMER-ID OF INSIDER-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-INSIDERS
           END-START
           PERFORM SUM-NEXT-RELATED-INTEREST
               UNTIL END-OF-INSIDERS.

       SUM-NEXT-RELATED-INTEREST.
           READ INSIDER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-INSIDERS
               NOT AT END
                   IF INSIDER-RELATED-INT
                      AND INSIDER-CUSTOMER-ID = WS-REGO-INSIDER-ID
                      AND (INSIDER-END-DATE = ZERO
                       OR INSIDER-END-DATE > WS-EXPOSURE-DATE)
                       MOVE CUSTOMER-ID OF INSIDER-REC
                           TO WS-REGO-EXP-CUSTOMER-ID
                       PERFORM ADD-INSIDER-EXPOSURE
                   END-IF
           END-READ.

       ADD-INSIDER-EXPOSURE.
           CALL 'BORROWER-EXPOSURE' USING
               WS-REGO-EXP-CUSTOMER-ID
               WS-EXP-DIRECT
               WS-EXP-CO-BORROWER
               WS-EXP-GUARANTEED
               WS-EXP-TOTAL
           ADD WS-EXP-TOTAL TO WS-REGO-AGGREGATE.

      *----------------------------------------------------------------
      *  Board prior approval, the same released-override pattern as
      *  the lending limit: a RELEASED REG O BOARD row lets the
      *  approval through, a PENDING one is left alone, otherwise
      *  the item is queued and the approval stops here.
      *----------------------------------------------------------------
       CHECK-REGO-BOARD-APPROVAL.
           MOVE 25000.00 TO WS-REGO-BOARD-LIMIT
           MOVE 'REGO BOARD LIMIT' TO WS-EXP-PARM-NAME
           CALL 'PARM-LOOKUP' USING WS-EXP-PARM-NAME
                                     WS-EXPOSURE-DATE
                                     WS-EXP-PARM-VALUE
                                     WS-EXP-PARM-FOUND
           IF EXP-PARM-FOUND
               MOVE WS-EXP-PARM-VALUE TO WS-REGO-BOARD-LIMIT
           END-IF

           IF WS-REGO-AGGREGATE > WS-REGO-BOARD-LIMIT
               MOVE 'REG O BOARD' TO WS-Q-ACTION
               PERFORM CHECK-EXPOSURE-OVERRIDE
               IF OVERRIDE-RELEASED
                   DISPLAY 'Over Board Threshold '
                       WS-REGO-BOARD-LIMIT
                       ' - Proceeding Under Released Board Approval.'
               ELSE
                   DISPLAY 'Over Board Threshold '
                       WS-REGO-BOARD-LIMIT
                       ' - Routed For Board Approval.'
                   IF OVERRIDE-STILL-QUEUED
                       DISPLAY 'Board Approval Already Queued For '
                           'This Application.'
                   ELSE
                       MOVE 'INSIDER OVER BOARD LIMIT'
                           TO WS-Q-DETAIL
                       CALL 'QUEUE-PENDING-APPROVAL' USING
                           WS-Q-ACTION
                           WS-LOAN-ID
                           WS-APPROVED-LOAN-AMOUNT
                           WS-Q-AUX-DATE-1
                           WS-Q-AUX-DATE-2
                           WS-Q-DETAIL
                           WS-USER-ID
                   END-IF
                   CLOSE LOAN-APPLICATION-FILE
                   GOBACK
               END-IF
           END-IF.

       FETCH-APPLICANT-SCORE.
           MOVE ZERO TO WS-APPLICANT-SCORE
           OPEN INPUT CUSTOMER-FILE
               MOVE ZERO                  TO PERIODIC-RATE-CAP
               MOVE ZERO                  TO LIFETIME-RATE-CAP
               MOVE ZERO                  TO RATE-FLOOR
               MOVE WS-PENALTY-METHOD     TO PREPAY-PENALTY-METHOD
               MOVE WS-PENALTY-VALUE      TO PREPAY-PENALTY-VALUE
               MOVE WS-PENALTY-EXPIRES    TO PREPAY-PENALTY-EXPIRES
               MOVE 'A'                   TO NONACCRUAL-STATUS
               MOVE ZERO                  TO INTEREST-IN-SUSPENSE
               MOVE 'M'                   TO PAYMENT-FREQUENCY
               IF TYPE-MORTGAGE OF LOAN-REC
                   MOVE 'A'               TO DAY-COUNT-BASIS
               ELSE
                   MOVE 'T'               TO DAY-COUNT-BASIS
               END-IF
               MOVE 'L'                   TO AMORT-METHOD
               MOVE ZERO                  TO IO-MONTHS
               MOVE ZERO                  TO AMORT-TERM
               MOVE ZERO                  TO INTEREST-RECEIVABLE
               MOVE ZERO                  TO FEES-RECEIVABLE
               MOVE ZERO                  TO ESCROW-ADVANCES
               MOVE 'O'                   TO CARD-CHANNEL-STATUS
               MOVE ZERO                  TO CARD-CHARGEBACK-COUNT
               MOVE ZERO                  TO CREDIT-LIMIT
               MOVE ZERO                  TO DRAW-PERIOD-END
               MOVE ZERO                  TO REPAY-PERIOD-MONTHS
               MOVE SPACE                 TO HELOC-MIN-PAY-METHOD
               MOVE ZERO                  TO HELOC-MIN-PAY-PCT
               MOVE 'O'                   TO LINE-STATUS
               MOVE SPACE                 TO LINE-FREEZE-REASON
               MOVE ZERO                  TO LINE-FREEZE-DATE
               MOVE ZERO                  TO REFINANCED-FROM-LOAN-ID
               MOVE ZERO                  TO REFINANCED-BY-LOAN-ID
               MOVE ZERO                  TO DISCLOSED-APR
               MOVE ZERO                  TO DISCLOSED-FINANCE-CHARGE
               MOVE ZERO                  TO TILA-DISCLOSURE-DATE
               MOVE ZERO                  TO MATURITY-NOTICE-DAYS
               MOVE ZERO                  TO MATURITY-EXT-COUNT
               MOVE 'S'                   TO INTEREST-METHOD
               MOVE ZERO                  TO PRECOMP-FINANCE-CHARGE
               MOVE ZERO                  TO UNEARNED-INTEREST
               MOVE ZERO                  TO PRECOMP-EARNED-INTEREST
               MOVE ZERO                  TO PRECOMP-EARNED-THRU
               MOVE ZERO                  TO PRECOMP-REBATE-AMOUNT
               MOVE ZERO                  TO GL-POSTED-FIN-CHARGE
               MOVE ZERO                  TO GL-POSTED-EARNED
               MOVE ZERO                  TO GL-POSTED-REBATE
               PERFORM SET-BRANCH-FROM-CUSTOMER

               WRITE LOAN-REC

      *----------------------------------------------------------------
      *  For secured types, the approved amount is measured against
      *  the combined appraised value of the items recorded on
      *  COLLATERAL.DAT for this application's LOAN-ID (GET-
      *  COLLATERAL-VALUE).  An application with no collateral
      *  record approves with a warning -- files opened before the
      *  collateral file existed -- but a recorded value is binding.
      *----------------------------------------------------------------
               ELSE
                   MOVE WS-LTV-LIMIT-AUTO TO WS-LTV-LIMIT
               END-IF
               MOVE WS-LOAN-ID TO WS-CV-LOAN-ID
               CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                                 WS-CV-VALUE
                                                 WS-CV-ORIG-VALUE
                                                 WS-CV-ITEM-COUNT
               IF WS-CV-ITEM-COUNT > ZERO
                   MOVE WS-CV-VALUE TO WS-COLLATERAL-VALUE
                   MOVE 'Y' TO WS-COLLATERAL-FOUND
               END-IF
               IF COLLATERAL-FOUND
                   IF WS-COLLATERAL-VALUE = ZERO

      *----------------------------------------------------------------
      *  The booked loan inherits its borrower's branch so the
      *  portfolio splits by office without re-keying, and is owned
      *  by that branch's legal entity.
      *----------------------------------------------------------------
       SET-BRANCH-FROM-CUSTOMER.
           MOVE ZERO TO BRANCH-ID OF LOAN-REC
                           TO BRANCH-ID OF LOAN-REC
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF
           CALL 'GET-BRANCH-COMPANY' USING BRANCH-ID OF LOAN-REC
                                           COMPANY-CODE OF LOAN-REC.
