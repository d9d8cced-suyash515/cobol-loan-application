
      *================================================================
      *  Checker side of the dual-control layer.  Lists the pending
      *  items on PENDING_APPROVAL.DAT and lets a supervisor
      *  release or reject each one.  A release actually applies
      *  the change the maker captured -- the escrow disbursement
      *  posts to the ledger, the balance adjustment lands on
      *  CUSTOMER-FILE, the charge-off opens the COLLECTIONS.DAT
      *  case (cancelling the loan's ancillary products, their
      *  unearned premium credited against the loss) -- and both
      *  the maker's and the checker's identities end up on the
      *  queue record and LOG.DAT.  Review requires an
      *  authenticated SUPERVISOR session from MAIN-MENU sign-on --
      *  a typed ID is not accepted for release -- and a supervisor
      *  cannot release an item they requested themselves.
      *
      *  Identity-theft red-flag items release the borrower's money
      *  and contact details only after the supervisor has verified
      *  the borrower: the staged address or phone change lands on
      *  CUSTOMER-FILE (journaled), a new autopay bank account goes
      *  on AUTOPAY.DAT, a HELD refund check goes ISSUED, and a
      *  cleared alert is stamped with the supervisor's identity.
      *
      *  A released duplicate-customer merge moves everything the
      *  retired CUSTOMER-ID owns onto the survivor and leaves a
      *  forwarding pointer (MERGE-CUSTOMER-RECORDS).
      *
      *  Internal risk grade changes are the credit officer's call,
      *  not the supervisor's: a RISK GRADE item is released only
      *  from a CREDITOFCR session, and a credit officer reviews no
      *  other kind of item.  The release makes the grade staged on
      *  RISK_GRADE.DAT the grade of record and appends the change
      *  to RISK_GRADE_HIST.DAT; a rejection discards the staging.
      *
      *  A FEE WAIVER item is a waiver over the keying operator's
      *  authority; the release posts it (POST-FEE-WAIVER) and a
      *  rejection marks it REJECTED on FEE_WAIVER.DAT.
      *
      *  A COLLATERAL SUBST item swaps one collateral item for
      *  another; the release re-checks loan-to-value and makes the
      *  swap (POST-COLLATERAL-SUBST), a rejection marks the
      *  proposed item REJECTED on COLLATERAL.DAT.
      *
      *  An OPERATOR RECERT item is a branch manager's change or
      *  revoke from the quarterly access recertification; the
      *  release applies it to OPERATOR.DAT (POST-OPERATOR-RECERT),
      *  never by the operator whose access it changes.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS LOAN-ID OF COLLECTIONS-REC
               FILE STATUS IS COLLECTIONS-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE ASSIGN TO 'LEGAL_HOLD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY OF LEGAL-HOLD-REC
               FILE STATUS IS HOLD-FILE-STATUS.

           SELECT FRAUD-ALERT-FILE ASSIGN TO 'FRAUD_ALERT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF FRAUD-ALERT-REC
               FILE STATUS IS ALERT-FILE-STATUS.

           SELECT AUTOPAY-FILE ASSIGN TO 'AUTOPAY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF AUTOPAY-REC
               FILE STATUS IS AUTOPAY-FILE-STATUS.

           SELECT CHECK-ISSUE-FILE ASSIGN TO 'CHECK_ISSUE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECK-NUMBER OF CHECK-ISSUE-REC
               FILE STATUS IS ISSUE-FILE-STATUS.

           SELECT RISK-GRADE-FILE ASSIGN TO 'RISK_GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RISK-GRADE-REC
               FILE STATUS IS GRADE-FILE-STATUS.

           SELECT RISK-GRADE-HIST-FILE
               ASSIGN TO 'RISK_GRADE_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GRADE-HIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-SESSION-FILE.
       01  OPERATOR-SESSION-REC.
           05  SIGNED-ON-OPERATOR  PIC X(10).
           05  SIGNED-ON-ROLE      PIC X(10).
           05  SIGNED-ON-COMPANY   PIC 9(3).

       FD  PENDING-APPROVAL-FILE.
       COPY PENDAPPRREC.
       FD  COLLECTIONS-FILE.
       COPY COLLECTIONSREC.

       FD  LEGAL-HOLD-FILE.
       COPY LEGALHOLDREC.

       FD  FRAUD-ALERT-FILE.
       COPY FRAUDALERTREC.

       FD  AUTOPAY-FILE.
       COPY AUTOPAYREC.

       FD  CHECK-ISSUE-FILE.
       COPY CHECKISSUEREC.

       FD  RISK-GRADE-FILE.
       COPY RISKGRADEREC.

       FD  RISK-GRADE-HIST-FILE.
       COPY RISKGRADEHIST.

       WORKING-STORAGE SECTION.
       01  SESSION-FILE-STATUS     PIC XX.
           88  SESSION-FILE-OK      VALUE '00'.
       01  WS-SESSION-ROLE         PIC X(10).
           88  SESSION-IS-SUPERVISOR VALUE 'SUPERVISOR'.
           88  SESSION-IS-CREDIT-OFFICER VALUE 'CREDITOFCR'.
       01  QUEUE-FILE-STATUS       PIC XX.
           88  QUEUE-FILE-OK        VALUE '00'.
       01  ESCROW-FILE-STATUS      PIC XX.
       01  COLLECTIONS-FILE-STATUS PIC XX.
           88  COLLECTIONS-FILE-OK  VALUE '00'.
           88  COLLECTIONS-NOT-FOUND VALUE '35'.
       01  HOLD-FILE-STATUS        PIC XX.
           88  HOLD-FILE-OK         VALUE '00'.
       01  WS-HOLD-DETAIL          PIC X(30).
       01  WS-HOLD-DETAIL-PARTS REDEFINES WS-HOLD-DETAIL.
           05  WS-HOLD-DETAIL-SCOPE  PIC X.
           05  WS-HOLD-DETAIL-MATTER PIC X(15).
           05  FILLER                PIC X(14).
       01  WS-MERGE-DETAIL         PIC X(30).
       01  WS-MERGE-DETAIL-PARTS REDEFINES WS-MERGE-DETAIL.
           05  WS-MERGE-SURVIVOR-ID  PIC 9(5).
           05  FILLER                PIC X(25).
       01  WS-MERGE-RETIRED-ID     PIC 9(5).
       01  WS-MERGE-REQUESTED-BY   PIC X(10).
       01  WS-MERGE-APPROVED-BY    PIC X(10).
       01  ALERT-FILE-STATUS       PIC XX.
           88  ALERT-FILE-OK        VALUE '00'.
       01  AUTOPAY-FILE-STATUS     PIC XX.
           88  AUTOPAY-FILE-OK      VALUE '00'.
           88  AUTOPAY-NOT-FOUND    VALUE '35'.
       01  ISSUE-FILE-STATUS       PIC XX.
           88  ISSUE-FILE-OK        VALUE '00'.
       01  GRADE-FILE-STATUS       PIC XX.
           88  GRADE-FILE-OK        VALUE '00'.
       01  GRADE-HIST-FILE-STATUS  PIC XX.
           88  GRADE-HIST-FILE-OK   VALUE '00'.
       01  WS-AUTOPAY-DETAIL       PIC X(30).
       01  WS-AUTOPAY-DETAIL-PARTS REDEFINES WS-AUTOPAY-DETAIL.
           05  WS-AUTOPAY-ROUTING    PIC 9(9).
           05  WS-AUTOPAY-ACCOUNT    PIC X(17).
           05  FILLER                PIC X(4).
       01  WS-AUTOPAY-ON-FILE      PIC X.
           88  AUTOPAY-ON-FILE      VALUE 'Y'.
       01  WS-JRN-FILE-NAME        PIC X(20).
       01  WS-JRN-ACTION           PIC X(10).
       01  WS-JRN-BEFORE           PIC X(400).
       01  WS-JRN-AFTER            PIC X(400).
       01  WS-MODE                 PIC X.
           88  LIST-MODE             VALUE '1'.
           88  REVIEW-MODE           VALUE '2'.
       01  WS-SUSPENSE-MOVE        PIC 9(7)V99.
       01  WS-APPLIED-OK           PIC X.
           88  APPLIED-OK           VALUE 'Y'.
       01  WS-ACX-LOAN-ID          PIC 9(5).
       01  WS-ACX-SEQ              PIC 9(2) VALUE ZERO.
       01  WS-ACX-EVENT-DATE       PIC 9(8).
       01  WS-ACX-REASON           PIC X(10).
       01  WS-ACX-DISPOSITION      PIC X.
       01  WS-ACX-USER-ID          PIC X(10).
       01  WS-ACX-LOAN-CREDIT      PIC 9(7)V99.
       01  WS-ACX-BORROWER-REFUND  PIC 9(7)V99.
       01  WS-CB-LOAN-ID           PIC 9(5).
       01  WS-CB-EVENT-DATE        PIC 9(8).
       01  WS-CB-REASON            PIC X(10).
       01  WS-CB-CHARGED           PIC X.
           88  DEALER-CHARGED-BACK  VALUE 'Y'.
       01  WS-PW-MODE              PIC X.
       01  WS-PW-WAIVER-ID         PIC 9(5).
       01  WS-PW-APPROVED-BY       PIC X(10).
       01  WS-PW-DONE              PIC X.
       01  WS-SUBST-DETAIL         PIC X(30).
       01  WS-SUBST-DETAIL-PARTS REDEFINES WS-SUBST-DETAIL.
           05  WS-SUBST-NEW-SEQ      PIC 9(2).
           05  FILLER                PIC X(28).
       01  WS-CS-MODE              PIC X.
       01  WS-CS-LOAN-ID           PIC 9(5).
       01  WS-CS-APPROVED-BY       PIC X(10).
       01  WS-CS-DONE              PIC X.
       01  WS-RECERT-DETAIL        PIC X(30).
       01  WS-RECERT-DETAIL-PARTS REDEFINES WS-RECERT-DETAIL.
           05  WS-RECERT-DECISION    PIC X.
           05  WS-RECERT-OPERATOR-ID PIC X(10).
           05  FILLER                PIC X(19).
       01  WS-OR-MODE              PIC X.
       01  WS-OR-APPROVED-BY       PIC X(10).
       01  WS-OR-DONE              PIC X.
       01  WS-ITEMS-LISTED         PIC 9(5) COMP VALUE ZERO.
       01  WS-USER-ID              PIC A(10).
       01  WS-SIGNON-FOUND         PIC X.
           STOP RUN
       END-IF
       IF REVIEW-MODE AND NOT SESSION-IS-SUPERVISOR
          AND NOT SESSION-IS-CREDIT-OFFICER
           DISPLAY 'Review Is Restricted To Supervisors.'
           STOP RUN
       END-IF
               STOP RUN
           END-IF

           IF ACTION-RISK-GRADE AND NOT SESSION-IS-CREDIT-OFFICER
               DISPLAY 'Risk Grade Changes Are Released By A Credit '
                   'Officer.'
               CLOSE PENDING-APPROVAL-FILE
               STOP RUN
           END-IF
           IF NOT ACTION-RISK-GRADE AND NOT SESSION-IS-SUPERVISOR
               DISPLAY 'Item Is Restricted To Supervisors.'
               CLOSE PENDING-APPROVAL-FILE
               STOP RUN
           END-IF

           DISPLAY 'Action    : ' PENDING-ACTION
           DISPLAY 'Key ID    : ' PENDING-KEY-ID
           DISPLAY 'Amount    : ' PENDING-AMOUNT
               WHEN DECISION-REJECT
                   MOVE 'REJECTED' TO QUEUE-STATUS
                   PERFORM STAMP-AND-REWRITE
                   IF ACTION-RISK-GRADE
                       PERFORM DISCARD-RISK-GRADE-PROPOSAL
                   END-IF
                   IF ACTION-FEE-WAIVER
                       PERFORM REJECT-FEE-WAIVER
                   END-IF
                   IF ACTION-COLLATERAL-SUBST
                       PERFORM REJECT-COLLATERAL-SUBST
                   END-IF
                   IF ACTION-OPERATOR-RECERT
                       PERFORM REJECT-OPERATOR-RECERT
                   END-IF
                   MOVE 'DUAL CTRL REJECT' TO WS-LOG-ACTION-TYPE
                   MOVE 'Pending Change Rejected'
                       TO WS-LOG-DESCRIPTION
                   PERFORM APPLY-SANCTION-CLEARANCE
               WHEN ACTION-EXPOSURE-LIMIT
                   PERFORM APPLY-EXPOSURE-OVERRIDE
               WHEN ACTION-REGO-BOARD
                   PERFORM APPLY-REGO-BOARD-APPROVAL
               WHEN ACTION-LEGAL-HOLD-RELEASE
                   PERFORM APPLY-LEGAL-HOLD-RELEASE
               WHEN ACTION-FRAUD-ALERT-MAINT
                   PERFORM APPLY-FRAUD-ALERT-MAINT
               WHEN ACTION-FRAUD-ALERT-AUTOPAY
                   PERFORM APPLY-FRAUD-AUTOPAY-CHANGE
               WHEN ACTION-FRAUD-ALERT-CHECK
                   PERFORM APPLY-FRAUD-CHECK-RELEASE
               WHEN ACTION-FRAUD-ALERT-FUNDING
                   PERFORM APPLY-FRAUD-FUNDING-RELEASE
               WHEN ACTION-FRAUD-ALERT-DRAW
                   PERFORM APPLY-FRAUD-DRAW-RELEASE
               WHEN ACTION-FRAUD-ALERT-CLEAR
                   PERFORM APPLY-FRAUD-ALERT-CLEAR
               WHEN ACTION-CUSTOMER-MERGE
                   PERFORM APPLY-CUSTOMER-MERGE
               WHEN ACTION-RISK-GRADE
                   PERFORM APPLY-RISK-GRADE-CHANGE
               WHEN ACTION-FEE-WAIVER
                   PERFORM APPLY-FEE-WAIVER
               WHEN ACTION-COLLATERAL-SUBST
                   PERFORM APPLY-COLLATERAL-SUBST
               WHEN ACTION-OPERATOR-RECERT
                   PERFORM APPLY-OPERATOR-RECERT
               WHEN OTHER
                   DISPLAY 'Unknown Action Type - Not Applied.'
           END-EVALUATE.

      *----------------------------------------------------------------
      *  Released duplicate-customer merge: MERGE-CUSTOMER-RECORDS
      *  re-points the retired customer's loans, guarantees,
      *  co-borrower references, score history and letter log at
      *  the survivor and writes the forwarding pointer.  A merge
      *  it refuses (an ID gone or already merged) leaves the item
      *  pending.
      *----------------------------------------------------------------
       APPLY-CUSTOMER-MERGE.
           MOVE PENDING-DETAIL TO WS-MERGE-DETAIL
           MOVE PENDING-KEY-ID TO WS-MERGE-RETIRED-ID
           MOVE REQUESTED-BY   TO WS-MERGE-REQUESTED-BY
           MOVE WS-USER-ID     TO WS-MERGE-APPROVED-BY
           CALL 'MERGE-CUSTOMER-RECORDS' USING WS-MERGE-RETIRED-ID
                                                WS-MERGE-SURVIVOR-ID
                                                WS-MERGE-REQUESTED-BY
                                                WS-MERGE-APPROVED-BY
                                                WS-APPLIED-OK.

      *----------------------------------------------------------------
      *  Released fee waiver: POST-FEE-WAIVER writes the ADJUSTMENT
      *  naming the fee and stamps the waiver with the releasing
      *  supervisor.  A waiver it refuses (the fee since waived or
      *  reversed) leaves the item pending.
      *----------------------------------------------------------------
       APPLY-FEE-WAIVER.
           MOVE 'A'            TO WS-PW-MODE
           MOVE PENDING-KEY-ID TO WS-PW-WAIVER-ID
           MOVE WS-USER-ID     TO WS-PW-APPROVED-BY
           CALL 'POST-FEE-WAIVER' USING WS-PW-MODE
                                         WS-PW-WAIVER-ID
                                         WS-PW-APPROVED-BY
                                         WS-APPLIED-OK.

       REJECT-FEE-WAIVER.
           MOVE 'R'            TO WS-PW-MODE
           MOVE PENDING-KEY-ID TO WS-PW-WAIVER-ID
           MOVE WS-USER-ID     TO WS-PW-APPROVED-BY
           CALL 'POST-FEE-WAIVER' USING WS-PW-MODE
                                         WS-PW-WAIVER-ID
                                         WS-PW-APPROVED-BY
                                         WS-PW-DONE.

      *----------------------------------------------------------------
      *  Released collateral substitution: POST-COLLATERAL-SUBST
      *  re-checks loan-to-value on the items as they would stand
      *  after the swap and makes it.  A swap that no longer passes
      *  leaves the item pending.
      *----------------------------------------------------------------
       APPLY-COLLATERAL-SUBST.
           MOVE 'A'            TO WS-CS-MODE
           PERFORM CALL-COLLATERAL-SUBST
           MOVE WS-CS-DONE     TO WS-APPLIED-OK.

       REJECT-COLLATERAL-SUBST.
           MOVE 'R'            TO WS-CS-MODE
           PERFORM CALL-COLLATERAL-SUBST.

       CALL-COLLATERAL-SUBST.
           MOVE PENDING-DETAIL TO WS-SUBST-DETAIL
           MOVE PENDING-KEY-ID TO WS-CS-LOAN-ID
           MOVE WS-USER-ID     TO WS-CS-APPROVED-BY
           CALL 'POST-COLLATERAL-SUBST' USING WS-CS-MODE
                                               WS-CS-LOAN-ID
                                               WS-SUBST-NEW-SEQ
                                               WS-CS-APPROVED-BY
                                               WS-CS-DONE.

      *----------------------------------------------------------------
      *  Released recertification change or revoke: POST-OPERATOR-
      *  RECERT applies it to OPERATOR.DAT.  It refuses a supervisor
      *  releasing a change to their own access, which leaves the
      *  item pending for someone else.
      *----------------------------------------------------------------
       APPLY-OPERATOR-RECERT.
           MOVE 'A'            TO WS-OR-MODE
           PERFORM CALL-OPERATOR-RECERT
           MOVE WS-OR-DONE     TO WS-APPLIED-OK.

       REJECT-OPERATOR-RECERT.
           MOVE 'R'            TO WS-OR-MODE
           PERFORM CALL-OPERATOR-RECERT.

       CALL-OPERATOR-RECERT.
           MOVE PENDING-DETAIL TO WS-RECERT-DETAIL
           MOVE WS-USER-ID     TO WS-OR-APPROVED-BY
           CALL 'POST-OPERATOR-RECERT' USING WS-OR-MODE
                                              PENDING-AUX-DATE-1
                                              WS-RECERT-OPERATOR-ID
                                              WS-OR-APPROVED-BY
                                              WS-OR-DONE.

      *----------------------------------------------------------------
      *  Released risk grade change: the grade staged on the loan's
      *  RISK_GRADE.DAT record becomes the grade of record, approved
      *  by the releasing credit officer, with the next review date
      *  the analyst set.  A staging that no longer matches the
      *  queued grade (changed since) is refused and the item stays
      *  pending.  The downgrade suggestion is cleared; the nightly
      *  rule raises it again if it still applies.
      *----------------------------------------------------------------
       APPLY-RISK-GRADE-CHANGE.
           OPEN I-O RISK-GRADE-FILE
           IF NOT GRADE-FILE-OK
               DISPLAY 'Error Opening RISK-GRADE-FILE.'
           ELSE
               MOVE PENDING-KEY-ID TO LOAN-ID OF RISK-GRADE-REC
               READ RISK-GRADE-FILE
                   INVALID KEY
                       DISPLAY 'Risk Grade Record Not Found For '
                           'Loan ' PENDING-KEY-ID
                   NOT INVALID KEY
                       IF PROPOSED-GRADE = PENDING-DETAIL (1:15)
                           PERFORM APPLY-STAGED-RISK-GRADE
                       ELSE
                           DISPLAY 'Staged Grade No Longer Matches '
                               'This Item - Not Applied.'
                       END-IF
               END-READ
               CLOSE RISK-GRADE-FILE
           END-IF.

       APPLY-STAGED-RISK-GRADE.
           MOVE LOAN-ID OF RISK-GRADE-REC
               TO LOAN-ID OF RISK-GRADE-HIST-REC
           ACCEPT GRADE-CHANGE-DATE FROM DATE YYYYMMDD
           MOVE RISK-GRADE         TO OLD-RISK-GRADE
           MOVE PROPOSED-GRADE     TO NEW-RISK-GRADE
           MOVE PROPOSED-RATIONALE TO CHANGE-RATIONALE
           MOVE PROPOSED-BY        TO CHANGE-REQUESTED-BY
           MOVE WS-USER-ID         TO CHANGE-APPROVED-BY

           MOVE PROPOSED-GRADE       TO RISK-GRADE
           MOVE GRADE-CHANGE-DATE    TO GRADE-EFFECTIVE-DATE
           MOVE PROPOSED-RATIONALE   TO GRADE-RATIONALE
           MOVE PROPOSED-BY          TO GRADE-REQUESTED-BY
           MOVE WS-USER-ID           TO GRADE-APPROVED-BY
           MOVE GRADE-CHANGE-DATE    TO LAST-REVIEW-DATE
           MOVE PROPOSED-BY          TO LAST-REVIEWED-BY
           MOVE PROPOSED-NEXT-REVIEW TO NEXT-REVIEW-DATE
           MOVE SPACES TO SUGGESTED-GRADE SUGGESTED-REASON
           MOVE ZERO   TO SUGGESTED-DATE
           PERFORM CLEAR-RISK-GRADE-STAGING
           REWRITE RISK-GRADE-REC
               INVALID KEY
                   DISPLAY 'Error Updating Risk Grade.'
               NOT INVALID KEY
                   OPEN EXTEND RISK-GRADE-HIST-FILE
                   IF NOT GRADE-HIST-FILE-OK
                       OPEN OUTPUT RISK-GRADE-HIST-FILE
                   END-IF
                   WRITE RISK-GRADE-HIST-REC
                   CLOSE RISK-GRADE-HIST-FILE
                   DISPLAY 'Loan ' PENDING-KEY-ID ' Graded '
                       RISK-GRADE
                   MOVE 'Y' TO WS-APPLIED-OK
           END-REWRITE.

       DISCARD-RISK-GRADE-PROPOSAL.
           OPEN I-O RISK-GRADE-FILE
           IF GRADE-FILE-OK
               MOVE PENDING-KEY-ID TO LOAN-ID OF RISK-GRADE-REC
               READ RISK-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PROPOSED-GRADE = PENDING-DETAIL (1:15)
                           PERFORM CLEAR-RISK-GRADE-STAGING
                           REWRITE RISK-GRADE-REC
                               INVALID KEY
                                   DISPLAY 'Error Clearing Staged '
                                       'Grade.'
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE RISK-GRADE-FILE
           END-IF.

       CLEAR-RISK-GRADE-STAGING.
           MOVE SPACES TO PROPOSED-GRADE PROPOSED-RATIONALE
                          PROPOSED-BY
           MOVE ZERO   TO PROPOSED-NEXT-REVIEW PROPOSED-DATE.

      *----------------------------------------------------------------
      *  Released sanctions match: the release IS the clearance --
      *  the supervisor judged the hit a false positive, so the
               ' - Re-Run Loan Approval To Complete.'
           MOVE 'Y' TO WS-APPLIED-OK.

      *----------------------------------------------------------------
      *  Released Reg O prior approval: the release stands for the
      *  board's vote on the insider credit.  LOAN-APPROVAL-FILE's
      *  insider gate honors a RELEASED REG O BOARD row for the
      *  application, so the approver re-runs the approval.
      *----------------------------------------------------------------
       APPLY-REGO-BOARD-APPROVAL.
           DISPLAY 'Board Approval Recorded For Insider Application '
               PENDING-KEY-ID
               ' - Re-Run Loan Approval To Complete.'
           MOVE 'Y' TO WS-APPLIED-OK.

      *----------------------------------------------------------------
      *  Released legal-hold release: the hold row named by the
      *  queue item goes RELEASED with the supervisor's identity,
      *  and the purge, archive and sale runs pick the records up
      *  again from their next pass.
      *----------------------------------------------------------------
       APPLY-LEGAL-HOLD-RELEASE.
           MOVE PENDING-DETAIL TO WS-HOLD-DETAIL
           OPEN I-O LEGAL-HOLD-FILE
           IF NOT HOLD-FILE-OK
               DISPLAY 'Error Opening LEGAL-HOLD-FILE.'
           ELSE
               MOVE WS-HOLD-DETAIL-SCOPE  TO HOLD-SCOPE
               MOVE PENDING-KEY-ID        TO HOLD-SUBJECT-ID
               MOVE WS-HOLD-DETAIL-MATTER TO HOLD-MATTER-NUMBER
               READ LEGAL-HOLD-FILE
                   INVALID KEY
                       DISPLAY 'Legal Hold Not Found - Matter '
                           WS-HOLD-DETAIL-MATTER
                   NOT INVALID KEY
                       MOVE 'R' TO HOLD-STATUS
                       ACCEPT HOLD-RELEASED-DATE FROM DATE YYYYMMDD
                       MOVE WS-USER-ID TO HOLD-RELEASED-BY
                       REWRITE LEGAL-HOLD-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Legal Hold.'
                           NOT INVALID KEY
                               DISPLAY 'Legal Hold Released - Matter '
                                   WS-HOLD-DETAIL-MATTER
                               MOVE 'Y' TO WS-APPLIED-OK
                       END-REWRITE
               END-READ
               CLOSE LEGAL-HOLD-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Released red-flag maintenance: the address and/or phone
      *  change staged on the customer's alert record moves onto
      *  CUSTOMER-FILE, journaled like any customer update, and the
      *  staging is cleared.  A blank staged street line means the
      *  address was not changing, a zero staged phone the phone.
      *----------------------------------------------------------------
       APPLY-FRAUD-ALERT-MAINT.
           OPEN I-O FRAUD-ALERT-FILE
           IF NOT ALERT-FILE-OK
               DISPLAY 'Error Opening FRAUD-ALERT-FILE.'
           ELSE
               MOVE PENDING-KEY-ID TO CUSTOMER-ID OF FRAUD-ALERT-REC
               READ FRAUD-ALERT-FILE
                   INVALID KEY
                       DISPLAY 'Fraud Alert Not Found For Customer '
                           PENDING-KEY-ID
                   NOT INVALID KEY
                       IF CHANGE-STAGED
                           PERFORM APPLY-STAGED-CUSTOMER-CHANGE
                       ELSE
                           DISPLAY 'No Staged Change On File For '
                               'Customer ' PENDING-KEY-ID
                       END-IF
               END-READ
               CLOSE FRAUD-ALERT-FILE
           END-IF.

       APPLY-STAGED-CUSTOMER-CHANGE.
           OPEN I-O CUSTOMER-FILE
           IF NOT CUST-FILE-OK
               DISPLAY 'Error Opening CUSTOMER-FILE.'
           ELSE
               MOVE PENDING-KEY-ID TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY 'Customer Not Found: '
                           PENDING-KEY-ID
                   NOT INVALID KEY
                       MOVE CUSTOMER-REC TO WS-JRN-BEFORE
                       IF STAGED-STREET-1 NOT = SPACES
                           MOVE STAGED-STREET-1 TO ADDR-STREET-1
                           MOVE STAGED-STREET-2 TO ADDR-STREET-2
                           MOVE STAGED-CITY     TO ADDR-CITY
                           MOVE STAGED-STATE    TO ADDR-STATE
                           MOVE STAGED-ZIP-5    TO ADDR-ZIP-5
                           MOVE STAGED-ZIP-4    TO ADDR-ZIP-4
                           MOVE 'S'             TO ADDRESS-FORMAT
                           MOVE 'G'             TO ADDRESS-STATUS
                       END-IF
                       IF STAGED-PHONE NOT = ZERO
                           MOVE STAGED-PHONE TO PHONE
                       END-IF
                       REWRITE CUSTOMER-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Customer.'
                           NOT INVALID KEY
                               PERFORM JOURNAL-AND-CLEAR-STAGING
                       END-REWRITE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       JOURNAL-AND-CLEAR-STAGING.
           MOVE 'CUSTOMER.DAT' TO WS-JRN-FILE-NAME
           MOVE 'UPDATE'       TO WS-JRN-ACTION
           MOVE CUSTOMER-REC   TO WS-JRN-AFTER
           CALL 'WRITE-JOURNAL-ENTRY' USING WS-JRN-FILE-NAME
                                             WS-JRN-ACTION
                                             WS-USER-ID
                                             WS-JRN-BEFORE
                                             WS-JRN-AFTER
           MOVE 'N'    TO STAGED-CHANGE-FLAG
           MOVE SPACES TO STAGED-BY
           MOVE ZERO   TO STAGED-DATE
           MOVE SPACES TO STAGED-STREET-1 STAGED-STREET-2
                          STAGED-CITY STAGED-STATE
                          STAGED-ZIP-5 STAGED-ZIP-4
           MOVE ZERO   TO STAGED-PHONE
           REWRITE FRAUD-ALERT-REC
               INVALID KEY
                   DISPLAY 'Error Clearing Staged Change.'
           END-REWRITE
           DISPLAY 'Staged Change Applied To Customer '
               PENDING-KEY-ID
           MOVE 'Y' TO WS-APPLIED-OK.

      *----------------------------------------------------------------
      *  Released red-flag autopay change: the bank account the
      *  maker keyed (routing and account in PENDING-DETAIL, debit
      *  day in PENDING-AUX-DATE-1) goes on the loan's AUTOPAY.DAT
      *  enrollment, active.
      *----------------------------------------------------------------
       APPLY-FRAUD-AUTOPAY-CHANGE.
           MOVE PENDING-DETAIL TO WS-AUTOPAY-DETAIL
           OPEN I-O AUTOPAY-FILE
           IF AUTOPAY-NOT-FOUND
               OPEN OUTPUT AUTOPAY-FILE
               CLOSE AUTOPAY-FILE
               OPEN I-O AUTOPAY-FILE
           END-IF
           IF NOT AUTOPAY-FILE-OK
               DISPLAY 'Error Opening AUTOPAY-FILE.'
           ELSE
               MOVE PENDING-KEY-ID TO LOAN-ID OF AUTOPAY-REC
               READ AUTOPAY-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-AUTOPAY-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-AUTOPAY-ON-FILE
               END-READ
               MOVE PENDING-KEY-ID     TO LOAN-ID OF AUTOPAY-REC
               MOVE WS-AUTOPAY-ROUTING TO ROUTING-NUMBER
               MOVE WS-AUTOPAY-ACCOUNT TO ACCOUNT-NUMBER
               MOVE PENDING-AUX-DATE-1 TO DEBIT-DAY
               MOVE 'Y'                TO AUTOPAY-STATUS
               IF AUTOPAY-ON-FILE
                   REWRITE AUTOPAY-REC
                       INVALID KEY
                           DISPLAY 'Error Updating Autopay.'
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-APPLIED-OK
                   END-REWRITE
               ELSE
                   WRITE AUTOPAY-REC
                       INVALID KEY
                           DISPLAY 'Error Writing Autopay.'
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-APPLIED-OK
                   END-WRITE
               END-IF
               IF APPLIED-OK
                   DISPLAY 'Autopay Account Applied For Loan '
                       PENDING-KEY-ID
               END-IF
               CLOSE AUTOPAY-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Released red-flag refund check: the HELD check goes ISSUED,
      *  which puts it on the next positive-pay file and in the mail.
      *----------------------------------------------------------------
       APPLY-FRAUD-CHECK-RELEASE.
           OPEN I-O CHECK-ISSUE-FILE
           IF NOT ISSUE-FILE-OK
               DISPLAY 'Error Opening CHECK-ISSUE-FILE.'
           ELSE
               MOVE PENDING-KEY-ID TO CHECK-NUMBER
               READ CHECK-ISSUE-FILE
                   INVALID KEY
                       DISPLAY 'Check Not Found: ' PENDING-KEY-ID
                   NOT INVALID KEY
                       IF CHECK-HELD
                           MOVE 'ISSUED' TO CHECK-STATUS
                           REWRITE CHECK-ISSUE-REC
                               INVALID KEY
                                   DISPLAY 'Error Updating Check.'
                               NOT INVALID KEY
                                   DISPLAY 'Check ' PENDING-KEY-ID
                                       ' Released To ISSUED.'
                                   MOVE 'Y' TO WS-APPLIED-OK
                           END-REWRITE
                       ELSE
                           DISPLAY 'Check ' PENDING-KEY-ID
                               ' Is Not HELD - Status ' CHECK-STATUS
                       END-IF
               END-READ
               CLOSE CHECK-ISSUE-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Released red-flag funding or draw: the release is the
      *  sign-off that the borrower was verified -- LOAN-FUNDING and
      *  the HELOC draw honor a RELEASED row for the loan, so the
      *  blocked operation is re-keyed.
      *----------------------------------------------------------------
       APPLY-FRAUD-FUNDING-RELEASE.
           DISPLAY 'Funding Released After Identity Verification - '
               'Loan ' PENDING-KEY-ID ' - Re-Run Loan Funding.'
           MOVE 'Y' TO WS-APPLIED-OK.

       APPLY-FRAUD-DRAW-RELEASE.
           DISPLAY 'Draw Released After Identity Verification - '
               'Loan ' PENDING-KEY-ID ' - Re-Key The Draw.'
           MOVE 'Y' TO WS-APPLIED-OK.

      *----------------------------------------------------------------
      *  Released alert clearance: the alert goes CLEARED with the
      *  supervisor's identity.  A change still staged on it is
      *  left for its own queue item.
      *----------------------------------------------------------------
       APPLY-FRAUD-ALERT-CLEAR.
           OPEN I-O FRAUD-ALERT-FILE
           IF NOT ALERT-FILE-OK
               DISPLAY 'Error Opening FRAUD-ALERT-FILE.'
           ELSE
               MOVE PENDING-KEY-ID TO CUSTOMER-ID OF FRAUD-ALERT-REC
               READ FRAUD-ALERT-FILE
                   INVALID KEY
                       DISPLAY 'Fraud Alert Not Found For Customer '
                           PENDING-KEY-ID
                   NOT INVALID KEY
                       MOVE 'C' TO ALERT-STATUS
                       ACCEPT ALERT-CLEARED-DATE FROM DATE YYYYMMDD
                       MOVE WS-USER-ID TO ALERT-CLEARED-BY
                       REWRITE FRAUD-ALERT-REC
                           INVALID KEY
                               DISPLAY 'Error Updating Fraud Alert.'
                           NOT INVALID KEY
                               DISPLAY 'Fraud Alert Cleared For '
                                   'Customer ' PENDING-KEY-ID
                               MOVE 'Y' TO WS-APPLIED-OK
                       END-REWRITE
               END-READ
               CLOSE FRAUD-ALERT-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Released manual nonaccrual override (PENDING-DETAIL says
      *  SET or CLEAR): flips the loan and moves the unpaid accrued
                   NOT INVALID KEY
                       DISPLAY 'Collections Case Opened.'
                       MOVE 'Y' TO WS-APPLIED-OK
                       PERFORM CANCEL-CHARGED-OFF-PRODUCTS
               END-WRITE

               CLOSE COLLECTIONS-FILE
           END-IF.

      *----------------------------------------------------------------
      *  A charged-off loan's GAP, credit life and warranty products
      *  cancel as of the charge-off date.  The unearned premium is
      *  credited to the loan and comes off the loss on the case;
      *  the selling dealer gives back its commission share.
      *----------------------------------------------------------------
       CANCEL-CHARGED-OFF-PRODUCTS.
           MOVE PENDING-KEY-ID     TO WS-ACX-LOAN-ID
           MOVE PENDING-AUX-DATE-2 TO WS-ACX-EVENT-DATE
           MOVE 'CHARGEOFF'        TO WS-ACX-REASON
           MOVE 'L'                TO WS-ACX-DISPOSITION
           MOVE WS-USER-ID         TO WS-ACX-USER-ID
           CALL 'ANCILLARY-CANCEL' USING WS-ACX-LOAN-ID
                                         WS-ACX-SEQ
                                         WS-ACX-EVENT-DATE
                                         WS-ACX-REASON
                                         WS-ACX-DISPOSITION
                                         WS-ACX-USER-ID
                                         WS-ACX-LOAN-CREDIT
                                         WS-ACX-BORROWER-REFUND
           IF WS-ACX-LOAN-CREDIT > ZERO
               IF WS-ACX-LOAN-CREDIT < CHARGE-OFF-AMOUNT
                   SUBTRACT WS-ACX-LOAN-CREDIT FROM CHARGE-OFF-AMOUNT
               ELSE
                   MOVE ZERO TO CHARGE-OFF-AMOUNT
               END-IF
               REWRITE COLLECTIONS-REC
                   INVALID KEY
                       DISPLAY 'Error Reducing Charge-Off For Loan '
                           PENDING-KEY-ID
               END-REWRITE
               DISPLAY 'Ancillary Refund Credited Against Loss: '
                   WS-ACX-LOAN-CREDIT
           END-IF
           IF WS-ACX-BORROWER-REFUND > ZERO
               DISPLAY 'Ancillary Refund Owed To Borrower: '
                   WS-ACX-BORROWER-REFUND
           END-IF

           MOVE PENDING-KEY-ID     TO WS-CB-LOAN-ID
           MOVE PENDING-AUX-DATE-2 TO WS-CB-EVENT-DATE
           MOVE 'CHARGEOFF'        TO WS-CB-REASON
           CALL 'DEALER-RESERVE-CHARGEBACK' USING WS-CB-LOAN-ID
                                                  WS-CB-EVENT-DATE
                                                  WS-CB-REASON
                                                  WS-CB-CHARGED
           IF DEALER-CHARGED-BACK
               DISPLAY 'Dealer Chargeback Taken For Loan '
                   PENDING-KEY-ID
           END-IF.

       READ-SIGNON-SESSION.
           MOVE 'N' TO WS-SIGNON-FOUND
           MOVE SPACES TO WS-SESSION-ROLE
