      *  since last payment on a 30/360 basis and bucket the account
      *  CURRENT/30-DAYS/60-DAYS/90-DAYS.  LOAN-AMOUNT is reported as
      *  the bureau's "high credit" figure, LOAN-BALANCE as the
      *  current balance.  A borrower with a death notice on file
      *  (CHECK-DECEASED-BORROWER) carries the deceased indicator.
      *  A loan with an open notice of error on COMPLAINT.DAT
      *  (CHECK-ERROR-DISPUTE) is held back from the bureau until
      *  the case is resolved and counted as suspended.  A bureau
      *  dispute (BUREAU_DISPUTE.DAT) answered with a correction is
      *  forced into this run: the corrected status and balance
      *  replace the computed ones and the correction is marked
      *  applied.  Writes one CREDIT-BUREAU-REC per reported loan.
      *================================================================

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CB-FILE-STATUS.

           SELECT BUREAU-DISPUTE-FILE ASSIGN TO 'BUREAU_DISPUTE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTE-ID OF BUREAU-DISPUTE-REC
               ALTERNATE RECORD KEY IS ACDV-CONTROL-NO
               ALTERNATE RECORD KEY IS LOAN-ID OF BUREAU-DISPUTE-REC
                   WITH DUPLICATES
               FILE STATUS IS DISPUTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       FD  CREDIT-BUREAU-FILE.
       COPY CREDBUREAUREC.

       FD  BUREAU-DISPUTE-FILE.
       COPY ACDVREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
       01  CB-FILE-STATUS           PIC XX.
           88  CB-FILE-OK            VALUE '00'.
           88  CB-FILE-ERROR         VALUE '10'.
       01  DISPUTE-FILE-STATUS      PIC XX.
           88  DISPUTE-FILE-OK       VALUE '00'.
       01  WS-DISPUTES-ON-HAND      PIC X VALUE 'N'.
           88  DISPUTES-ON-HAND      VALUE 'Y'.
       01  WS-END-OF-DISPUTES       PIC X.
           88  END-OF-DISPUTES       VALUE 'Y'.

       01  WS-END-OF-LOANS          PIC X VALUE 'N'.
           88  END-OF-LOANS          VALUE 'Y'.

       01  WS-DAYS-SINCE-PAYMENT    PIC S9(5).

       01  WS-BORROWER-DECEASED     PIC X.
           88  BORROWER-DECEASED     VALUE 'Y'.

       01  WS-ERROR-DISPUTED        PIC X.
           88  ERROR-DISPUTE-OPEN    VALUE 'Y'.

       01  WS-LOANS-EXTRACTED       PIC 9(5) COMP VALUE ZERO.
       01  WS-LOANS-SUSPENDED       PIC 9(5) COMP VALUE ZERO.
       01  WS-CORRECTIONS-APPLIED   PIC 9(5) COMP VALUE ZERO.

       01  WS-CTL-STEP-NAME         PIC X(20).
       01  WS-CTL-RECORDS-READ      PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN   PIC 9(7).
       01  WS-CTL-DOLLARS-IN        PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT       PIC 9(9)V99.
       01  WS-TIMER-MODE          PIC X.
       01  WS-TIMER-START-DATE    PIC 9(8).
       01  WS-TIMER-START-TIME    PIC 9(6).
       01  WS-BUSDATE-FOUND         PIC X.
           88  BUSINESS-DATE-FOUND   VALUE 'Y'.

       PROCEDURE DIVISION.

       MOVE 'S' TO WS-TIMER-MODE
       CALL 'STEP-TIMER' USING WS-TIMER-MODE
                                WS-TIMER-START-DATE
                                WS-TIMER-START-TIME

       CALL 'GET-BUSINESS-DATE' USING WS-REPORT-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           STOP RUN
       END-IF

       OPEN I-O BUREAU-DISPUTE-FILE
       IF DISPUTE-FILE-OK
           MOVE 'Y' TO WS-DISPUTES-ON-HAND
       END-IF

       PERFORM EXTRACT-NEXT-LOAN UNTIL END-OF-LOANS

       CLOSE LOAN-FILE
       CLOSE CREDIT-BUREAU-FILE
       IF DISPUTES-ON-HAND
           CLOSE BUREAU-DISPUTE-FILE
       END-IF

       PERFORM WRITE-CONTROL-TOTALS

       DISPLAY 'Credit Bureau Extract Complete - Loans Reported: '
           WS-LOANS-EXTRACTED
       DISPLAY 'Loans Suspended For Open Error Notice: '
           WS-LOANS-SUSPENDED
       DISPLAY 'Bureau Dispute Corrections Furnished: '
           WS-CORRECTIONS-APPLIED

       STOP RUN.

       WRITE-CONTROL-TOTALS.
           MOVE 'CREDIT-BUREAU-EXT' TO WS-CTL-STEP-NAME
           COMPUTE WS-CTL-RECORDS-READ =
               WS-LOANS-EXTRACTED + WS-LOANS-SUSPENDED
           MOVE WS-LOANS-EXTRACTED TO WS-CTL-RECORDS-WRITTEN
           MOVE ZERO TO WS-CTL-DOLLARS-IN
           MOVE ZERO TO WS-CTL-DOLLARS-OUT
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   CALL 'CHECK-ERROR-DISPUTE' USING LOAN-ID OF LOAN-REC
                                                    WS-ERROR-DISPUTED
                   IF ERROR-DISPUTE-OPEN
                       ADD 1 TO WS-LOANS-SUSPENDED
                   ELSE
                       PERFORM BUILD-CREDIT-BUREAU-ROW
                       ADD 1 TO WS-LOANS-EXTRACTED
                   END-IF
           END-READ.

       BUILD-CREDIT-BUREAU-ROW.
           MOVE LOAN-BALANCE OF LOAN-REC TO CB-CURRENT-BALANCE
           MOVE WS-REPORT-DATE          TO CB-REPORT-DATE

           MOVE SPACE TO CB-DECEASED-IND
           CALL 'CHECK-DECEASED-BORROWER' USING LOAN-ID OF LOAN-REC
                                             CUSTOMER-ID OF LOAN-REC
                                             WS-BORROWER-DECEASED
           IF BORROWER-DECEASED
               MOVE 'X' TO CB-DECEASED-IND
           END-IF

           EVALUATE TRUE
               WHEN STATUS-DEFAULT
                   MOVE 'CHARGEOFF' TO CB-ACCOUNT-STATUS
                   PERFORM DETERMINE-PAYMENT-STATUS
           END-EVALUATE

           IF DISPUTES-ON-HAND
               PERFORM APPLY-DISPUTE-CORRECTIONS
           END-IF

           WRITE CREDIT-BUREAU-REC.

      *----------------------------------------------------------------
      *  Every correction still pending on the loan's disputes is
      *  furnished now and marked applied; taken in dispute order,
      *  so the latest answer is the one reported.
      *----------------------------------------------------------------
       APPLY-DISPUTE-CORRECTIONS.
           MOVE 'N' TO WS-END-OF-DISPUTES
           MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF BUREAU-DISPUTE-REC
           START BUREAU-DISPUTE-FILE KEY IS EQUAL TO
                   LOAN-ID OF BUREAU-DISPUTE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-DISPUTES
           END-START
           PERFORM APPLY-NEXT-CORRECTION UNTIL END-OF-DISPUTES.

       APPLY-NEXT-CORRECTION.
           READ BUREAU-DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-DISPUTES
               NOT AT END
                   IF LOAN-ID OF BUREAU-DISPUTE-REC
                           NOT = LOAN-ID OF LOAN-REC
                       MOVE 'Y' TO WS-END-OF-DISPUTES
                   ELSE
                       IF CORRECTION-PENDING
                           MOVE COR-ACCOUNT-STATUS
                               TO CB-ACCOUNT-STATUS
                           MOVE COR-CURRENT-BALANCE
                               TO CB-CURRENT-BALANCE
                           MOVE 'A' TO ACDV-CORRECTION-STATE
                           MOVE WS-REPORT-DATE
                               TO ACDV-CORRECTION-APPLIED
                           REWRITE BUREAU-DISPUTE-REC
                               INVALID KEY
                                   DISPLAY 'Error Updating Dispute '
                                       DISPUTE-ID
                               NOT INVALID KEY
                                   ADD 1 TO WS-CORRECTIONS-APPLIED
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Finds the most recent PAYMENT or PAYOFF transaction on this
      *  loan and buckets the account by days since that payment, the
