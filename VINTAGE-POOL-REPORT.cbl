      *  the cohort of its FUNDING.DAT FUNDING-DATE year and its
      *  LOAN-TYPE, and each cohort is tracked as a closed pool:
      *
      *      - loans and dollars originated, with the part of them
      *        that refinanced an existing loan (FUNDING-PURPOSE)
      *        broken out from new money;
      *      - cumulative charge-offs from COLLECTIONS.DAT;
      *      - prepayments from PAYOFF transactions on
      *        TRANSACTION-FILE, with the loans that left the pool
      *        by refinancing (REFINANCED-BY-LOAN-ID) broken out
      *        from cash payoffs;
      *      - the current delinquency mix from the operator-dated
      *        DELINQ_SNAPSHOT.DAT rows.
      *
           05  VSC-ORIGINATION-FEE PIC 9(7)V99.
           05  VSC-NET-AMOUNT      PIC 9(7)V99.
           05  VSC-FUNDED-BY       PIC X(10).
           05  VSC-FUNDING-PURPOSE PIC X.
           05  VSC-REFI-PAYOFF-LOAN-ID PIC 9(5).
           05  VSC-REFI-PAYOFF-AMOUNT PIC 9(7)V99.

       FD  LOAN-FILE.
       COPY LOANREC.
       01  WS-SNAPSHOT-DATE        PIC 9(8).
       01  WS-WORK-LOAN-ID         PIC 9(5).
       01  WS-WORK-LOAN-TYPE       PIC X(20).
       01  WS-WORK-REFI-BY         PIC 9(5).
       01  WS-WORK-VINTAGE         PIC 9(4).
       01  WS-VINTAGE-FOUND        PIC X.
           88  VINTAGE-FOUND        VALUE 'Y'.
               10  WS-PL-CHGOFF-AMOUNT PIC 9(11)V99.
               10  WS-PL-PREPAY-COUNT  PIC 9(5) COMP.
               10  WS-PL-PREPAY-AMOUNT PIC 9(11)V99.
      *  Refinance split: originations that paid off an existing
      *  loan, and prepayments that were a refinance out of the pool.
               10  WS-PL-REFI-COUNT    PIC 9(5) COMP.
               10  WS-PL-REFI-AMOUNT   PIC 9(11)V99.
               10  WS-PL-REFI-OUT-COUNT PIC 9(5) COMP.
               10  WS-PL-REFI-OUT-AMOUNT PIC 9(11)V99.
               10  WS-PL-CURRENT       PIC 9(5) COMP.
               10  WS-PL-30            PIC 9(5) COMP.
               10  WS-PL-60            PIC 9(5) COMP.
                           ADD 1 TO WS-PL-ORIG-COUNT (WS-POOL-IX)
                           ADD GROSS-AMOUNT
                               TO WS-PL-ORIG-AMOUNT (WS-POOL-IX)
                           IF FUNDED-REFINANCE
                               ADD 1 TO WS-PL-REFI-COUNT (WS-POOL-IX)
                               ADD GROSS-AMOUNT
                                   TO WS-PL-REFI-AMOUNT (WS-POOL-IX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       FIND-LOAN-TYPE.
           MOVE SPACES TO WS-WORK-LOAN-TYPE
           MOVE ZERO TO WS-WORK-REFI-BY
           IF LOAN-WAS-OPENED
               MOVE WS-WORK-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   NOT INVALID KEY
                       MOVE LOAN-TYPE OF LOAN-REC
                           TO WS-WORK-LOAN-TYPE
                       MOVE REFINANCED-BY-LOAN-ID
                           TO WS-WORK-REFI-BY
               END-READ
           END-IF.

                                   OF TRANSACTION-REC
                                   TO WS-EVENT-AMOUNT
                               PERFORM ADD-PREPAY-TO-GRID
                               IF WS-WORK-REFI-BY > ZERO
                                   ADD 1 TO WS-PL-REFI-OUT-COUNT
                                       (WS-POOL-IX)
                                   ADD PAYMENT-AMOUNT
                                       OF TRANSACTION-REC
                                       TO WS-PL-REFI-OUT-AMOUNT
                                           (WS-POOL-IX)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WS-PL-TYPE (WS-IX)
           DISPLAY '  Originated ' WS-PL-ORIG-COUNT (WS-IX)
               ' / ' WS-PL-ORIG-AMOUNT (WS-IX)
           DISPLAY '    Refinance ' WS-PL-REFI-COUNT (WS-IX)
               ' / ' WS-PL-REFI-AMOUNT (WS-IX)
           DISPLAY '  Cum Charge-Offs ' WS-PL-CHGOFF-COUNT (WS-IX)
               ' / ' WS-PL-CHGOFF-AMOUNT (WS-IX)
           DISPLAY '  Prepayments ' WS-PL-PREPAY-COUNT (WS-IX)
               ' / ' WS-PL-PREPAY-AMOUNT (WS-IX)
           DISPLAY '    Refinanced Out ' WS-PL-REFI-OUT-COUNT (WS-IX)
               ' / ' WS-PL-REFI-OUT-AMOUNT (WS-IX)
           DISPLAY '  Mix C/30/60/90: ' WS-PL-CURRENT (WS-IX) ' '
               WS-PL-30 (WS-IX) ' ' WS-PL-60 (WS-IX) ' '
               WS-PL-90 (WS-IX)
