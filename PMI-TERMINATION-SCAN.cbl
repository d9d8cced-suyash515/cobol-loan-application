      *================================================================
      *  Monthly PMI termination scan.  For every ACTIVE PMI.DAT
      *  record, measures LOAN-BALANCE against the collateral's
      *  origination value (ORIG-APPRAISED-VALUE on COLLATERAL.DAT
      *  summed over the items still securing the loan, falling back
      *  to the current appraised value on items the revaluation
      *  batch has not touched yet -- GET-COLLATERAL-VALUE).  When
      *  the balance amortizes to the statutory threshold -- PMI
      *  CANCEL LTV system parameter, 78 percent when none is on
      *  file -- the premium cancels automatically: the PMI record
      *  is stamped CANCELED as of the run date, the PMI payee row
      *  comes off ESCROW_PAYEE.DAT so the escrow payment drops, and
      *  LETTER-GENERATION mails the borrower notice the same night.
      *  Borrowers are legally entitled to this without asking.
      *================================================================

       ENVIRONMENT DIVISION.
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT ESCROW-PAYEE-FILE ASSIGN TO 'ESCROW_PAYEE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  ESCROW-PAYEE-FILE.
       COPY ESCPAYEEREC.

           88  PMI-FILE-OK          VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  PAYEE-FILE-STATUS       PIC XX.
           88  PAYEE-FILE-OK        VALUE '00'.

           88  DATA-ON-FILE         VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-ORIGINAL-VALUE       PIC 9(9)V99.
       01  WS-CV-LOAN-ID           PIC 9(5).
       01  WS-CV-VALUE             PIC 9(9)V99.
       01  WS-CV-ORIG-VALUE        PIC 9(9)V99.
       01  WS-CV-ITEM-COUNT        PIC 9(3).
       01  WS-CURRENT-LTV          PIC 9(3)V99.

      *  Compiled default; overridden by the PMI CANCEL LTV system
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           CLOSE PMI-FILE
           STOP RUN
       END-IF

       CLOSE PMI-FILE
       CLOSE LOAN-FILE

       DISPLAY 'PMI Termination Scan Complete - Scanned: '
           WS-POLICIES-SCANNED ' Canceled: ' WS-POLICIES-CANCELED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOAN-ID OF PMI-REC TO WS-CV-LOAN-ID
                   CALL 'GET-COLLATERAL-VALUE' USING WS-CV-LOAN-ID
                                                      WS-CV-VALUE
                                                      WS-CV-ORIG-VALUE
                                                      WS-CV-ITEM-COUNT
                   IF WS-CV-ITEM-COUNT > ZERO
                       MOVE 'Y' TO WS-DATA-ON-FILE
                   END-IF
           END-READ

           IF DATA-ON-FILE
               MOVE WS-CV-ORIG-VALUE TO WS-ORIGINAL-VALUE
               IF WS-ORIGINAL-VALUE > ZERO
                   COMPUTE WS-CURRENT-LTV ROUNDED =
                       LOAN-BALANCE OF LOAN-REC * 100
