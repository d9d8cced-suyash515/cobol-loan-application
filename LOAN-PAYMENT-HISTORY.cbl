       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYMENT-HISTORY.

      *================================================================
      *  Life-of-loan payment history for a bankruptcy proof of
      *  claim, a foreclosure referral or litigation.  Every amount
      *  that fell due (PAYMENT_SCHEDULE.DAT), every amount received
      *  and how PAYMENT-ALLOCATION applied it (the ALLOCATION-SPLIT
      *  on TRANSACTION.DAT), fees assessed, reversals and escrow
      *  paid out (ESCROW_CHECK_REGISTER.DAT) are merged into one
      *  dated history with the running principal, escrow, fee and
      *  arrearage positions beside each line.  Transactions already
      *  purged from the live file are picked up from their copies
      *  on BACKUP.DAT; rows copied before the split was archived
      *  apply the whole amount to the installment arrearage.  The
      *  escrow running balance opens at whatever brings it to the
      *  ESCROW.DAT ledger today.
      *
      *  The cutoff is the petition (FILED-DATE on BANKRUPTCY.DAT)
      *  for a proof of claim, or the referral date keyed for a
      *  foreclosure or litigation.  Everything dated on or before
      *  it is pre-petition; the positions as of that day print as
      *  the total debt and the arrearage, followed by the ongoing
      *  payment and the history, on PAYMENT_HISTORY.PRT in the
      *  court's mortgage proof of claim attachment order:
      *    PART 1  LOAN AND CASE
      *    PART 2  TOTAL DEBT AS OF THE CUTOFF
      *    PART 3  ARREARAGE AS OF THE CUTOFF
      *    PART 4  ONGOING PAYMENT
      *    PART 5  LOAN PAYMENT HISTORY
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT BANKRUPTCY-FILE ASSIGN TO 'BANKRUPTCY.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF BANKRUPTCY-REC
               FILE STATUS IS BKR-FILE-STATUS.

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO 'TRANSACTION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-ID OF TRANSACTION-REC
               ALTERNATE RECORD KEY IS LOAN-ID OF TRANSACTION-REC
                   WITH DUPLICATES
               FILE STATUS IS TRAN-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO 'BACKUP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT ESCROW-FILE ASSIGN TO 'ESCROW.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF ESCROW-REC
               FILE STATUS IS ESCROW-FILE-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO 'ESCROW_CHECK_REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT HISTORY-PRINT-FILE
               ASSIGN TO 'PAYMENT_HISTORY.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  BANKRUPTCY-FILE.
       COPY BANKRUPTCYREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  BACKUP-FILE.
       COPY BACKUPREC.

       FD  ESCROW-FILE.
       COPY ESCROWREC.

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC.
           05  REG-RUN-DATE            PIC 9(8).
           05  REG-LOAN-ID             PIC 9(5).
           05  REG-PAYEE-TYPE          PIC X(10).
           05  REG-PAYEE-NAME          PIC X(30).
           05  REG-PAYEE-ADDRESS       PIC X(50).
           05  REG-AMOUNT              PIC 9(7)V99.
           05  REG-CHECK-NUMBER        PIC 9(5).

       FD  HISTORY-PRINT-FILE.
       01  HISTORY-PRINT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  BKR-FILE-STATUS         PIC XX.
           88  BKR-FILE-OK          VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  BACKUP-FILE-STATUS      PIC XX.
           88  BACKUP-FILE-OK       VALUE '00'.
       01  ESCROW-FILE-STATUS      PIC XX.
           88  ESCROW-FILE-OK       VALUE '00'.
       01  REGISTER-FILE-STATUS    PIC XX.
           88  REGISTER-FILE-OK     VALUE '00'.
       01  PRINT-FILE-STATUS       PIC XX.
           88  PRINT-FILE-OK        VALUE '00'.
           88  PRINT-FILE-ERROR     VALUE '10'.

       01  WS-LOAN-ID              PIC 9(5).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-PURPOSE              PIC X.
           88  PURPOSE-BANKRUPTCY   VALUE 'B'.
           88  PURPOSE-FORECLOSURE  VALUE 'F'.
           88  PURPOSE-LITIGATION   VALUE 'L'.
           88  PURPOSE-IS-VALID     VALUE 'B' 'F' 'L'.
       01  WS-PURPOSE-TITLE        PIC X(40).
       01  WS-CUTOFF-WORD          PIC X(15).
       01  WS-USER-ID              PIC A(10).
       01  WS-SIGNON-FOUND         PIC X.
           88  SIGNON-FOUND         VALUE 'Y'.
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-BORROWER-FOUND       PIC X VALUE 'N'.
           88  BORROWER-FOUND       VALUE 'Y'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-END-OF-TRAN          PIC X VALUE 'N'.
           88  END-OF-TRAN          VALUE 'Y'.
       01  WS-END-OF-BACKUP        PIC X VALUE 'N'.
           88  END-OF-BACKUP        VALUE 'Y'.
       01  WS-END-OF-REGISTER      PIC X VALUE 'N'.
           88  END-OF-REGISTER      VALUE 'Y'.

      *  A purged transaction's copy on BACKUP.DAT, as RETENTION-
      *  PURGE and NIGHTLY-BACKUP pack it.
       01  WS-TRAN-ARCHIVE-DATA.
           05  ARC-TRAN-ID              PIC 9(5).
           05  ARC-TRAN-LOAN-ID         PIC 9(5).
           05  ARC-TRAN-PAYMENT-DATE    PIC 9(8).
           05  ARC-TRAN-PAYMENT-AMOUNT  PIC 9(7)V99.
           05  ARC-TRAN-REMAINING-BAL   PIC 9(7)V99.
           05  ARC-TRAN-TYPE            PIC X(10).
           05  ARC-TRAN-REVERSED-ID     PIC 9(5).
           05  ARC-TRAN-ALLOC-SPLIT.
               10  ARC-TRAN-ALLOC-FEE       PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-INTEREST  PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-PRINCIPAL PIC 9(7)V99.
               10  ARC-TRAN-ALLOC-ESCROW    PIC 9(7)V99.

      *----------------------------------------------------------------
      *  The merged history, kept in date order as it is loaded.
      *  EVT-ORDER sorts a day's installment ahead of the money
      *  that paid it, and escrow paid out after both.  EVT-CLASS:
      *  D installment due, P payment/payoff/recovery, F fee
      *  assessed, R reversal, A adjustment, W line draw, E escrow
      *  disbursement.  The applied amounts are filled in as the
      *  history is walked so a reversal can back out exactly what
      *  its original did.
      *----------------------------------------------------------------
       01  WS-NEW-EVENT.
           05  NEW-SORT-KEY.
               10  NEW-DATE            PIC 9(8).
               10  NEW-ORDER           PIC 9.
           05  NEW-CLASS               PIC X.
           05  NEW-DESC                PIC X(10).
           05  NEW-TRAN-ID             PIC 9(5).
           05  NEW-REVERSED-ID         PIC 9(5).
           05  NEW-DUE                 PIC 9(7)V99.
           05  NEW-DUE-INTEREST        PIC 9(7)V99.
           05  NEW-AMOUNT              PIC 9(7)V99.
           05  NEW-FEE                 PIC 9(7)V99.
           05  NEW-INTEREST            PIC 9(7)V99.
           05  NEW-PRINCIPAL           PIC 9(7)V99.
           05  NEW-ESCROW              PIC 9(7)V99.
           05  NEW-SPLIT-KNOWN         PIC X.
           05  NEW-BALANCE             PIC 9(7)V99.
           05  NEW-PI-APPLIED          PIC 9(7)V99.
           05  NEW-INT-APPLIED         PIC 9(7)V99.
           05  NEW-FEE-APPLIED         PIC 9(7)V99.
           05  NEW-ESC-APPLIED         PIC 9(7)V99.
       01  WS-HISTORY-TABLE.
           05  WS-HIST-EVENT OCCURS 2000 TIMES.
               10  EVT-SORT-KEY.
                   15  EVT-DATE        PIC 9(8).
                   15  EVT-ORDER       PIC 9.
               10  EVT-CLASS           PIC X.
                   88  EVT-INSTALLMENT      VALUE 'D'.
                   88  EVT-RECEIPT          VALUE 'P'.
                   88  EVT-FEE-ASSESSED     VALUE 'F'.
                   88  EVT-REVERSAL         VALUE 'R'.
                   88  EVT-ADJUSTMENT       VALUE 'A'.
                   88  EVT-DRAW             VALUE 'W'.
                   88  EVT-ESCROW-PAID      VALUE 'E'.
               10  EVT-DESC            PIC X(10).
               10  EVT-TRAN-ID         PIC 9(5).
               10  EVT-REVERSED-ID     PIC 9(5).
               10  EVT-DUE             PIC 9(7)V99.
               10  EVT-DUE-INTEREST    PIC 9(7)V99.
               10  EVT-AMOUNT          PIC 9(7)V99.
               10  EVT-FEE             PIC 9(7)V99.
               10  EVT-INTEREST        PIC 9(7)V99.
               10  EVT-PRINCIPAL       PIC 9(7)V99.
               10  EVT-ESCROW          PIC 9(7)V99.
               10  EVT-SPLIT-KNOWN     PIC X.
                   88  EVT-SPLIT-ON-FILE    VALUE 'Y'.
               10  EVT-BALANCE         PIC 9(7)V99.
               10  EVT-PI-APPLIED      PIC 9(7)V99.
               10  EVT-INT-APPLIED     PIC 9(7)V99.
               10  EVT-FEE-APPLIED     PIC 9(7)V99.
               10  EVT-ESC-APPLIED     PIC 9(7)V99.
       01  WS-EVENT-COUNT          PIC 9(4) COMP VALUE ZERO.
       01  WS-EVENTS-DROPPED       PIC 9(5) COMP VALUE ZERO.
       01  WS-EVT-IX               PIC 9(4) COMP.
       01  WS-INSERT-IX            PIC 9(4) COMP.
       01  WS-SHIFT-IX             PIC 9(4) COMP.
       01  WS-FIND-IX              PIC 9(4) COMP.
       01  WS-HIT-IX               PIC 9(4) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-FIND-TRAN-ID         PIC 9(5).
       01  WS-LIVE-TRAN-COUNT      PIC 9(5) COMP VALUE ZERO.
       01  WS-ARCHIVE-TRAN-COUNT   PIC 9(5) COMP VALUE ZERO.
       01  WS-ESCROW-PAID-COUNT    PIC 9(5) COMP VALUE ZERO.
       01  WS-INSTALLMENT-COUNT    PIC 9(5) COMP VALUE ZERO.

      *  Running positions as the history is walked.  Signed: a
      *  borrower paid ahead shows a negative installment position
      *  and prints no arrearage.
       01  WS-PI-POSITION          PIC S9(9)V99 VALUE ZERO.
       01  WS-INT-POSITION         PIC S9(9)V99 VALUE ZERO.
       01  WS-FEE-POSITION         PIC S9(9)V99 VALUE ZERO.
       01  WS-ESCROW-POSITION      PIC S9(9)V99 VALUE ZERO.
       01  WS-RUN-BALANCE          PIC 9(7)V99 VALUE ZERO.
       01  WS-ESCROW-MOVEMENT      PIC S9(9)V99 VALUE ZERO.
       01  WS-ESCROW-OPENING       PIC S9(9)V99 VALUE ZERO.
       01  WS-ESCROW-LEDGER-BAL    PIC 9(7)V99 VALUE ZERO.
       01  WS-APPLY-AMOUNT         PIC 9(7)V99.
       01  WS-ARREARAGE            PIC 9(9)V99.

      *  The positions as of the cutoff, taken once, just before the
      *  first line dated after it.
       01  WS-CUTOFF-TAKEN         PIC X VALUE 'N'.
           88  CUTOFF-TAKEN         VALUE 'Y'.
       01  WS-CUT-BALANCE          PIC 9(7)V99 VALUE ZERO.
       01  WS-CUT-PI-DUE           PIC 9(9)V99 VALUE ZERO.
       01  WS-CUT-INTEREST-DUE     PIC 9(9)V99 VALUE ZERO.
       01  WS-CUT-FEES             PIC 9(9)V99 VALUE ZERO.
       01  WS-CUT-ESCROW-SHORT     PIC 9(9)V99 VALUE ZERO.
       01  WS-CUT-ESCROW-ON-HAND   PIC 9(9)V99 VALUE ZERO.
       01  WS-CUT-TOTAL-DEBT       PIC 9(9)V99 VALUE ZERO.
       01  WS-CUT-ARREARAGE        PIC 9(9)V99 VALUE ZERO.
       01  WS-NEXT-DUE-DATE        PIC 9(8) VALUE ZERO.
       01  WS-NEXT-DUE-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01  WS-NEXT-DUE-INTEREST    PIC 9(7)V99 VALUE ZERO.
       01  WS-NEXT-DUE-PRINCIPAL   PIC 9(7)V99 VALUE ZERO.

      *  Column totals for the foot of the history.
       01  WS-TOT-DUE              PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-RECEIVED         PIC S9(9)V99 VALUE ZERO.
       01  WS-TOT-FEE              PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-INTEREST         PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-PRINCIPAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-ESCROW           PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-ESCROW-PAID      PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-FEES-ASSESSED    PIC 9(9)V99 VALUE ZERO.

       01  WS-HIST-HEADING-1.
           05  FILLER              PIC X(9)  VALUE 'DATE'.
           05  FILLER              PIC X(11) VALUE 'ACTIVITY'.
           05  FILLER              PIC X(11) VALUE '    AMOUNT'.
           05  FILLER              PIC X(12) VALUE '     AMOUNT'.
           05  FILLER              PIC X(10) VALUE '  APPLIED'.
           05  FILLER              PIC X(10) VALUE '  APPLIED'.
           05  FILLER              PIC X(11) VALUE '   APPLIED'.
           05  FILLER              PIC X(11) VALUE '  ESCROW'.
           05  FILLER              PIC X(11) VALUE ' PRINCIPAL'.
           05  FILLER              PIC X(12) VALUE '     ESCROW'.
           05  FILLER              PIC X(10) VALUE '     FEES'.
           05  FILLER              PIC X(10) VALUE '  ARREARS'.
       01  WS-HIST-HEADING-2.
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(11) VALUE '       DUE'.
           05  FILLER              PIC X(12) VALUE '   RECEIVED'.
           05  FILLER              PIC X(10) VALUE '     FEES'.
           05  FILLER              PIC X(10) VALUE ' INTEREST'.
           05  FILLER              PIC X(11) VALUE ' PRINCIPAL'.
           05  FILLER              PIC X(11) VALUE '  IN/OUT'.
           05  FILLER              PIC X(11) VALUE '   BALANCE'.
           05  FILLER              PIC X(12) VALUE '    BALANCE'.
           05  FILLER              PIC X(10) VALUE '     OWED'.
           05  FILLER              PIC X(10) VALUE '   (P&I)'.
       01  WS-HIST-LINE.
           05  HL-DATE             PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  HL-DESC             PIC X(10).
           05  FILLER              PIC X VALUE SPACE.
           05  HL-DUE              PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-RECEIVED         PIC ZZZZZZ9.99- BLANK WHEN ZERO.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-FEE              PIC ZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-INTEREST         PIC ZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-PRINCIPAL        PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-ESCROW           PIC ZZZZZ9.99- BLANK WHEN ZERO.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-BALANCE          PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-ESCROW-BAL       PIC ZZZZZZ9.99-.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-FEES-OWED        PIC ZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  HL-ARREARS          PIC ZZZZZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER              PIC X(9)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE 'TOTALS'.
           05  FILLER              PIC X VALUE SPACE.
           05  TL-DUE              PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  TL-RECEIVED         PIC ZZZZZZ9.99-.
           05  FILLER              PIC X VALUE SPACE.
           05  TL-FEE              PIC ZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  TL-INTEREST         PIC ZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  TL-PRINCIPAL        PIC ZZZZZZ9.99.
           05  FILLER              PIC X VALUE SPACE.
           05  TL-ESCROW           PIC ZZZZZ9.99.
           05  FILLER              PIC X(40) VALUE SPACES.
       01  WS-PRINT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PRINT-LABEL          PIC X(45).
       01  WS-PRINT-COUNT          PIC ZZZZ9.

       PROCEDURE DIVISION.

       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF
       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF
       DISPLAY 'Enter Loan ID: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       DISPLAY 'History For (B=Bankruptcy Proof Of Claim, '
           'F=Foreclosure Referral, L=Litigation): '
       ACCEPT WS-PURPOSE
       IF NOT PURPOSE-IS-VALID
           DISPLAY 'Invalid Purpose.'
           STOP RUN
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF
       MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
       READ LOAN-FILE
           INVALID KEY
               DISPLAY 'Loan Not Found: ' WS-LOAN-ID
               CLOSE LOAN-FILE
               STOP RUN
       END-READ
       CLOSE LOAN-FILE

       IF PURPOSE-BANKRUPTCY
           PERFORM FIND-BANKRUPTCY-CASE
       ELSE
           DISPLAY 'Enter Referral Date (YYYYMMDD): '
           ACCEPT WS-CUTOFF-DATE
       END-IF

       EVALUATE TRUE
           WHEN PURPOSE-BANKRUPTCY
               MOVE 'MORTGAGE PROOF OF CLAIM ATTACHMENT'
                   TO WS-PURPOSE-TITLE
               MOVE 'PETITION DATE' TO WS-CUTOFF-WORD
           WHEN PURPOSE-FORECLOSURE
               MOVE 'FORECLOSURE REFERRAL PAYMENT HISTORY'
                   TO WS-PURPOSE-TITLE
               MOVE 'REFERRAL DATE' TO WS-CUTOFF-WORD
           WHEN OTHER
               MOVE 'LITIGATION PAYMENT HISTORY'
                   TO WS-PURPOSE-TITLE
               MOVE 'REFERRAL DATE' TO WS-CUTOFF-WORD
       END-EVALUATE

       PERFORM FIND-BORROWER

       PERFORM LOAD-SCHEDULE-ROWS
       PERFORM LOAD-LIVE-TRANSACTIONS
       PERFORM LOAD-ARCHIVED-TRANSACTIONS
       PERFORM LOAD-ESCROW-DISBURSEMENTS
       PERFORM FIGURE-ESCROW-OPENING

       IF WS-EVENT-COUNT = ZERO
           DISPLAY 'No Payment History On File For Loan '
               WS-LOAN-ID
           STOP RUN
       END-IF

       OPEN EXTEND HISTORY-PRINT-FILE
       IF PRINT-FILE-ERROR
           OPEN OUTPUT HISTORY-PRINT-FILE
       END-IF
       IF NOT PRINT-FILE-OK
           DISPLAY 'Error Opening HISTORY-PRINT-FILE.'
           STOP RUN
       END-IF

      *  The history is walked once to fix the cutoff positions the
      *  front parts print, then walked again to print it.
       PERFORM RESET-POSITIONS
       PERFORM WALK-ONE-EVENT
           VARYING WS-EVT-IX FROM 1 BY 1
           UNTIL WS-EVT-IX > WS-EVENT-COUNT
       IF NOT CUTOFF-TAKEN
           PERFORM TAKE-CUTOFF-POSITIONS
       END-IF

       PERFORM PRINT-CASE-PART
       PERFORM PRINT-TOTAL-DEBT-PART
       PERFORM PRINT-ARREARAGE-PART
       PERFORM PRINT-ONGOING-PAYMENT-PART
       PERFORM PRINT-HISTORY-PART

       CLOSE HISTORY-PRINT-FILE

       MOVE 'PAYMENT HISTORY' TO WS-LOG-ACTION-TYPE
       MOVE SPACES TO WS-LOG-DESCRIPTION
       STRING 'Loan ' WS-LOAN-ID ' History To ' WS-CUTOFF-DATE
               ' Purpose ' WS-PURPOSE
               DELIMITED BY SIZE
           INTO WS-LOG-DESCRIPTION
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-USER-ID
                                     WS-LOG-DESCRIPTION

       DISPLAY 'Payment History Printed For Loan ' WS-LOAN-ID
       DISPLAY '  History Lines        : ' WS-EVENT-COUNT
       DISPLAY '  From Archive         : ' WS-ARCHIVE-TRAN-COUNT
       DISPLAY '  Arrearage At Cutoff  : ' WS-CUT-ARREARAGE
       IF WS-EVENTS-DROPPED > ZERO
           DISPLAY '  Lines Not Printed - History Table Full: '
               WS-EVENTS-DROPPED
       END-IF

       STOP RUN.

       FIND-BANKRUPTCY-CASE.
           OPEN INPUT BANKRUPTCY-FILE
           IF NOT BKR-FILE-OK
               DISPLAY 'No Bankruptcy Filing On File For Loan '
                   WS-LOAN-ID
               STOP RUN
           END-IF
           MOVE WS-LOAN-ID TO LOAN-ID OF BANKRUPTCY-REC
           READ BANKRUPTCY-FILE
               INVALID KEY
                   DISPLAY 'No Bankruptcy Filing On File For Loan '
                       WS-LOAN-ID
                   CLOSE BANKRUPTCY-FILE
                   STOP RUN
           END-READ
           CLOSE BANKRUPTCY-FILE
           MOVE FILED-DATE TO WS-CUTOFF-DATE.

       FIND-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           OPEN INPUT CUSTOMER-FILE
           IF CUST-FILE-OK
               MOVE CUSTOMER-ID OF LOAN-REC
                   TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BORROWER-FOUND
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Every installment billed.  A row deferred under forbearance
      *  never fell due and lists with nothing owed.
      *----------------------------------------------------------------
       LOAD-SCHEDULE-ROWS.
           MOVE 'N' TO WS-END-OF-SCHEDULE
           OPEN INPUT PAYMENT-SCHEDULE-FILE
           IF SCHED-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                       SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
               END-START
               PERFORM LOAD-NEXT-SCHEDULE-ROW
                   UNTIL END-OF-SCHEDULE
               CLOSE PAYMENT-SCHEDULE-FILE
           END-IF.

       LOAD-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                           NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       PERFORM CLEAR-NEW-EVENT
                       MOVE PAYMENT-DUE-DATE TO NEW-DATE
                       MOVE 1   TO NEW-ORDER
                       MOVE 'D' TO NEW-CLASS
                       IF PAID-DEFERRED
                           MOVE 'DEFERRED' TO NEW-DESC
                       ELSE
                           MOVE 'DUE' TO NEW-DESC
                           MOVE PAYMENT-AMOUNT OF PAYMENT-SCHEDULE-REC
                               TO NEW-DUE
                           MOVE INTEREST-AMOUNT TO NEW-DUE-INTEREST
                       END-IF
                       ADD 1 TO WS-INSTALLMENT-COUNT
                       PERFORM INSERT-NEW-EVENT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  The loan's transactions on the live file, by the LOAN-ID
      *  alternate key.
      *----------------------------------------------------------------
       LOAD-LIVE-TRANSACTIONS.
           MOVE 'N' TO WS-END-OF-TRAN
           OPEN INPUT TRANSACTION-FILE
           IF TRAN-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
               START TRANSACTION-FILE KEY IS EQUAL TO
                       LOAN-ID OF TRANSACTION-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-TRAN
               END-START
               PERFORM LOAD-NEXT-LIVE-TRANSACTION
                   UNTIL END-OF-TRAN
               CLOSE TRANSACTION-FILE
           END-IF.

       LOAD-NEXT-LIVE-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRAN
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC NOT = WS-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-TRAN
                   ELSE
      *  A payment held as a suspected duplicate was never applied;
      *  if released, its replacement PAYMENT is the receipt shown.
                       IF NOT TYPE-DUP-HOLD
                           PERFORM LOAD-LIVE-EVENT
                       END-IF
                   END-IF
           END-READ.

       LOAD-LIVE-EVENT.
           PERFORM CLEAR-NEW-EVENT
           MOVE PAYMENT-DATE       TO NEW-DATE
           MOVE TRANSACTION-ID     TO NEW-TRAN-ID
           MOVE TRANSACTION-TYPE   TO NEW-DESC
           MOVE REVERSED-TRANSACTION-ID
               TO NEW-REVERSED-ID
           MOVE PAYMENT-AMOUNT OF TRANSACTION-REC
               TO NEW-AMOUNT
           MOVE REMAINING-BALANCE  TO NEW-BALANCE
           MOVE ALLOC-FEE-AMOUNT   TO NEW-FEE
           MOVE ALLOC-INTEREST-AMOUNT TO NEW-INTEREST
           MOVE ALLOC-PRINCIPAL-AMOUNT TO NEW-PRINCIPAL
           MOVE ALLOC-ESCROW-AMOUNT TO NEW-ESCROW
           PERFORM CLASSIFY-NEW-TRANSACTION
           ADD 1 TO WS-LIVE-TRAN-COUNT
           PERFORM INSERT-NEW-EVENT.

      *----------------------------------------------------------------
      *  Older history: BACKUP.DAT copies of the loan's transactions
      *  that are no longer on the live file.  Nightly copies of
      *  rows still live, and the same purged row copied on several
      *  nights, are already in the table by TRANSACTION-ID and are
      *  passed over.
      *----------------------------------------------------------------
       LOAD-ARCHIVED-TRANSACTIONS.
           MOVE 'N' TO WS-END-OF-BACKUP
           OPEN INPUT BACKUP-FILE
           IF BACKUP-FILE-OK
               PERFORM LOAD-NEXT-BACKUP-ROW UNTIL END-OF-BACKUP
               CLOSE BACKUP-FILE
           END-IF.

       LOAD-NEXT-BACKUP-ROW.
           READ BACKUP-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-BACKUP
               NOT AT END
                   IF FILE-NAME = 'TRANSACTION.DAT'
                       MOVE BACKUP-DATA TO WS-TRAN-ARCHIVE-DATA
                       IF ARC-TRAN-LOAN-ID = WS-LOAN-ID
                          AND ARC-TRAN-TYPE NOT = 'DUP HOLD'
                           MOVE ARC-TRAN-ID TO WS-FIND-TRAN-ID
                           PERFORM FIND-TRAN-EVENT
                           IF NOT ENTRY-FOUND
                               PERFORM LOAD-ARCHIVED-TRANSACTION
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       LOAD-ARCHIVED-TRANSACTION.
           PERFORM CLEAR-NEW-EVENT
           MOVE ARC-TRAN-PAYMENT-DATE   TO NEW-DATE
           MOVE ARC-TRAN-ID             TO NEW-TRAN-ID
           MOVE ARC-TRAN-TYPE           TO NEW-DESC
           MOVE ARC-TRAN-REVERSED-ID    TO NEW-REVERSED-ID
           MOVE ARC-TRAN-PAYMENT-AMOUNT TO NEW-AMOUNT
           MOVE ARC-TRAN-REMAINING-BAL  TO NEW-BALANCE
           IF ARC-TRAN-ALLOC-SPLIT NUMERIC
               MOVE ARC-TRAN-ALLOC-FEE       TO NEW-FEE
               MOVE ARC-TRAN-ALLOC-INTEREST  TO NEW-INTEREST
               MOVE ARC-TRAN-ALLOC-PRINCIPAL TO NEW-PRINCIPAL
               MOVE ARC-TRAN-ALLOC-ESCROW    TO NEW-ESCROW
           END-IF
           PERFORM CLASSIFY-NEW-TRANSACTION
           ADD 1 TO WS-ARCHIVE-TRAN-COUNT
           PERFORM INSERT-NEW-EVENT.

       CLASSIFY-NEW-TRANSACTION.
           MOVE 2 TO NEW-ORDER
           EVALUATE NEW-DESC
               WHEN 'PAYMENT'
               WHEN 'PAYOFF'
               WHEN 'RECOVERY'
                   MOVE 'P' TO NEW-CLASS
               WHEN 'FEE'
                   MOVE 'F' TO NEW-CLASS
               WHEN 'REVERSAL'
                   MOVE 'R' TO NEW-CLASS
               WHEN 'DRAW'
                   MOVE 'W' TO NEW-CLASS
               WHEN OTHER
                   MOVE 'A' TO NEW-CLASS
           END-EVALUATE
           IF NEW-FEE > ZERO OR NEW-INTEREST > ZERO
              OR NEW-PRINCIPAL > ZERO OR NEW-ESCROW > ZERO
               MOVE 'Y' TO NEW-SPLIT-KNOWN
           END-IF
           IF NEW-ESCROW > ZERO AND NEW-CLASS = 'P'
               ADD NEW-ESCROW TO WS-ESCROW-MOVEMENT
           END-IF.

      *----------------------------------------------------------------
      *  Escrow paid out of the loan's impound: tax and insurance
      *  disbursements and the refund at payoff.
      *----------------------------------------------------------------
       LOAD-ESCROW-DISBURSEMENTS.
           MOVE 'N' TO WS-END-OF-REGISTER
           OPEN INPUT CHECK-REGISTER-FILE
           IF REGISTER-FILE-OK
               PERFORM LOAD-NEXT-REGISTER-ROW UNTIL END-OF-REGISTER
               CLOSE CHECK-REGISTER-FILE
           END-IF.

       LOAD-NEXT-REGISTER-ROW.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-REGISTER
               NOT AT END
                   IF REG-LOAN-ID = WS-LOAN-ID
                       PERFORM CLEAR-NEW-EVENT
                       MOVE REG-RUN-DATE     TO NEW-DATE
                       MOVE 3                TO NEW-ORDER
                       MOVE 'E'              TO NEW-CLASS
                       MOVE REG-PAYEE-TYPE   TO NEW-DESC
                       MOVE REG-CHECK-NUMBER TO NEW-TRAN-ID
                       MOVE REG-AMOUNT       TO NEW-ESCROW
                       SUBTRACT REG-AMOUNT FROM WS-ESCROW-MOVEMENT
                       ADD 1 TO WS-ESCROW-PAID-COUNT
                       PERFORM INSERT-NEW-EVENT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Collections keyed by hand, escrow interest credits and
      *  balances boarded from a prior servicer are on the ledger
      *  but not in the history; the running escrow balance opens at
      *  whatever difference brings it to today's ledger.
      *----------------------------------------------------------------
       FIGURE-ESCROW-OPENING.
           MOVE ZERO TO WS-ESCROW-LEDGER-BAL
           OPEN INPUT ESCROW-FILE
           IF ESCROW-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF ESCROW-REC
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ESCROW-BALANCE TO WS-ESCROW-LEDGER-BAL
               END-READ
               CLOSE ESCROW-FILE
           END-IF
           COMPUTE WS-ESCROW-OPENING =
               WS-ESCROW-LEDGER-BAL - WS-ESCROW-MOVEMENT.

       CLEAR-NEW-EVENT.
           MOVE ZERO   TO NEW-DATE
           MOVE ZERO   TO NEW-ORDER
           MOVE SPACE  TO NEW-CLASS
           MOVE SPACES TO NEW-DESC
           MOVE ZERO   TO NEW-TRAN-ID
           MOVE ZERO   TO NEW-REVERSED-ID
           MOVE ZERO   TO NEW-DUE
           MOVE ZERO   TO NEW-DUE-INTEREST
           MOVE ZERO   TO NEW-AMOUNT
           MOVE ZERO   TO NEW-FEE
           MOVE ZERO   TO NEW-INTEREST
           MOVE ZERO   TO NEW-PRINCIPAL
           MOVE ZERO   TO NEW-ESCROW
           MOVE 'N'    TO NEW-SPLIT-KNOWN
           MOVE ZERO   TO NEW-BALANCE
           MOVE ZERO   TO NEW-PI-APPLIED
           MOVE ZERO   TO NEW-INT-APPLIED
           MOVE ZERO   TO NEW-FEE-APPLIED
           MOVE ZERO   TO NEW-ESC-APPLIED.

      *----------------------------------------------------------------
      *  Insert behind every line with the same or an earlier date
      *  and order, so a day's transactions keep their posting
      *  sequence.
      *----------------------------------------------------------------
       INSERT-NEW-EVENT.
           IF WS-EVENT-COUNT < 2000
               MOVE 1 TO WS-INSERT-IX
               PERFORM STEP-INSERT-POINT
                   UNTIL WS-INSERT-IX > WS-EVENT-COUNT
                      OR EVT-SORT-KEY (WS-INSERT-IX) > NEW-SORT-KEY
               PERFORM SHIFT-ONE-EVENT
                   VARYING WS-SHIFT-IX FROM WS-EVENT-COUNT BY -1
                   UNTIL WS-SHIFT-IX < WS-INSERT-IX
               MOVE WS-NEW-EVENT TO WS-HIST-EVENT (WS-INSERT-IX)
               ADD 1 TO WS-EVENT-COUNT
           ELSE
               ADD 1 TO WS-EVENTS-DROPPED
           END-IF.

       STEP-INSERT-POINT.
           ADD 1 TO WS-INSERT-IX.

       SHIFT-ONE-EVENT.
           MOVE WS-HIST-EVENT (WS-SHIFT-IX)
               TO WS-HIST-EVENT (WS-SHIFT-IX + 1).

       FIND-TRAN-EVENT.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-TRAN-EVENT
               VARYING WS-FIND-IX FROM 1 BY 1
               UNTIL WS-FIND-IX > WS-EVENT-COUNT
                  OR ENTRY-FOUND.

       MATCH-ONE-TRAN-EVENT.
           IF EVT-TRAN-ID (WS-FIND-IX) = WS-FIND-TRAN-ID
              AND EVT-ORDER (WS-FIND-IX) = 2
               MOVE WS-FIND-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       RESET-POSITIONS.
           MOVE ZERO TO WS-PI-POSITION
           MOVE ZERO TO WS-INT-POSITION
           MOVE ZERO TO WS-FEE-POSITION
           MOVE WS-ESCROW-OPENING TO WS-ESCROW-POSITION
           MOVE LOAN-AMOUNT OF LOAN-REC TO WS-RUN-BALANCE
           MOVE 'N' TO WS-CUTOFF-TAKEN.

      *----------------------------------------------------------------
      *  Apply one line to the running positions.  Money received
      *  goes against the installment arrearage by the interest and
      *  principal PAYMENT-ALLOCATION gave it -- or all of it, on a
      *  row with no split on file; a reversal puts back whatever
      *  its original took off.
      *----------------------------------------------------------------
       WALK-ONE-EVENT.
           IF NOT CUTOFF-TAKEN
              AND EVT-DATE (WS-EVT-IX) > WS-CUTOFF-DATE
               PERFORM TAKE-CUTOFF-POSITIONS
           END-IF
           EVALUATE TRUE
               WHEN EVT-INSTALLMENT (WS-EVT-IX)
                   ADD EVT-DUE (WS-EVT-IX) TO WS-PI-POSITION
                   ADD EVT-DUE-INTEREST (WS-EVT-IX)
                       TO WS-INT-POSITION
                   IF EVT-DATE (WS-EVT-IX) > WS-CUTOFF-DATE
                      AND WS-NEXT-DUE-DATE = ZERO
                      AND EVT-DUE (WS-EVT-IX) > ZERO
                       PERFORM NOTE-NEXT-INSTALLMENT
                   END-IF
               WHEN EVT-RECEIPT (WS-EVT-IX)
                   PERFORM APPLY-RECEIPT
                   MOVE EVT-BALANCE (WS-EVT-IX) TO WS-RUN-BALANCE
               WHEN EVT-FEE-ASSESSED (WS-EVT-IX)
                   ADD EVT-AMOUNT (WS-EVT-IX) TO WS-FEE-POSITION
                   MOVE EVT-BALANCE (WS-EVT-IX) TO WS-RUN-BALANCE
               WHEN EVT-REVERSAL (WS-EVT-IX)
                   PERFORM APPLY-REVERSAL
                   MOVE EVT-BALANCE (WS-EVT-IX) TO WS-RUN-BALANCE
               WHEN EVT-ESCROW-PAID (WS-EVT-IX)
                   SUBTRACT EVT-ESCROW (WS-EVT-IX)
                       FROM WS-ESCROW-POSITION
               WHEN EVT-ADJUSTMENT (WS-EVT-IX)
                AND EVT-REVERSED-ID (WS-EVT-IX) NOT = ZERO
                   PERFORM APPLY-FEE-WAIVER
                   MOVE EVT-BALANCE (WS-EVT-IX) TO WS-RUN-BALANCE
               WHEN OTHER
                   MOVE EVT-BALANCE (WS-EVT-IX) TO WS-RUN-BALANCE
           END-EVALUATE.

       APPLY-RECEIPT.
           IF EVT-SPLIT-ON-FILE (WS-EVT-IX)
               COMPUTE EVT-PI-APPLIED (WS-EVT-IX) =
                   EVT-INTEREST (WS-EVT-IX)
                   + EVT-PRINCIPAL (WS-EVT-IX)
               MOVE EVT-INTEREST (WS-EVT-IX)
                   TO EVT-INT-APPLIED (WS-EVT-IX)
               MOVE EVT-FEE (WS-EVT-IX)
                   TO EVT-FEE-APPLIED (WS-EVT-IX)
               MOVE EVT-ESCROW (WS-EVT-IX)
                   TO EVT-ESC-APPLIED (WS-EVT-IX)
           ELSE
               MOVE EVT-AMOUNT (WS-EVT-IX)
                   TO EVT-PI-APPLIED (WS-EVT-IX)
               MOVE ZERO TO EVT-INT-APPLIED (WS-EVT-IX)
               IF WS-INT-POSITION > ZERO
                   IF WS-INT-POSITION < EVT-AMOUNT (WS-EVT-IX)
                       MOVE WS-INT-POSITION
                           TO EVT-INT-APPLIED (WS-EVT-IX)
                   ELSE
                       MOVE EVT-AMOUNT (WS-EVT-IX)
                           TO EVT-INT-APPLIED (WS-EVT-IX)
                   END-IF
               END-IF
               MOVE ZERO TO EVT-FEE-APPLIED (WS-EVT-IX)
               MOVE ZERO TO EVT-ESC-APPLIED (WS-EVT-IX)
           END-IF
           SUBTRACT EVT-PI-APPLIED (WS-EVT-IX) FROM WS-PI-POSITION
           SUBTRACT EVT-INT-APPLIED (WS-EVT-IX) FROM WS-INT-POSITION
           SUBTRACT EVT-FEE-APPLIED (WS-EVT-IX) FROM WS-FEE-POSITION
           ADD EVT-ESC-APPLIED (WS-EVT-IX) TO WS-ESCROW-POSITION.

       APPLY-REVERSAL.
           MOVE EVT-REVERSED-ID (WS-EVT-IX) TO WS-FIND-TRAN-ID
           PERFORM FIND-TRAN-EVENT
           IF ENTRY-FOUND
               EVALUATE TRUE
                   WHEN EVT-RECEIPT (WS-HIT-IX)
                       ADD EVT-PI-APPLIED (WS-HIT-IX)
                           TO WS-PI-POSITION
                       ADD EVT-INT-APPLIED (WS-HIT-IX)
                           TO WS-INT-POSITION
                       ADD EVT-FEE-APPLIED (WS-HIT-IX)
                           TO WS-FEE-POSITION
                       SUBTRACT EVT-ESC-APPLIED (WS-HIT-IX)
                           FROM WS-ESCROW-POSITION
                   WHEN EVT-FEE-ASSESSED (WS-HIT-IX)
                       SUBTRACT EVT-AMOUNT (WS-HIT-IX)
                           FROM WS-FEE-POSITION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               ADD EVT-AMOUNT (WS-EVT-IX) TO WS-PI-POSITION
           END-IF.

      *  An ADJUSTMENT naming a fee waives it: the borrower no
      *  longer owes that much of the fee.
       APPLY-FEE-WAIVER.
           MOVE EVT-REVERSED-ID (WS-EVT-IX) TO WS-FIND-TRAN-ID
           PERFORM FIND-TRAN-EVENT
           IF ENTRY-FOUND
               IF EVT-FEE-ASSESSED (WS-HIT-IX)
                   SUBTRACT EVT-AMOUNT (WS-EVT-IX)
                       FROM WS-FEE-POSITION
               END-IF
           END-IF.

       NOTE-NEXT-INSTALLMENT.
           MOVE EVT-DATE (WS-EVT-IX) TO WS-NEXT-DUE-DATE
           MOVE EVT-DUE (WS-EVT-IX)  TO WS-NEXT-DUE-AMOUNT
           MOVE EVT-DUE-INTEREST (WS-EVT-IX) TO WS-NEXT-DUE-INTEREST
           COMPUTE WS-NEXT-DUE-PRINCIPAL =
               EVT-DUE (WS-EVT-IX) - EVT-DUE-INTEREST (WS-EVT-IX).

       TAKE-CUTOFF-POSITIONS.
           MOVE 'Y' TO WS-CUTOFF-TAKEN
           MOVE WS-RUN-BALANCE TO WS-CUT-BALANCE
           MOVE ZERO TO WS-CUT-PI-DUE
           MOVE ZERO TO WS-CUT-INTEREST-DUE
           MOVE ZERO TO WS-CUT-FEES
           MOVE ZERO TO WS-CUT-ESCROW-SHORT
           MOVE ZERO TO WS-CUT-ESCROW-ON-HAND
           IF WS-PI-POSITION > ZERO
               MOVE WS-PI-POSITION TO WS-CUT-PI-DUE
           END-IF
           IF WS-INT-POSITION > ZERO
               MOVE WS-INT-POSITION TO WS-CUT-INTEREST-DUE
           END-IF
           IF WS-FEE-POSITION > ZERO
               MOVE WS-FEE-POSITION TO WS-CUT-FEES
           END-IF
           IF WS-ESCROW-POSITION < ZERO
               COMPUTE WS-CUT-ESCROW-SHORT = ZERO - WS-ESCROW-POSITION
           ELSE
               MOVE WS-ESCROW-POSITION TO WS-CUT-ESCROW-ON-HAND
           END-IF
           COMPUTE WS-CUT-TOTAL-DEBT =
               WS-CUT-BALANCE + WS-CUT-INTEREST-DUE
               + WS-CUT-FEES + WS-CUT-ESCROW-SHORT
           COMPUTE WS-CUT-ARREARAGE =
               WS-CUT-PI-DUE + WS-CUT-FEES + WS-CUT-ESCROW-SHORT.

      *----------------------------------------------------------------
      *  PART 1 -- the loan, the borrower and the case.
      *----------------------------------------------------------------
       PRINT-CASE-PART.
           MOVE ALL '=' TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING WS-PURPOSE-TITLE DELIMITED BY '  '
                   ' - LOAN ' WS-LOAN-ID
                   '   PREPARED ' WS-RUN-DATE
                   DELIMITED BY SIZE
               INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE ALL '=' TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE 'PART 1: LOAN AND CASE INFORMATION'
               TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           IF BORROWER-FOUND
               STRING '  BORROWER                : ' CUSTOMER-NAME
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           ELSE
               STRING '  BORROWER                : CUSTOMER '
                   CUSTOMER-ID OF LOAN-REC
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           END-IF
           WRITE HISTORY-PRINT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING '  LOAN NUMBER / TYPE      : ' WS-LOAN-ID ' '
                   LOAN-TYPE OF LOAN-REC
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE LOAN-AMOUNT OF LOAN-REC TO WS-PRINT-AMOUNT
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING '  ORIGINAL AMOUNT / RATE  : ' WS-PRINT-AMOUNT
                   '  ' INTEREST-RATE OF LOAN-REC '%'
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           IF PURPOSE-BANKRUPTCY
               MOVE SPACES TO HISTORY-PRINT-LINE
               STRING '  BANKRUPTCY CHAPTER      : '
                       BANKRUPTCY-CHAPTER
                       '   STAY ' STAY-STATUS
                       DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
               WRITE HISTORY-PRINT-LINE
               MOVE SPACES TO HISTORY-PRINT-LINE
               STRING '  DEBTOR''S ATTORNEY       : ' ATTORNEY-NAME
                       DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
               WRITE HISTORY-PRINT-LINE
           END-IF
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING '  ' WS-CUTOFF-WORD '         : '
                   WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

      *----------------------------------------------------------------
      *  PART 2 -- everything owed as of the cutoff.
      *----------------------------------------------------------------
       PRINT-TOTAL-DEBT-PART.
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING 'PART 2: TOTAL DEBT AS OF ' WS-CUTOFF-WORD ' '
                   WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE '  PRINCIPAL BALANCE' TO WS-PRINT-LABEL
           MOVE WS-CUT-BALANCE TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  INTEREST DUE' TO WS-PRINT-LABEL
           MOVE WS-CUT-INTEREST-DUE TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  FEES, COSTS AND CHARGES' TO WS-PRINT-LABEL
           MOVE WS-CUT-FEES TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  ESCROW DEFICIENCY FOR FUNDS ADVANCED'
               TO WS-PRINT-LABEL
           MOVE WS-CUT-ESCROW-SHORT TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  TOTAL DEBT' TO WS-PRINT-LABEL
           MOVE WS-CUT-TOTAL-DEBT TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

      *----------------------------------------------------------------
      *  PART 3 -- the arrearage as of the cutoff: installments due
      *  and unpaid, fees, and escrow we advanced.
      *----------------------------------------------------------------
       PRINT-ARREARAGE-PART.
           MOVE SPACES TO HISTORY-PRINT-LINE
           IF PURPOSE-BANKRUPTCY
               STRING 'PART 3: PRE-PETITION ARREARAGE AS OF '
                       WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           ELSE
               STRING 'PART 3: ARREARAGE AS OF ' WS-CUTOFF-DATE
                       DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           END-IF
           WRITE HISTORY-PRINT-LINE
           MOVE '  PRINCIPAL AND INTEREST DUE' TO WS-PRINT-LABEL
           MOVE WS-CUT-PI-DUE TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  FEES, COSTS AND CHARGES DUE' TO WS-PRINT-LABEL
           MOVE WS-CUT-FEES TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  ESCROW DEFICIENCY FOR FUNDS ADVANCED'
               TO WS-PRINT-LABEL
           MOVE WS-CUT-ESCROW-SHORT TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           IF PURPOSE-BANKRUPTCY
               MOVE '  TOTAL PRE-PETITION ARREARAGE' TO WS-PRINT-LABEL
           ELSE
               MOVE '  TOTAL ARREARAGE' TO WS-PRINT-LABEL
           END-IF
           MOVE WS-CUT-ARREARAGE TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  ESCROW FUNDS ON HAND' TO WS-PRINT-LABEL
           MOVE WS-CUT-ESCROW-ON-HAND TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

      *----------------------------------------------------------------
      *  PART 4 -- the first installment falling due after the
      *  cutoff, which the borrower must keep paying.
      *----------------------------------------------------------------
       PRINT-ONGOING-PAYMENT-PART.
           MOVE 'PART 4: ONGOING PAYMENT' TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           IF WS-NEXT-DUE-DATE = ZERO
               MOVE '  NO INSTALLMENT SCHEDULED AFTER THE CUTOFF'
                   TO HISTORY-PRINT-LINE
               WRITE HISTORY-PRINT-LINE
           ELSE
               MOVE '  FIRST PAYMENT DUE AFTER THE CUTOFF'
                   TO WS-PRINT-LABEL
               MOVE SPACES TO HISTORY-PRINT-LINE
               STRING WS-PRINT-LABEL '       ' WS-NEXT-DUE-DATE
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
               WRITE HISTORY-PRINT-LINE
               MOVE '  PRINCIPAL' TO WS-PRINT-LABEL
               MOVE WS-NEXT-DUE-PRINCIPAL TO WS-PRINT-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
               MOVE '  INTEREST' TO WS-PRINT-LABEL
               MOVE WS-NEXT-DUE-INTEREST TO WS-PRINT-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
               MOVE '  TOTAL INSTALLMENT' TO WS-PRINT-LABEL
               MOVE WS-NEXT-DUE-AMOUNT TO WS-PRINT-AMOUNT
               PERFORM PRINT-AMOUNT-LINE
           END-IF
           MOVE SPACES TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

       PRINT-AMOUNT-LINE.
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING WS-PRINT-LABEL '$' WS-PRINT-AMOUNT
               DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

      *----------------------------------------------------------------
      *  PART 5 -- the life-of-loan history, walked again from the
      *  start with the running positions beside each line.
      *----------------------------------------------------------------
       PRINT-HISTORY-PART.
           MOVE 'PART 5: LOAN PAYMENT HISTORY' TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE WS-HIST-HEADING-1 TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE WS-HIST-HEADING-2 TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE ALL '-' TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE

           PERFORM RESET-POSITIONS
           IF WS-ESCROW-OPENING NOT = ZERO
               PERFORM PRINT-ESCROW-OPENING-LINE
           END-IF
           PERFORM PRINT-ONE-EVENT
               VARYING WS-EVT-IX FROM 1 BY 1
               UNTIL WS-EVT-IX > WS-EVENT-COUNT
           IF NOT CUTOFF-TAKEN
               PERFORM PRINT-CUTOFF-MARKER
           END-IF

           MOVE ALL '-' TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE WS-TOT-DUE       TO TL-DUE
           MOVE WS-TOT-RECEIVED  TO TL-RECEIVED
           MOVE WS-TOT-FEE       TO TL-FEE
           MOVE WS-TOT-INTEREST  TO TL-INTEREST
           MOVE WS-TOT-PRINCIPAL TO TL-PRINCIPAL
           MOVE WS-TOT-ESCROW    TO TL-ESCROW
           MOVE WS-TOTAL-LINE TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE SPACES TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE '  INSTALLMENTS BILLED' TO WS-PRINT-LABEL
           MOVE WS-INSTALLMENT-COUNT TO WS-PRINT-COUNT
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING WS-PRINT-LABEL ' ' WS-PRINT-COUNT
               DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE
           MOVE '  FEES ASSESSED' TO WS-PRINT-LABEL
           MOVE WS-TOT-FEES-ASSESSED TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  ESCROW DISBURSED' TO WS-PRINT-LABEL
           MOVE WS-TOT-ESCROW-PAID TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           MOVE '  ESCROW LEDGER BALANCE TODAY' TO WS-PRINT-LABEL
           MOVE WS-ESCROW-LEDGER-BAL TO WS-PRINT-AMOUNT
           PERFORM PRINT-AMOUNT-LINE
           IF WS-EVENTS-DROPPED > ZERO
               MOVE WS-EVENTS-DROPPED TO WS-PRINT-COUNT
               MOVE SPACES TO HISTORY-PRINT-LINE
               STRING '  *** HISTORY INCOMPLETE - LINES NOT LISTED: '
                       WS-PRINT-COUNT
                       DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
               WRITE HISTORY-PRINT-LINE
           END-IF
           MOVE ALL '=' TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

       PRINT-ESCROW-OPENING-LINE.
           MOVE EVT-DATE (1) TO HL-DATE
           MOVE 'ESCROW FWD' TO HL-DESC
           MOVE ZERO TO HL-DUE
           MOVE ZERO TO HL-RECEIVED
           MOVE ZERO TO HL-FEE
           MOVE ZERO TO HL-INTEREST
           MOVE ZERO TO HL-PRINCIPAL
           MOVE ZERO TO HL-ESCROW
           PERFORM FILL-RUNNING-COLUMNS
           MOVE WS-HIST-LINE TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

       PRINT-ONE-EVENT.
           IF NOT CUTOFF-TAKEN
              AND EVT-DATE (WS-EVT-IX) > WS-CUTOFF-DATE
               PERFORM PRINT-CUTOFF-MARKER
           END-IF
           PERFORM WALK-ONE-EVENT

           MOVE EVT-DATE (WS-EVT-IX) TO HL-DATE
           MOVE EVT-DESC (WS-EVT-IX) TO HL-DESC
           MOVE EVT-DUE (WS-EVT-IX)  TO HL-DUE
           MOVE ZERO TO HL-RECEIVED
           MOVE ZERO TO HL-FEE
           MOVE ZERO TO HL-INTEREST
           MOVE ZERO TO HL-PRINCIPAL
           MOVE ZERO TO HL-ESCROW
           ADD EVT-DUE (WS-EVT-IX) TO WS-TOT-DUE
           EVALUATE TRUE
               WHEN EVT-RECEIPT (WS-EVT-IX)
                   MOVE EVT-AMOUNT (WS-EVT-IX) TO HL-RECEIVED
                   ADD EVT-AMOUNT (WS-EVT-IX) TO WS-TOT-RECEIVED
                   MOVE EVT-FEE (WS-EVT-IX) TO HL-FEE
                   MOVE EVT-INTEREST (WS-EVT-IX) TO HL-INTEREST
                   MOVE EVT-PRINCIPAL (WS-EVT-IX) TO HL-PRINCIPAL
                   MOVE EVT-ESCROW (WS-EVT-IX) TO HL-ESCROW
                   ADD EVT-FEE (WS-EVT-IX) TO WS-TOT-FEE
                   ADD EVT-INTEREST (WS-EVT-IX) TO WS-TOT-INTEREST
                   ADD EVT-PRINCIPAL (WS-EVT-IX) TO WS-TOT-PRINCIPAL
                   ADD EVT-ESCROW (WS-EVT-IX) TO WS-TOT-ESCROW
               WHEN EVT-REVERSAL (WS-EVT-IX)
                   COMPUTE HL-RECEIVED = ZERO - EVT-AMOUNT (WS-EVT-IX)
                   SUBTRACT EVT-AMOUNT (WS-EVT-IX) FROM WS-TOT-RECEIVED
               WHEN EVT-FEE-ASSESSED (WS-EVT-IX)
                   MOVE EVT-AMOUNT (WS-EVT-IX) TO HL-FEE
                   ADD EVT-AMOUNT (WS-EVT-IX) TO WS-TOT-FEES-ASSESSED
               WHEN EVT-DRAW (WS-EVT-IX)
                   COMPUTE HL-RECEIVED = ZERO - EVT-AMOUNT (WS-EVT-IX)
               WHEN EVT-ADJUSTMENT (WS-EVT-IX)
                   MOVE EVT-AMOUNT (WS-EVT-IX) TO HL-RECEIVED
               WHEN EVT-ESCROW-PAID (WS-EVT-IX)
                   COMPUTE HL-ESCROW = ZERO - EVT-ESCROW (WS-EVT-IX)
                   ADD EVT-ESCROW (WS-EVT-IX) TO WS-TOT-ESCROW-PAID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM FILL-RUNNING-COLUMNS
           MOVE WS-HIST-LINE TO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.

       FILL-RUNNING-COLUMNS.
           MOVE WS-RUN-BALANCE TO HL-BALANCE
           MOVE WS-ESCROW-POSITION TO HL-ESCROW-BAL
           IF WS-FEE-POSITION > ZERO
               MOVE WS-FEE-POSITION TO HL-FEES-OWED
           ELSE
               MOVE ZERO TO HL-FEES-OWED
           END-IF
           IF WS-PI-POSITION > ZERO
               MOVE WS-PI-POSITION TO HL-ARREARS
           ELSE
               MOVE ZERO TO HL-ARREARS
           END-IF.

       PRINT-CUTOFF-MARKER.
           MOVE 'Y' TO WS-CUTOFF-TAKEN
           MOVE SPACES TO HISTORY-PRINT-LINE
           STRING '---------- ' WS-CUTOFF-WORD ' ' WS-CUTOFF-DATE
                   ' ----------'
                   DELIMITED BY SIZE INTO HISTORY-PRINT-LINE
           WRITE HISTORY-PRINT-LINE.
