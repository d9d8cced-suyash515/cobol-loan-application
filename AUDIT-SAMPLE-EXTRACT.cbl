       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-SAMPLE-EXTRACT.

      *================================================================
      *  Audit and examiner sampling extract.  Draws a random,
      *  stratified or top-dollar sample of loans by event type,
      *  event date window, loan type, status and branch, and
      *  writes the sample list and the examiner file pack.
      *
      *  Population: the event type picks the source file and the
      *  date that the date range is tested against --
      *      FUNDED        FUNDING.DAT        funding date
      *      MODIFICATION  LOAN_MOD_HIST.DAT  effective date
      *      FORBEARANCE   FORBEARANCE.DAT    granted date
      *      PAYOFF        LOAN_STATUS_HIST   date moved to PAIDOFF
      *      CHARGEOFF     COLLECTIONS.DAT    charge-off date
      *      DENIAL        LOAN_APPLICATION   denial date
      *      ALL           LOAN.DAT           (no date range)
      *  narrowed by loan type, loan status and branch (blank or
      *  zero = any).  A loan with several qualifying events (two
      *  modifications in the range) is one population item.
      *
      *  Selection: R random, S stratified by branch (the sample size
      *  is spread across branches in proportion to each branch's
      *  share of the population, at least one from every branch
      *  represented), T top-dollar (largest amounts first).  Each
      *  loan's random draw is figured from the seed and the loan ID
      *  alone, so the same seed against the same files selects the
      *  same loans whatever order the records sit in.  A zero seed
      *  takes one from the clock; either way the seed used is
      *  printed on the sample list and written to the audit log.
      *
      *  Output: AUDIT_SAMPLE.PRT, the sample list (criteria, seed,
      *  population by branch, the loans selected), and
      *  AUDIT_SAMPLE_PACK.DAT, the file pack -- for each selected
      *  loan its master record, the event records, payment
      *  schedule, transactions, status history, documents
      *  checklist, and the journal and log entries that touched it,
      *  each row tagged with the sample number, loan and section.
      *  A denial is an application, not a loan; its pack is the
      *  application record.
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

           SELECT LOAN-APPLICATION-FILE ASSIGN TO 'LOAN_APPLICATION.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-APPLICATION-REC
               FILE STATUS IS LOANAPP-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUSTOMER-FILE-STATUS.

           SELECT FUNDING-FILE ASSIGN TO 'FUNDING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FUNDING-FILE-STATUS.

           SELECT LOAN-MOD-HIST-FILE ASSIGN TO 'LOAN_MOD_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS MOD-FILE-STATUS.

           SELECT FORBEARANCE-FILE ASSIGN TO 'FORBEARANCE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS FORBEAR-FILE-STATUS.

           SELECT LOAN-STATUS-HIST-FILE
               ASSIGN TO 'LOAN_STATUS_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT COLLECTIONS-FILE ASSIGN TO 'COLLECTIONS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF COLLECTIONS-REC
               FILE STATUS IS COLL-FILE-STATUS.

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

           SELECT DOCUMENT-TRACK-FILE ASSIGN TO 'DOCUMENT_TRACK.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOC-KEY OF DOCUMENT-TRACK-REC
               FILE STATUS IS DOC-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'JOURNAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

           SELECT LOG-FILE ASSIGN TO 'LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

           SELECT SAMPLE-LIST-FILE ASSIGN TO 'AUDIT_SAMPLE.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.

           SELECT SAMPLE-PACK-FILE ASSIGN TO 'AUDIT_SAMPLE_PACK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  LOAN-APPLICATION-FILE.
       COPY LOANAPPREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  FUNDING-FILE.
       COPY FUNDINGREC.

       FD  LOAN-MOD-HIST-FILE.
       COPY LOANMODREC.

       FD  FORBEARANCE-FILE.
       COPY FORBEARREC.

       FD  LOAN-STATUS-HIST-FILE.
       COPY LOANSTATUSHIST.

       FD  COLLECTIONS-FILE.
       COPY COLLECTIONSREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  DOCUMENT-TRACK-FILE.
       COPY DOCTRACKREC.

       FD  JOURNAL-FILE.
       COPY JOURNALREC.

       FD  LOG-FILE.
       COPY LOGREC.

       FD  SAMPLE-LIST-FILE.
       01  SAMPLE-LIST-LINE        PIC X(132).

      *  One file-pack row: the record image as it sits on its own
      *  file (laid out by that file's copybook), tagged with the
      *  sample number, loan and the section it came from.
       FD  SAMPLE-PACK-FILE.
       01  SAMPLE-PACK-REC.
           05  PACK-SAMPLE-SEQ     PIC 9(4).
           05  PACK-LOAN-ID        PIC 9(5).
           05  PACK-SECTION        PIC X(12).
           05  PACK-DATA           PIC X(460).

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  LOANAPP-FILE-STATUS     PIC XX.
           88  LOANAPP-FILE-OK      VALUE '00'.
       01  CUSTOMER-FILE-STATUS    PIC XX.
           88  CUSTOMER-FILE-OK     VALUE '00'.
       01  FUNDING-FILE-STATUS     PIC XX.
           88  FUNDING-FILE-OK      VALUE '00'.
       01  MOD-FILE-STATUS         PIC XX.
           88  MOD-FILE-OK          VALUE '00'.
       01  FORBEAR-FILE-STATUS     PIC XX.
           88  FORBEAR-FILE-OK      VALUE '00'.
       01  HIST-FILE-STATUS        PIC XX.
           88  HIST-FILE-OK         VALUE '00'.
       01  COLL-FILE-STATUS        PIC XX.
           88  COLL-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  DOC-FILE-STATUS         PIC XX.
           88  DOC-FILE-OK          VALUE '00'.
       01  JOURNAL-FILE-STATUS     PIC XX.
           88  JOURNAL-FILE-OK      VALUE '00'.
       01  LOG-FILE-STATUS         PIC XX.
           88  LOG-FILE-OK          VALUE '00'.
       01  LIST-FILE-STATUS        PIC XX.
           88  LIST-FILE-OK         VALUE '00'.
       01  PACK-FILE-STATUS        PIC XX.
           88  PACK-FILE-OK         VALUE '00'.

      *  Which optional files could be opened for the pack.
       01  WS-COLL-OPEN            PIC X VALUE 'N'.
           88  COLL-FILE-OPEN       VALUE 'Y'.
       01  WS-SCHED-OPEN           PIC X VALUE 'N'.
           88  SCHED-FILE-OPEN      VALUE 'Y'.
       01  WS-TRAN-OPEN            PIC X VALUE 'N'.
           88  TRAN-FILE-OPEN       VALUE 'Y'.
       01  WS-DOC-OPEN             PIC X VALUE 'N'.
           88  DOC-FILE-OPEN        VALUE 'Y'.
       01  WS-LOANAPP-OPEN         PIC X VALUE 'N'.
           88  LOANAPP-FILE-OPEN    VALUE 'Y'.
       01  WS-CUSTOMER-OPEN        PIC X VALUE 'N'.
           88  CUSTOMER-FILE-OPEN   VALUE 'Y'.

      *----------------------------------------------------------------
      *  Population criteria, as keyed or read off SYSIN.
      *----------------------------------------------------------------
       01  WS-EVENT-TYPE           PIC X(12).
           88  EVENT-FUNDED         VALUE 'FUNDED'.
           88  EVENT-MODIFICATION   VALUE 'MODIFICATION'.
           88  EVENT-FORBEARANCE    VALUE 'FORBEARANCE'.
           88  EVENT-PAYOFF         VALUE 'PAYOFF'.
           88  EVENT-CHARGEOFF      VALUE 'CHARGEOFF'.
           88  EVENT-DENIAL         VALUE 'DENIAL'.
           88  EVENT-ALL            VALUE 'ALL'.
           88  EVENT-IS-VALID       VALUE 'FUNDED' 'MODIFICATION'
                                          'FORBEARANCE' 'PAYOFF'
                                          'CHARGEOFF' 'DENIAL'
                                          'ALL'.
      *  Event types a loan can appear under more than once.
           88  EVENT-MAY-REPEAT     VALUE 'MODIFICATION'
                                          'FORBEARANCE' 'PAYOFF'.
       01  WS-FILTER-LOAN-TYPE     PIC X(20).
       01  WS-FILTER-STATUS        PIC X(10).
       01  WS-FILTER-FROM-DATE     PIC 9(8).
       01  WS-FILTER-TO-DATE       PIC 9(8).
       01  WS-FILTER-BRANCH-ID     PIC 9(3).
       01  WS-SAMPLE-METHOD        PIC X.
           88  METHOD-RANDOM        VALUE 'R'.
           88  METHOD-STRATIFIED    VALUE 'S'.
           88  METHOD-TOP-DOLLAR    VALUE 'T'.
       01  WS-SAMPLE-SIZE          PIC 9(4).
       01  WS-SEED                 PIC 9(9).
       01  WS-SEED-SOURCE          PIC X(8).
       01  WS-TIME-OF-DAY          PIC 9(8).
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-USER-ID              PIC A(10).
       01  WS-SIGNON-FOUND         PIC X.
           88  SIGNON-FOUND         VALUE 'Y'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

      *----------------------------------------------------------------
      *  The population, one entry per qualifying loan.
      *----------------------------------------------------------------
       01  WS-POP-MAX              PIC 9(5) COMP VALUE 9999.
       01  WS-POP-COUNT            PIC 9(5) COMP VALUE ZERO.
       01  WS-POP-OVERFLOW         PIC 9(7) COMP VALUE ZERO.
       01  WS-POPULATION-TABLE.
           05  WS-POP-ENTRY OCCURS 9999 TIMES.
               10  WS-POP-LOAN-ID      PIC 9(5).
               10  WS-POP-BRANCH-ID    PIC 9(3).
               10  WS-POP-LOAN-TYPE    PIC X(20).
               10  WS-POP-LOAN-STATUS  PIC X(10).
               10  WS-POP-EVENT-DATE   PIC 9(8).
               10  WS-POP-AMOUNT       PIC 9(9)V99.
               10  WS-POP-RANDOM-KEY   PIC 9(10) COMP.
               10  WS-POP-SELECTED     PIC X.
                   88  POP-SELECTED        VALUE 'Y'.

      *  Selected entries, in the order drawn.
       01  WS-SELECTED-COUNT       PIC 9(5) COMP VALUE ZERO.
       01  WS-SELECTED-TABLE.
           05  WS-SELECTED-SUB     PIC 9(5) COMP OCCURS 9999 TIMES.

      *  Strata: one slot per branch ID 000-999 (slot = ID + 1).
       01  WS-STRATA-TABLE.
           05  WS-STRATUM OCCURS 1000 TIMES.
               10  WS-STRATUM-COUNT    PIC 9(5) COMP.
               10  WS-STRATUM-QUOTA    PIC 9(5) COMP.
       01  WS-STRATUM-SUB          PIC 9(5) COMP.
       01  WS-STRATUM-BRANCH       PIC 9(3).
       01  WS-QUOTA-WORK           PIC 9(9) COMP.

      *  The candidate being offered to the population.
       01  WS-CAND-LOAN-ID         PIC 9(5).
       01  WS-CAND-EVENT-DATE      PIC 9(8).
       01  WS-CAND-AMOUNT          PIC 9(9)V99.
       01  WS-CAND-BRANCH-ID       PIC 9(3).
       01  WS-CAND-LOAN-TYPE       PIC X(20).
       01  WS-CAND-LOAN-STATUS     PIC X(10).
       01  WS-CAND-OK              PIC X.
           88  CANDIDATE-OK         VALUE 'Y'.
       01  WS-EVENT-ROWS-READ      PIC 9(7) COMP VALUE ZERO.

       01  WS-POP-SUB              PIC 9(5) COMP.
       01  WS-BEST-SUB             PIC 9(5) COMP.
       01  WS-SAMPLE-SUB           PIC 9(5) COMP.
       01  WS-DRAWS-WANTED         PIC 9(5) COMP.
       01  WS-DRAW-IX              PIC 9(5) COMP.
       01  WS-FOUND-FLAG           PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.

      *  Park-Miller minimal standard generator, 16807 mod 2**31-1.
       01  WS-RANDOM-MODULUS       PIC 9(10) COMP VALUE 2147483647.
       01  WS-RANDOM-STATE         PIC 9(10) COMP.
       01  WS-RANDOM-WORK          PIC 9(18) COMP.
       01  WS-RANDOM-QUOTIENT      PIC 9(18) COMP.

      *  File-pack work.
       01  WS-END-OF-FILE          PIC X VALUE 'N'.
           88  END-OF-FILE          VALUE 'Y'.
       01  WS-PACK-LOAN-ID         PIC 9(5).
       01  WS-PACK-CUSTOMER-ID     PIC 9(5).
       01  WS-PACK-ROWS            PIC 9(7) COMP VALUE ZERO.
       01  WS-LOG-MATCH-TEXT       PIC X(10).
       01  WS-LOG-MATCH-COUNT      PIC 9(3) COMP.
       01  WS-JRN-KEY-TEXT         PIC X(5).

       01  WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT           PIC ZZZZ9.
       01  WS-EDIT-SEQ             PIC ZZZ9.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       DISPLAY 'Event Type (FUNDED, MODIFICATION, FORBEARANCE, '
           'PAYOFF, CHARGEOFF, DENIAL, ALL): '
       ACCEPT WS-EVENT-TYPE
       DISPLAY 'Loan Type (Blank = Any): '
       ACCEPT WS-FILTER-LOAN-TYPE
       DISPLAY 'Loan Status (Blank = Any): '
       ACCEPT WS-FILTER-STATUS
       DISPLAY 'Event Date From (YYYYMMDD, 0 = Open): '
       ACCEPT WS-FILTER-FROM-DATE
       DISPLAY 'Event Date To (YYYYMMDD, 0 = Open): '
       ACCEPT WS-FILTER-TO-DATE
       DISPLAY 'Branch ID (0 = All): '
       ACCEPT WS-FILTER-BRANCH-ID
       DISPLAY 'Method (R=Random, S=Stratified, T=Top-Dollar): '
       ACCEPT WS-SAMPLE-METHOD
       DISPLAY 'Sample Size: '
       ACCEPT WS-SAMPLE-SIZE
       DISPLAY 'Seed (0 = Take One From The Clock): '
       ACCEPT WS-SEED

       IF WS-EVENT-TYPE = SPACES
           MOVE 'ALL' TO WS-EVENT-TYPE
       END-IF
       IF NOT EVENT-IS-VALID
           DISPLAY 'Invalid Event Type: ' WS-EVENT-TYPE
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF NOT METHOD-RANDOM AND NOT METHOD-STRATIFIED
          AND NOT METHOD-TOP-DOLLAR
           DISPLAY 'Invalid Sampling Method: ' WS-SAMPLE-METHOD
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-SAMPLE-SIZE NOT NUMERIC OR WS-SAMPLE-SIZE = ZERO
           DISPLAY 'Sample Size Must Be Greater Than Zero.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-FILTER-FROM-DATE NOT NUMERIC
           MOVE ZERO TO WS-FILTER-FROM-DATE
       END-IF
       IF WS-FILTER-TO-DATE NOT NUMERIC
           MOVE ZERO TO WS-FILTER-TO-DATE
       END-IF
       IF WS-FILTER-BRANCH-ID NOT NUMERIC
           MOVE ZERO TO WS-FILTER-BRANCH-ID
       END-IF
       IF WS-SEED NOT NUMERIC OR WS-SEED = ZERO
           ACCEPT WS-TIME-OF-DAY FROM TIME
           COMPUTE WS-SEED = WS-TIME-OF-DAY + 1
           MOVE 'CLOCK' TO WS-SEED-SOURCE
       ELSE
           MOVE 'KEYED' TO WS-SEED-SOURCE
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT LOAN-APPLICATION-FILE
       IF LOANAPP-FILE-OK
           MOVE 'Y' TO WS-LOANAPP-OPEN
       END-IF
       OPEN INPUT CUSTOMER-FILE
       IF CUSTOMER-FILE-OK
           MOVE 'Y' TO WS-CUSTOMER-OPEN
       END-IF
       OPEN INPUT COLLECTIONS-FILE
       IF COLL-FILE-OK
           MOVE 'Y' TO WS-COLL-OPEN
       END-IF
       OPEN INPUT PAYMENT-SCHEDULE-FILE
       IF SCHED-FILE-OK
           MOVE 'Y' TO WS-SCHED-OPEN
       END-IF
       OPEN INPUT TRANSACTION-FILE
       IF TRAN-FILE-OK
           MOVE 'Y' TO WS-TRAN-OPEN
       END-IF
       OPEN INPUT DOCUMENT-TRACK-FILE
       IF DOC-FILE-OK
           MOVE 'Y' TO WS-DOC-OPEN
       END-IF

       EVALUATE TRUE
           WHEN EVENT-FUNDED
               PERFORM BUILD-FUNDED-POPULATION
           WHEN EVENT-MODIFICATION
               PERFORM BUILD-MODIFICATION-POPULATION
           WHEN EVENT-FORBEARANCE
               PERFORM BUILD-FORBEARANCE-POPULATION
           WHEN EVENT-PAYOFF
               PERFORM BUILD-PAYOFF-POPULATION
           WHEN EVENT-CHARGEOFF
               PERFORM BUILD-CHARGEOFF-POPULATION
           WHEN EVENT-DENIAL
               PERFORM BUILD-DENIAL-POPULATION
           WHEN OTHER
               PERFORM BUILD-LOAN-POPULATION
       END-EVALUATE

       IF WS-POP-OVERFLOW > ZERO
           DISPLAY 'Population Exceeds ' WS-POP-MAX
               ' Loans; ' WS-POP-OVERFLOW ' Not Sampled -- '
               'Narrow The Criteria.'
           MOVE 4 TO RETURN-CODE
       END-IF

       EVALUATE TRUE
           WHEN METHOD-RANDOM
               MOVE WS-SAMPLE-SIZE TO WS-DRAWS-WANTED
               MOVE ZERO TO WS-STRATUM-SUB
               PERFORM DRAW-LOWEST-KEY
                   VARYING WS-DRAW-IX FROM 1 BY 1
                   UNTIL WS-DRAW-IX > WS-DRAWS-WANTED
           WHEN METHOD-STRATIFIED
               PERFORM SET-STRATUM-QUOTAS
               PERFORM DRAW-ONE-STRATUM
                   VARYING WS-STRATUM-SUB FROM 1 BY 1
                   UNTIL WS-STRATUM-SUB > 1000
           WHEN METHOD-TOP-DOLLAR
               MOVE WS-SAMPLE-SIZE TO WS-DRAWS-WANTED
               PERFORM DRAW-HIGHEST-AMOUNT
                   VARYING WS-DRAW-IX FROM 1 BY 1
                   UNTIL WS-DRAW-IX > WS-DRAWS-WANTED
       END-EVALUATE

       OPEN OUTPUT SAMPLE-LIST-FILE
       IF NOT LIST-FILE-OK
           DISPLAY 'Error Opening SAMPLE-LIST-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN OUTPUT SAMPLE-PACK-FILE
       IF NOT PACK-FILE-OK
           DISPLAY 'Error Opening SAMPLE-PACK-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM WRITE-LIST-HEADER
       PERFORM WRITE-ONE-SAMPLE
           VARYING WS-SAMPLE-SUB FROM 1 BY 1
           UNTIL WS-SAMPLE-SUB > WS-SELECTED-COUNT
       PERFORM WRITE-LIST-TRAILER

       CLOSE SAMPLE-LIST-FILE
       CLOSE SAMPLE-PACK-FILE
       CLOSE LOAN-FILE
       IF LOANAPP-FILE-OPEN
           CLOSE LOAN-APPLICATION-FILE
       END-IF
       IF CUSTOMER-FILE-OPEN
           CLOSE CUSTOMER-FILE
       END-IF
       IF COLL-FILE-OPEN
           CLOSE COLLECTIONS-FILE
       END-IF
       IF SCHED-FILE-OPEN
           CLOSE PAYMENT-SCHEDULE-FILE
       END-IF
       IF TRAN-FILE-OPEN
           CLOSE TRANSACTION-FILE
       END-IF
       IF DOC-FILE-OPEN
           CLOSE DOCUMENT-TRACK-FILE
       END-IF

       MOVE 'AUDIT SAMPLE' TO WS-LOG-ACTION-TYPE
       MOVE SPACES TO WS-LOG-DESCRIPTION
       MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
       STRING WS-EVENT-TYPE DELIMITED BY SPACE
              ' Method ' WS-SAMPLE-METHOD
              ' Seed ' WS-SEED
              ' Drawn ' WS-EDIT-COUNT
           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
       END-STRING
       CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                     WS-USER-ID
                                     WS-LOG-DESCRIPTION

       DISPLAY '============================================'
       DISPLAY '  AUDIT SAMPLE EXTRACT'
       DISPLAY '============================================'
       DISPLAY 'Event Type          : ' WS-EVENT-TYPE
       DISPLAY 'Event Rows Read     : ' WS-EVENT-ROWS-READ
       DISPLAY 'Population          : ' WS-POP-COUNT
       DISPLAY 'Loans Sampled       : ' WS-SELECTED-COUNT
       DISPLAY 'Seed                : ' WS-SEED ' (' WS-SEED-SOURCE
           ')'
       DISPLAY 'File-Pack Rows      : ' WS-PACK-ROWS
       DISPLAY '============================================'

       STOP RUN.

      *----------------------------------------------------------------
      *  Population builders, one per event source.  Each sets the
      *  candidate's loan, event date and amount and offers it.
      *----------------------------------------------------------------
       BUILD-FUNDED-POPULATION.
           OPEN INPUT FUNDING-FILE
           IF FUNDING-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM OFFER-NEXT-FUNDING UNTIL END-OF-FILE
               CLOSE FUNDING-FILE
           END-IF.

       OFFER-NEXT-FUNDING.
           READ FUNDING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-EVENT-ROWS-READ
                   MOVE LOAN-ID OF FUNDING-REC TO WS-CAND-LOAN-ID
                   MOVE FUNDING-DATE TO WS-CAND-EVENT-DATE
                   MOVE GROSS-AMOUNT TO WS-CAND-AMOUNT
                   PERFORM OFFER-CANDIDATE
           END-READ.

       BUILD-MODIFICATION-POPULATION.
           OPEN INPUT LOAN-MOD-HIST-FILE
           IF MOD-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM OFFER-NEXT-MODIFICATION UNTIL END-OF-FILE
               CLOSE LOAN-MOD-HIST-FILE
           END-IF.

       OFFER-NEXT-MODIFICATION.
           READ LOAN-MOD-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-EVENT-ROWS-READ
      *  A maturity extension is not a hardship modification and
      *  is not sampled as one.
                   IF NOT MOD-MATURITY-EXTENSION
                       MOVE LOAN-ID OF LOAN-MOD-HIST-REC
                           TO WS-CAND-LOAN-ID
                       MOVE MOD-EFFECTIVE-DATE TO WS-CAND-EVENT-DATE
                       MOVE NEW-LOAN-BALANCE TO WS-CAND-AMOUNT
                       PERFORM OFFER-CANDIDATE
                   END-IF
           END-READ.

       BUILD-FORBEARANCE-POPULATION.
           OPEN INPUT FORBEARANCE-FILE
           IF FORBEAR-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM OFFER-NEXT-FORBEARANCE UNTIL END-OF-FILE
               CLOSE FORBEARANCE-FILE
           END-IF.

       OFFER-NEXT-FORBEARANCE.
           READ FORBEARANCE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-EVENT-ROWS-READ
                   MOVE LOAN-ID OF FORBEARANCE-REC TO WS-CAND-LOAN-ID
                   MOVE GRANTED-DATE TO WS-CAND-EVENT-DATE
                   MOVE DEFERRED-INTEREST TO WS-CAND-AMOUNT
                   PERFORM OFFER-CANDIDATE
           END-READ.

       BUILD-PAYOFF-POPULATION.
           OPEN INPUT LOAN-STATUS-HIST-FILE
           IF HIST-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM OFFER-NEXT-PAYOFF UNTIL END-OF-FILE
               CLOSE LOAN-STATUS-HIST-FILE
           END-IF.

      *  Amount is the loan's original amount, filled in by the
      *  loan lookup in OFFER-CANDIDATE.
       OFFER-NEXT-PAYOFF.
           READ LOAN-STATUS-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF NEW-LOAN-STATUS = 'PAIDOFF'
                       ADD 1 TO WS-EVENT-ROWS-READ
                       MOVE LOAN-ID OF LOAN-STATUS-HIST-REC
                           TO WS-CAND-LOAN-ID
                       MOVE CHANGE-DATE TO WS-CAND-EVENT-DATE
                       MOVE ZERO TO WS-CAND-AMOUNT
                       PERFORM OFFER-CANDIDATE
                   END-IF
           END-READ.

       BUILD-CHARGEOFF-POPULATION.
           IF COLL-FILE-OPEN
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM OFFER-NEXT-CHARGEOFF UNTIL END-OF-FILE
           END-IF.

       OFFER-NEXT-CHARGEOFF.
           READ COLLECTIONS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CHARGE-OFF-DATE > ZERO
                       ADD 1 TO WS-EVENT-ROWS-READ
                       MOVE LOAN-ID OF COLLECTIONS-REC
                           TO WS-CAND-LOAN-ID
                       MOVE CHARGE-OFF-DATE TO WS-CAND-EVENT-DATE
                       MOVE CHARGE-OFF-AMOUNT TO WS-CAND-AMOUNT
                       PERFORM OFFER-CANDIDATE
                   END-IF
           END-READ.

       BUILD-DENIAL-POPULATION.
           IF LOANAPP-FILE-OPEN
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM OFFER-NEXT-DENIAL UNTIL END-OF-FILE
           END-IF.

       OFFER-NEXT-DENIAL.
           READ LOAN-APPLICATION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF APPLICATION-DENIED
                       ADD 1 TO WS-EVENT-ROWS-READ
                       MOVE LOAN-ID OF LOAN-APPLICATION-REC
                           TO WS-CAND-LOAN-ID
                       MOVE DENIAL-DATE TO WS-CAND-EVENT-DATE
                       MOVE REQUESTED-AMOUNT TO WS-CAND-AMOUNT
                       PERFORM OFFER-CANDIDATE
                   END-IF
           END-READ.

       BUILD-LOAN-POPULATION.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM OFFER-NEXT-LOAN UNTIL END-OF-FILE.

       OFFER-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-EVENT-ROWS-READ
                   MOVE LOAN-ID OF LOAN-REC TO WS-CAND-LOAN-ID
                   MOVE ZERO TO WS-CAND-EVENT-DATE
                   MOVE LOAN-AMOUNT OF LOAN-REC TO WS-CAND-AMOUNT
                   PERFORM OFFER-CANDIDATE
           END-READ.

      *----------------------------------------------------------------
      *  Applies the date range and the loan type / status / branch
      *  filters and adds a qualifying candidate to the population.
      *  The loan-level attributes come from LOAN.DAT; a denial's
      *  come from the application and the applicant's branch.
      *----------------------------------------------------------------
       OFFER-CANDIDATE.
           MOVE 'Y' TO WS-CAND-OK
           IF NOT EVENT-ALL
               IF WS-FILTER-FROM-DATE > ZERO
                  AND WS-CAND-EVENT-DATE < WS-FILTER-FROM-DATE
                   MOVE 'N' TO WS-CAND-OK
               END-IF
               IF WS-FILTER-TO-DATE > ZERO
                  AND WS-CAND-EVENT-DATE > WS-FILTER-TO-DATE
                   MOVE 'N' TO WS-CAND-OK
               END-IF
           END-IF

           IF CANDIDATE-OK
               IF EVENT-DENIAL
                   PERFORM GET-APPLICATION-ATTRIBUTES
               ELSE
                   PERFORM GET-LOAN-ATTRIBUTES
               END-IF
           END-IF

           IF CANDIDATE-OK
               IF WS-FILTER-LOAN-TYPE NOT = SPACES
                  AND WS-CAND-LOAN-TYPE NOT = WS-FILTER-LOAN-TYPE
                   MOVE 'N' TO WS-CAND-OK
               END-IF
               IF WS-FILTER-STATUS NOT = SPACES
                  AND WS-CAND-LOAN-STATUS NOT = WS-FILTER-STATUS
                   MOVE 'N' TO WS-CAND-OK
               END-IF
               IF WS-FILTER-BRANCH-ID NOT = ZERO
                  AND WS-CAND-BRANCH-ID NOT = WS-FILTER-BRANCH-ID
                   MOVE 'N' TO WS-CAND-OK
               END-IF
           END-IF

           IF CANDIDATE-OK AND EVENT-MAY-REPEAT
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM CHECK-ALREADY-IN-POPULATION
                   VARYING WS-POP-SUB FROM 1 BY 1
                   UNTIL WS-POP-SUB > WS-POP-COUNT
                      OR ENTRY-FOUND
               IF ENTRY-FOUND
                   MOVE 'N' TO WS-CAND-OK
               END-IF
           END-IF

           IF CANDIDATE-OK
               IF WS-POP-COUNT < WS-POP-MAX
                   PERFORM ADD-TO-POPULATION
               ELSE
                   ADD 1 TO WS-POP-OVERFLOW
               END-IF
           END-IF.

       GET-LOAN-ATTRIBUTES.
           MOVE WS-CAND-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CAND-OK
               NOT INVALID KEY
                   MOVE LOAN-TYPE OF LOAN-REC TO WS-CAND-LOAN-TYPE
                   MOVE LOAN-STATUS TO WS-CAND-LOAN-STATUS
                   MOVE ZERO TO WS-CAND-BRANCH-ID
                   IF BRANCH-ID OF LOAN-REC NUMERIC
                       MOVE BRANCH-ID OF LOAN-REC
                           TO WS-CAND-BRANCH-ID
                   END-IF
                   IF WS-CAND-AMOUNT = ZERO
                       MOVE LOAN-AMOUNT OF LOAN-REC
                           TO WS-CAND-AMOUNT
                   END-IF
           END-READ.

       GET-APPLICATION-ATTRIBUTES.
           MOVE LOAN-TYPE OF LOAN-APPLICATION-REC TO WS-CAND-LOAN-TYPE
           MOVE APPLICATION-STATUS TO WS-CAND-LOAN-STATUS
           MOVE ZERO TO WS-CAND-BRANCH-ID
           IF CUSTOMER-FILE-OPEN
               MOVE CUSTOMER-ID OF LOAN-APPLICATION-REC
                   TO CUSTOMER-ID OF CUSTOMER-REC
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BRANCH-ID OF CUSTOMER-REC NUMERIC
                           MOVE BRANCH-ID OF CUSTOMER-REC
                               TO WS-CAND-BRANCH-ID
                       END-IF
               END-READ
           END-IF.

       CHECK-ALREADY-IN-POPULATION.
           IF WS-POP-LOAN-ID (WS-POP-SUB) = WS-CAND-LOAN-ID
               MOVE 'Y' TO WS-FOUND-FLAG
           END-IF.

      *  The draw is seeded from the seed and the loan ID and run
      *  through the generator twice, so it does not depend on where
      *  the loan sits in the population.
       ADD-TO-POPULATION.
           ADD 1 TO WS-POP-COUNT
           MOVE WS-CAND-LOAN-ID     TO WS-POP-LOAN-ID (WS-POP-COUNT)
           MOVE WS-CAND-BRANCH-ID   TO WS-POP-BRANCH-ID (WS-POP-COUNT)
           MOVE WS-CAND-LOAN-TYPE   TO WS-POP-LOAN-TYPE (WS-POP-COUNT)
           MOVE WS-CAND-LOAN-STATUS
               TO WS-POP-LOAN-STATUS (WS-POP-COUNT)
           MOVE WS-CAND-EVENT-DATE
               TO WS-POP-EVENT-DATE (WS-POP-COUNT)
           MOVE WS-CAND-AMOUNT      TO WS-POP-AMOUNT (WS-POP-COUNT)
           MOVE 'N'                 TO WS-POP-SELECTED (WS-POP-COUNT)

           COMPUTE WS-RANDOM-WORK = WS-SEED + WS-CAND-LOAN-ID * 7919
           DIVIDE WS-RANDOM-WORK BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-STATE
           IF WS-RANDOM-STATE = ZERO
               MOVE 1 TO WS-RANDOM-STATE
           END-IF
           PERFORM STEP-RANDOM-GENERATOR
           PERFORM STEP-RANDOM-GENERATOR
           MOVE WS-RANDOM-STATE TO WS-POP-RANDOM-KEY (WS-POP-COUNT).

       STEP-RANDOM-GENERATOR.
           COMPUTE WS-RANDOM-WORK = WS-RANDOM-STATE * 16807
           DIVIDE WS-RANDOM-WORK BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-STATE.

      *----------------------------------------------------------------
      *  Selection.  A random draw takes the unselected entry with
      *  the lowest random key -- within one branch when
      *  WS-STRATUM-SUB is set -- so the sample is the population
      *  sorted by draw, cut at the sample size.
      *----------------------------------------------------------------
       DRAW-LOWEST-KEY.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM CHECK-LOWEST-KEY
               VARYING WS-POP-SUB FROM 1 BY 1
               UNTIL WS-POP-SUB > WS-POP-COUNT
           IF WS-BEST-SUB > ZERO
               PERFORM MARK-SELECTED
           END-IF.

       CHECK-LOWEST-KEY.
           IF NOT POP-SELECTED (WS-POP-SUB)
               IF WS-STRATUM-SUB = ZERO
                  OR WS-POP-BRANCH-ID (WS-POP-SUB) = WS-STRATUM-BRANCH
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-POP-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-POP-RANDOM-KEY (WS-POP-SUB)
                          < WS-POP-RANDOM-KEY (WS-BEST-SUB)
                           MOVE WS-POP-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  Ties on amount go to the lower random key, so a top-dollar
      *  cut through equal balances is reproducible too.
       DRAW-HIGHEST-AMOUNT.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM CHECK-HIGHEST-AMOUNT
               VARYING WS-POP-SUB FROM 1 BY 1
               UNTIL WS-POP-SUB > WS-POP-COUNT
           IF WS-BEST-SUB > ZERO
               PERFORM MARK-SELECTED
           END-IF.

       CHECK-HIGHEST-AMOUNT.
           IF NOT POP-SELECTED (WS-POP-SUB)
               IF WS-BEST-SUB = ZERO
                   MOVE WS-POP-SUB TO WS-BEST-SUB
               ELSE
                   IF WS-POP-AMOUNT (WS-POP-SUB)
                      > WS-POP-AMOUNT (WS-BEST-SUB)
                       MOVE WS-POP-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-POP-AMOUNT (WS-POP-SUB)
                          = WS-POP-AMOUNT (WS-BEST-SUB)
                          AND WS-POP-RANDOM-KEY (WS-POP-SUB)
                          < WS-POP-RANDOM-KEY (WS-BEST-SUB)
                           MOVE WS-POP-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       MARK-SELECTED.
           MOVE 'Y' TO WS-POP-SELECTED (WS-BEST-SUB)
           ADD 1 TO WS-SELECTED-COUNT
           MOVE WS-BEST-SUB TO WS-SELECTED-SUB (WS-SELECTED-COUNT).

      *  Proportional allocation: each branch's quota is its share
      *  of the population times the sample size, rounded, never
      *  less than one nor more than the branch has.
       SET-STRATUM-QUOTAS.
           INITIALIZE WS-STRATA-TABLE
           PERFORM COUNT-ONE-STRATUM-MEMBER
               VARYING WS-POP-SUB FROM 1 BY 1
               UNTIL WS-POP-SUB > WS-POP-COUNT
           PERFORM SET-ONE-STRATUM-QUOTA
               VARYING WS-STRATUM-SUB FROM 1 BY 1
               UNTIL WS-STRATUM-SUB > 1000.

       COUNT-ONE-STRATUM-MEMBER.
           COMPUTE WS-STRATUM-SUB = WS-POP-BRANCH-ID (WS-POP-SUB) + 1
           ADD 1 TO WS-STRATUM-COUNT (WS-STRATUM-SUB).

       SET-ONE-STRATUM-QUOTA.
           IF WS-STRATUM-COUNT (WS-STRATUM-SUB) > ZERO
               COMPUTE WS-QUOTA-WORK ROUNDED =
                   WS-SAMPLE-SIZE * WS-STRATUM-COUNT (WS-STRATUM-SUB)
                   / WS-POP-COUNT
               IF WS-QUOTA-WORK = ZERO
                   MOVE 1 TO WS-QUOTA-WORK
               END-IF
               IF WS-QUOTA-WORK > WS-STRATUM-COUNT (WS-STRATUM-SUB)
                   MOVE WS-STRATUM-COUNT (WS-STRATUM-SUB)
                       TO WS-QUOTA-WORK
               END-IF
               MOVE WS-QUOTA-WORK TO WS-STRATUM-QUOTA (WS-STRATUM-SUB)
           END-IF.

       DRAW-ONE-STRATUM.
           IF WS-STRATUM-QUOTA (WS-STRATUM-SUB) > ZERO
               COMPUTE WS-STRATUM-BRANCH = WS-STRATUM-SUB - 1
               MOVE WS-STRATUM-QUOTA (WS-STRATUM-SUB)
                   TO WS-DRAWS-WANTED
               PERFORM DRAW-LOWEST-KEY
                   VARYING WS-DRAW-IX FROM 1 BY 1
                   UNTIL WS-DRAW-IX > WS-DRAWS-WANTED
           END-IF.

      *----------------------------------------------------------------
      *  Sample list.
      *----------------------------------------------------------------
       WRITE-LIST-HEADER.
           MOVE ALL '=' TO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  AUDIT / EXAMINER SAMPLE       Run Date '
                  WS-RUN-DATE '   Drawn By ' WS-USER-ID
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE
           MOVE ALL '=' TO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  Event Type   : ' WS-EVENT-TYPE
                  '   Date Range : ' WS-FILTER-FROM-DATE
                  ' - ' WS-FILTER-TO-DATE
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  Loan Type    : ' WS-FILTER-LOAN-TYPE
                  '   Status : ' WS-FILTER-STATUS
                  '   Branch : ' WS-FILTER-BRANCH-ID
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE
           MOVE WS-SAMPLE-SIZE TO WS-EDIT-COUNT
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  Method       : ' WS-SAMPLE-METHOD
                  ' (R Random, S Stratified By Branch, T Top-Dollar)'
                  '   Requested : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  Seed         : ' WS-SEED ' (' WS-SEED-SOURCE
                  ')  -- rerun with this seed to reproduce the sample'
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE
           MOVE WS-POP-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  Population   : ' WS-EDIT-COUNT ' loans'
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE

           IF METHOD-STRATIFIED
               MOVE SPACES TO SAMPLE-LIST-LINE
               WRITE SAMPLE-LIST-LINE
               MOVE '  Branch  Population  Quota' TO SAMPLE-LIST-LINE
               WRITE SAMPLE-LIST-LINE
               PERFORM WRITE-STRATUM-LINE
                   VARYING WS-STRATUM-SUB FROM 1 BY 1
                   UNTIL WS-STRATUM-SUB > 1000
           END-IF

           MOVE SPACES TO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE
           MOVE '  Seq   Loan   Br   Loan Type            Status     '
               TO SAMPLE-LIST-LINE
           MOVE 'Event Date          Amount'
               TO SAMPLE-LIST-LINE (54:26)
           WRITE SAMPLE-LIST-LINE
           MOVE ALL '-' TO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE.

       WRITE-STRATUM-LINE.
           IF WS-STRATUM-COUNT (WS-STRATUM-SUB) > ZERO
               COMPUTE WS-STRATUM-BRANCH = WS-STRATUM-SUB - 1
               MOVE SPACES TO SAMPLE-LIST-LINE
               MOVE WS-STRATUM-COUNT (WS-STRATUM-SUB) TO WS-EDIT-COUNT
               MOVE WS-STRATUM-QUOTA (WS-STRATUM-SUB) TO WS-EDIT-SEQ
               STRING '  ' WS-STRATUM-BRANCH '     ' WS-EDIT-COUNT
                      '       ' WS-EDIT-SEQ
                   DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
               END-STRING
               WRITE SAMPLE-LIST-LINE
           END-IF.

       WRITE-ONE-SAMPLE.
           MOVE WS-SELECTED-SUB (WS-SAMPLE-SUB) TO WS-POP-SUB
           MOVE WS-SAMPLE-SUB TO WS-EDIT-SEQ
           MOVE WS-POP-AMOUNT (WS-POP-SUB) TO WS-EDIT-AMOUNT
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  ' WS-EDIT-SEQ '  '
                  WS-POP-LOAN-ID (WS-POP-SUB) '  '
                  WS-POP-BRANCH-ID (WS-POP-SUB) '  '
                  WS-POP-LOAN-TYPE (WS-POP-SUB) ' '
                  WS-POP-LOAN-STATUS (WS-POP-SUB) ' '
                  WS-POP-EVENT-DATE (WS-POP-SUB) ' '
                  WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE

           MOVE WS-SAMPLE-SUB TO PACK-SAMPLE-SEQ
           MOVE WS-POP-LOAN-ID (WS-POP-SUB) TO WS-PACK-LOAN-ID
           MOVE WS-PACK-LOAN-ID TO PACK-LOAN-ID
           IF EVENT-DENIAL
               PERFORM PACK-APPLICATION
           ELSE
               PERFORM PACK-LOAN-FILES
           END-IF.

       WRITE-LIST-TRAILER.
           MOVE ALL '-' TO SAMPLE-LIST-LINE
           WRITE SAMPLE-LIST-LINE
           MOVE WS-SELECTED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SAMPLE-LIST-LINE
           STRING '  Loans Sampled: ' WS-EDIT-COUNT
                  '   File pack: AUDIT_SAMPLE_PACK.DAT'
               DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
           END-STRING
           WRITE SAMPLE-LIST-LINE
           IF WS-POP-OVERFLOW > ZERO
               MOVE WS-POP-MAX TO WS-EDIT-COUNT
               MOVE SPACES TO SAMPLE-LIST-LINE
               STRING '  *** Population exceeded ' WS-EDIT-COUNT
                      ' loans -- sample drawn from the first '
                      WS-EDIT-COUNT ' only ***'
                   DELIMITED BY SIZE INTO SAMPLE-LIST-LINE
               END-STRING
               WRITE SAMPLE-LIST-LINE
           END-IF.

      *----------------------------------------------------------------
      *  File pack for one sampled loan.
      *----------------------------------------------------------------
       PACK-APPLICATION.
           IF LOANAPP-FILE-OPEN
               MOVE WS-PACK-LOAN-ID TO LOAN-ID OF LOAN-APPLICATION-REC
               READ LOAN-APPLICATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'APPLICATION' TO PACK-SECTION
                       MOVE LOAN-APPLICATION-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
               END-READ
           END-IF.

       PACK-LOAN-FILES.
           MOVE ZERO TO WS-PACK-CUSTOMER-ID
           MOVE WS-PACK-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUSTOMER-ID OF LOAN-REC TO WS-PACK-CUSTOMER-ID
                   MOVE 'LOAN MASTER' TO PACK-SECTION
                   MOVE LOAN-REC TO PACK-DATA
                   PERFORM WRITE-PACK-ROW
           END-READ

           EVALUATE TRUE
               WHEN EVENT-FUNDED
                   PERFORM PACK-FUNDING-ROWS
               WHEN EVENT-MODIFICATION
                   PERFORM PACK-MODIFICATION-ROWS
               WHEN EVENT-FORBEARANCE
                   PERFORM PACK-FORBEARANCE-ROWS
               WHEN EVENT-CHARGEOFF
                   PERFORM PACK-COLLECTIONS-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM PACK-SCHEDULE-ROWS
           PERFORM PACK-TRANSACTION-ROWS
           PERFORM PACK-STATUS-HIST-ROWS
           PERFORM PACK-DOCUMENT-ROWS
           PERFORM PACK-JOURNAL-ROWS
           PERFORM PACK-LOG-ROWS.

       WRITE-PACK-ROW.
           WRITE SAMPLE-PACK-REC
           ADD 1 TO WS-PACK-ROWS
           MOVE SPACES TO PACK-DATA.

       PACK-FUNDING-ROWS.
           OPEN INPUT FUNDING-FILE
           IF FUNDING-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM PACK-NEXT-FUNDING UNTIL END-OF-FILE
               CLOSE FUNDING-FILE
           END-IF.

       PACK-NEXT-FUNDING.
           READ FUNDING-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF LOAN-ID OF FUNDING-REC = WS-PACK-LOAN-ID
                       MOVE 'FUNDING' TO PACK-SECTION
                       MOVE FUNDING-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   END-IF
           END-READ.

       PACK-MODIFICATION-ROWS.
           OPEN INPUT LOAN-MOD-HIST-FILE
           IF MOD-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM PACK-NEXT-MODIFICATION UNTIL END-OF-FILE
               CLOSE LOAN-MOD-HIST-FILE
           END-IF.

       PACK-NEXT-MODIFICATION.
           READ LOAN-MOD-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF LOAN-ID OF LOAN-MOD-HIST-REC = WS-PACK-LOAN-ID
                       MOVE 'MODIFICATION' TO PACK-SECTION
                       MOVE LOAN-MOD-HIST-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   END-IF
           END-READ.

       PACK-FORBEARANCE-ROWS.
           OPEN INPUT FORBEARANCE-FILE
           IF FORBEAR-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM PACK-NEXT-FORBEARANCE UNTIL END-OF-FILE
               CLOSE FORBEARANCE-FILE
           END-IF.

       PACK-NEXT-FORBEARANCE.
           READ FORBEARANCE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF LOAN-ID OF FORBEARANCE-REC = WS-PACK-LOAN-ID
                       MOVE 'FORBEARANCE' TO PACK-SECTION
                       MOVE FORBEARANCE-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   END-IF
           END-READ.

       PACK-COLLECTIONS-ROW.
           IF COLL-FILE-OPEN
               MOVE WS-PACK-LOAN-ID TO LOAN-ID OF COLLECTIONS-REC
               READ COLLECTIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'COLLECTIONS' TO PACK-SECTION
                       MOVE COLLECTIONS-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
               END-READ
           END-IF.

       PACK-SCHEDULE-ROWS.
           IF SCHED-FILE-OPEN
               MOVE 'N' TO WS-END-OF-FILE
               MOVE WS-PACK-LOAN-ID
                   TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                       SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM PACK-NEXT-SCHEDULE UNTIL END-OF-FILE
           END-IF.

       PACK-NEXT-SCHEDULE.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                      = WS-PACK-LOAN-ID
                       MOVE 'SCHEDULE' TO PACK-SECTION
                       MOVE PAYMENT-SCHEDULE-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   ELSE
                       MOVE 'Y' TO WS-END-OF-FILE
                   END-IF
           END-READ.

       PACK-TRANSACTION-ROWS.
           IF TRAN-FILE-OPEN
               MOVE 'N' TO WS-END-OF-FILE
               MOVE WS-PACK-LOAN-ID TO LOAN-ID OF TRANSACTION-REC
               START TRANSACTION-FILE KEY IS EQUAL TO
                       LOAN-ID OF TRANSACTION-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM PACK-NEXT-TRANSACTION UNTIL END-OF-FILE
           END-IF.

       PACK-NEXT-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF LOAN-ID OF TRANSACTION-REC = WS-PACK-LOAN-ID
                       MOVE 'TRANSACTION' TO PACK-SECTION
                       MOVE TRANSACTION-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   ELSE
                       MOVE 'Y' TO WS-END-OF-FILE
                   END-IF
           END-READ.

       PACK-STATUS-HIST-ROWS.
           OPEN INPUT LOAN-STATUS-HIST-FILE
           IF HIST-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM PACK-NEXT-STATUS-HIST UNTIL END-OF-FILE
               CLOSE LOAN-STATUS-HIST-FILE
           END-IF.

       PACK-NEXT-STATUS-HIST.
           READ LOAN-STATUS-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF LOAN-ID OF LOAN-STATUS-HIST-REC
                      = WS-PACK-LOAN-ID
                       MOVE 'STATUS HIST' TO PACK-SECTION
                       MOVE LOAN-STATUS-HIST-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   END-IF
           END-READ.

       PACK-DOCUMENT-ROWS.
           IF DOC-FILE-OPEN
               MOVE 'N' TO WS-END-OF-FILE
               MOVE WS-PACK-LOAN-ID TO LOAN-ID OF DOCUMENT-TRACK-REC
               MOVE LOW-VALUES TO DOC-TYPE
               START DOCUMENT-TRACK-FILE KEY IS NOT LESS THAN
                       DOC-KEY OF DOCUMENT-TRACK-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-FILE
               END-START
               PERFORM PACK-NEXT-DOCUMENT UNTIL END-OF-FILE
           END-IF.

       PACK-NEXT-DOCUMENT.
           READ DOCUMENT-TRACK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF LOAN-ID OF DOCUMENT-TRACK-REC = WS-PACK-LOAN-ID
                       MOVE 'DOCUMENT' TO PACK-SECTION
                       MOVE DOCUMENT-TRACK-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   ELSE
                       MOVE 'Y' TO WS-END-OF-FILE
                   END-IF
           END-READ.

      *  Journal images lead with the record key: the loan for the
      *  loan-keyed files, the borrower for CUSTOMER.DAT.
       PACK-JOURNAL-ROWS.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM PACK-NEXT-JOURNAL UNTIL END-OF-FILE
               CLOSE JOURNAL-FILE
           END-IF.

       PACK-NEXT-JOURNAL.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF JRN-AFTER-IMAGE NOT = SPACES
                       MOVE JRN-AFTER-IMAGE (1:5) TO WS-JRN-KEY-TEXT
                   ELSE
                       MOVE JRN-BEFORE-IMAGE (1:5) TO WS-JRN-KEY-TEXT
                   END-IF
                   MOVE 'N' TO WS-FOUND-FLAG
                   IF JRN-FILE-NAME = 'CUSTOMER.DAT'
                       IF WS-PACK-CUSTOMER-ID > ZERO
                          AND WS-JRN-KEY-TEXT = WS-PACK-CUSTOMER-ID
                           MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                   ELSE
                       IF WS-JRN-KEY-TEXT = WS-PACK-LOAN-ID
                           MOVE 'Y' TO WS-FOUND-FLAG
                       END-IF
                   END-IF
                   IF ENTRY-FOUND
                       MOVE 'JOURNAL' TO PACK-SECTION
                       MOVE JOURNAL-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   END-IF
           END-READ.

      *  Log lines that name the loan ("... Loan nnnnn ...").
       PACK-LOG-ROWS.
           MOVE SPACES TO WS-LOG-MATCH-TEXT
           STRING 'Loan ' WS-PACK-LOAN-ID
               DELIMITED BY SIZE INTO WS-LOG-MATCH-TEXT
           END-STRING
           OPEN INPUT LOG-FILE
           IF LOG-FILE-OK
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM PACK-NEXT-LOG UNTIL END-OF-FILE
               CLOSE LOG-FILE
           END-IF.

       PACK-NEXT-LOG.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE ZERO TO WS-LOG-MATCH-COUNT
                   INSPECT ACTION-DESCRIPTION TALLYING
                       WS-LOG-MATCH-COUNT FOR ALL WS-LOG-MATCH-TEXT
                   IF WS-LOG-MATCH-COUNT > ZERO
                       MOVE 'LOG' TO PACK-SECTION
                       MOVE LOG-REC TO PACK-DATA
                       PERFORM WRITE-PACK-ROW
                   END-IF
           END-READ.
