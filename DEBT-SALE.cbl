      *
      *  A SOLD row is permanent -- CHECK-DEBT-SALE gates letters,
      *  payment entry and the collector queue on it from the sale
      *  date forward.  A case whose loan or borrower is under an
      *  OPEN legal hold (CHECK-LEGAL-HOLD) is never pooled, and one
      *  put on hold after it was pooled is left PROPOSED rather
      *  than sold; either way it is listed as skipped.  A borrower
      *  who has opted out of sharing with nonaffiliated third
      *  parties (CHECK-PRIVACY-OPT-OUT) goes to the prospective
      *  buyer with name and address masked; the case figures and
      *  payment history still go across for pricing.  A case whose
      *  loan still owes the recorded mortgage or DMV title that
      *  perfects our lien (CHECK-LIEN-PERFECTION) is held back the
      *  same way as a legal hold.
      *================================================================

       ENVIRONMENT DIVISION.
       COPY TRANREC.

       FD  DILIGENCE-FILE.
       01  DILIGENCE-REC            PIC X(160).

       WORKING-STORAGE SECTION.
       01  SALE-FILE-STATUS        PIC XX.
       01  WS-CASES-SELECTED       PIC 9(5) COMP VALUE ZERO.
       01  WS-CASES-SOLD           PIC 9(5) COMP VALUE ZERO.
       01  WS-CASES-WITHDRAWN      PIC 9(5) COMP VALUE ZERO.
       01  WS-CASES-HELD           PIC 9(5) COMP VALUE ZERO.
       01  WS-CASES-MASKED         PIC 9(5) COMP VALUE ZERO.
       01  WS-AFFILIATE-OUT        PIC X.
       01  WS-THIRD-PARTY-OUT      PIC X.
           88  THIRD-PARTY-OUT      VALUE 'Y'.
       01  WS-MARKETING-OUT        PIC X.
       01  WS-HOLD-LOAN-ID         PIC 9(5).
       01  WS-HOLD-CUSTOMER-ID     PIC 9(5) VALUE ZERO.
       01  WS-HOLD-IN-FORCE        PIC X.
           88  HOLD-IN-FORCE        VALUE 'Y'.
       01  WS-HOLD-MATTER          PIC X(15).
       01  WS-LIEN-PERFECTED       PIC X VALUE 'Y'.
           88  LIEN-PERFECTED       VALUE 'Y'.
       01  WS-LIEN-DOC-OWED        PIC X(15).
       01  WS-CASES-UNPERFECTED    PIC 9(5) COMP VALUE ZERO.
       01  WS-HISTORY-ROWS         PIC 9(7) COMP VALUE ZERO.
       01  WS-TOTAL-NET-SELECTED   PIC 9(9)V99 VALUE ZERO.
       01  WS-TOTAL-PRICE-BOOKED   PIC 9(9)V99 VALUE ZERO.
           05  DIL-H-CUSTOMER-ID    PIC 9(5).
           05  DIL-H-CUSTOMER-NAME  PIC X(30).
           05  DIL-H-ADDRESS        PIC X(50).
           05  DIL-H-CITY           PIC X(20).
           05  DIL-H-STATE          PIC X(2).
           05  DIL-H-ZIP            PIC X(9).
           05  DIL-H-CHARGE-OFF-DT  PIC 9(8).
           05  DIL-H-CHARGE-OFF-AMT PIC 9(7)V99.
           05  DIL-H-RECOVERED      PIC 9(7)V99.
           05  DIL-H-NET-BALANCE    PIC 9(7)V99.
           05  FILLER               PIC X(3) VALUE SPACES.

       01  DIL-P-RECORD.
           05  DIL-P-TYPE           PIC X VALUE 'P'.
           05  DIL-P-PAYMENT-DATE   PIC 9(8).
           05  DIL-P-AMOUNT         PIC 9(7)V99.
           05  DIL-P-TRAN-TYPE      PIC X(10).
           05  FILLER               PIC X(122) VALUE SPACES.

       01  DIL-T-RECORD.
           05  DIL-T-TYPE           PIC X VALUE 'T'.
           05  DIL-T-CASE-COUNT     PIC 9(5).
           05  DIL-T-HISTORY-COUNT  PIC 9(7).
           05  DIL-T-NET-TOTAL      PIC 9(9)V99.
           05  FILLER               PIC X(131) VALUE SPACES.

       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-SIGNON-FOUND         PIC X.
           88  SIGNON-FOUND         VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Build Proposed Pool (With Due-Diligence File)'
               WS-CASES-SELECTED ' Net Balance: '
               WS-TOTAL-NET-SELECTED
           DISPLAY 'Due-Diligence File Written: DUE_DILIGENCE.DAT'
           IF WS-CASES-MASKED > ZERO
               DISPLAY 'Borrowers Masked (Privacy Opt-Out): '
                   WS-CASES-MASKED
           END-IF
           IF WS-CASES-HELD > ZERO
               DISPLAY 'Cases Skipped For Legal Hold: ' WS-CASES-HELD
           END-IF
           IF WS-CASES-UNPERFECTED > ZERO
               DISPLAY 'Cases Skipped For Unperfected Lien: '
                   WS-CASES-UNPERFECTED
           END-IF

           MOVE 'DEBT SALE POOL' TO WS-LOG-ACTION-TYPE
           MOVE 'Debt-Sale Pool Proposed' TO WS-LOG-DESCRIPTION
       SELECT-THIS-CASE.
           PERFORM CHECK-EXISTING-SALE-ROW
           IF NOT CASE-ON-FILE
               MOVE LOAN-ID OF COLLECTIONS-REC TO WS-HOLD-LOAN-ID
               PERFORM CHECK-CASE-LEGAL-HOLD
           END-IF
           IF NOT CASE-ON-FILE AND NOT HOLD-IN-FORCE
               PERFORM CHECK-CASE-LIEN
           END-IF
           IF NOT CASE-ON-FILE AND NOT HOLD-IN-FORCE
              AND LIEN-PERFECTED
               MOVE LOAN-ID OF COLLECTIONS-REC
                   TO LOAN-ID OF DEBT-SALE-REC
               MOVE WS-POOL-ID        TO POOL-ID
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      *  The borrower is found from the loan by CHECK-LEGAL-HOLD
      *  itself, so a customer-level hold catches every case of
      *  theirs.
      *----------------------------------------------------------------
       CHECK-CASE-LEGAL-HOLD.
           MOVE ZERO TO WS-HOLD-CUSTOMER-ID
           CALL 'CHECK-LEGAL-HOLD' USING WS-HOLD-LOAN-ID
                                          WS-HOLD-CUSTOMER-ID
                                          WS-HOLD-IN-FORCE
                                          WS-HOLD-MATTER
           IF HOLD-IN-FORCE AND BUILD-POOL-MODE
               ADD 1 TO WS-CASES-HELD
               DISPLAY 'Legal Hold - Case Not Pooled: '
                   WS-HOLD-LOAN-ID ' Matter ' WS-HOLD-MATTER
           END-IF.

      *----------------------------------------------------------------
      *  A loan whose recorded mortgage or DMV title has not come
      *  back carries an unperfected lien and cannot be conveyed.
      *----------------------------------------------------------------
       CHECK-CASE-LIEN.
           CALL 'CHECK-LIEN-PERFECTION' USING WS-HOLD-LOAN-ID
                                              WS-LIEN-PERFECTED
                                              WS-LIEN-DOC-OWED
           IF NOT LIEN-PERFECTED AND BUILD-POOL-MODE
               ADD 1 TO WS-CASES-UNPERFECTED
               DISPLAY 'Lien Not Perfected - Case Not Pooled: '
                   WS-HOLD-LOAN-ID ' ' WS-LIEN-DOC-OWED
                   ' Outstanding'
           END-IF.

       CHECK-EXISTING-SALE-ROW.
           MOVE 'N' TO WS-CASE-ON-FILE
           MOVE LOAN-ID OF COLLECTIONS-REC
           MOVE ZERO              TO DIL-H-CUSTOMER-ID
           MOVE SPACES            TO DIL-H-CUSTOMER-NAME
           MOVE SPACES            TO DIL-H-ADDRESS
           MOVE SPACES            TO DIL-H-CITY
           MOVE SPACES            TO DIL-H-STATE
           MOVE SPACES            TO DIL-H-ZIP
           IF LOAN-WAS-OPENED
               MOVE LOAN-ID OF COLLECTIONS-REC
                   TO LOAN-ID OF LOAN-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL 'CHECK-PRIVACY-OPT-OUT' USING
                           CUSTOMER-ID OF CUSTOMER-REC
                           WS-AFFILIATE-OUT
                           WS-THIRD-PARTY-OUT
                           WS-MARKETING-OUT
                       IF THIRD-PARTY-OUT
                           MOVE 'WITHHELD - PRIVACY OPT-OUT'
                               TO DIL-H-CUSTOMER-NAME
                           ADD 1 TO WS-CASES-MASKED
                       ELSE
                           MOVE CUSTOMER-NAME TO DIL-H-CUSTOMER-NAME
                           PERFORM BUILD-DILIGENCE-ADDRESS
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      *  Borrower address for the buyer: street line(s), then city,
      *  state and ZIP+4.  A customer not yet converted to the
      *  structured address goes across with the old free text.
      *----------------------------------------------------------------
       BUILD-DILIGENCE-ADDRESS.
           IF ADDRESS-STRUCTURED
               IF ADDR-STREET-2 = SPACES
                   MOVE ADDR-STREET-1 TO DIL-H-ADDRESS
               ELSE
                   STRING ADDR-STREET-1 DELIMITED BY '  '
                          ' '           DELIMITED BY SIZE
                          ADDR-STREET-2 DELIMITED BY '  '
                       INTO DIL-H-ADDRESS
               END-IF
               MOVE ADDR-CITY      TO DIL-H-CITY
               MOVE ADDR-STATE     TO DIL-H-STATE
               MOVE ADDR-ZIP-CODE  TO DIL-H-ZIP
           ELSE
               MOVE LEGACY-ADDRESS-TEXT TO DIL-H-ADDRESS
           END-IF.

      *----------------------------------------------------------------
      *  The case's payment history, positioned on the LOAN-ID
      *  alternate key so only this loan's rows are read.
           DISPLAY 'Pool ' WS-POOL-ID ' Sold To ' WS-BUYER-NAME
           DISPLAY 'Cases Sold: ' WS-CASES-SOLD
               ' Proceeds Booked: ' WS-TOTAL-PRICE-BOOKED
           IF WS-CASES-HELD > ZERO
               DISPLAY 'Cases Left Unsold For Legal Hold: '
                   WS-CASES-HELD
           END-IF
           IF WS-CASES-UNPERFECTED > ZERO
               DISPLAY 'Cases Left Unsold For Unperfected Lien: '
                   WS-CASES-UNPERFECTED
           END-IF

           MOVE 'DEBT SALE CONFIRM' TO WS-LOG-ACTION-TYPE
           MOVE 'Debt-Sale Pool Sold To Buyer'
                   MOVE 'Y' TO WS-END-OF-POOL
               NOT AT END
                   IF POOL-ID = WS-POOL-ID AND SALE-PROPOSED
                       MOVE LOAN-ID OF DEBT-SALE-REC
                           TO WS-HOLD-LOAN-ID
                       PERFORM CHECK-CASE-LEGAL-HOLD
                       IF HOLD-IN-FORCE
                           ADD 1 TO WS-CASES-HELD
                           DISPLAY 'Legal Hold - Case Not Sold: '
                               WS-HOLD-LOAN-ID ' Matter '
                               WS-HOLD-MATTER
                       ELSE
                           PERFORM CHECK-CASE-LIEN
                           IF LIEN-PERFECTED
                               ADD CASE-NET-BALANCE
                                   TO WS-POOL-NET-TOTAL
                           ELSE
                               ADD 1 TO WS-CASES-UNPERFECTED
                               DISPLAY 'Lien Not Perfected - Case '
                                   'Not Sold: ' WS-HOLD-LOAN-ID ' '
                                   WS-LIEN-DOC-OWED ' Outstanding'
                           END-IF
                       END-IF
                   END-IF
           END-READ.

                   MOVE 'Y' TO WS-END-OF-POOL
               NOT AT END
                   IF POOL-ID = WS-POOL-ID AND SALE-PROPOSED
                       MOVE LOAN-ID OF DEBT-SALE-REC
                           TO WS-HOLD-LOAN-ID
                       PERFORM CHECK-CASE-LEGAL-HOLD
                       IF NOT HOLD-IN-FORCE
                           PERFORM CHECK-CASE-LIEN
                       END-IF
                       IF NOT HOLD-IN-FORCE AND LIEN-PERFECTED
                           PERFORM SELL-ONE-CASE
                       END-IF
                   END-IF
           END-READ.

           MOVE ZERO TO TELLER-SESSION-ID
           MOVE SPACES TO TENDER-TYPE
           MOVE ZEROS TO ALLOCATION-SPLIT
           MOVE ZEROS TO BACKDATE-CONTROL
           WRITE TRANSACTION-REC
           CLOSE TRANSACTION-FILE.

       INQUIRE-LOAN-SALE.
           DISPLAY 'Enter Loan ID: '
           ACCEPT WS-LOAN-ID
           CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                          WS-LOAN-ACCESS
           IF NOT LOAN-ACCESS-ALLOWED
               STOP RUN
           END-IF

           OPEN INPUT DEBT-SALE-FILE
           IF NOT SALE-FILE-OK
