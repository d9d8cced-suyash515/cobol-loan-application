       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCILLARY-REMITTANCE-REPORT.

      *================================================================
      *  Monthly ancillary product remittance and cancellation
      *  report off ANCILLARY_PRODUCT.DAT, for the calendar month of
      *  the business date.
      *
      *      PRODUCTS WRITTEN   - every GAP, credit life and warranty
      *        product effective in the month: premium financed,
      *        the selling dealer's commission, and the net premium
      *        owed the provider
      *      CANCELLATIONS      - every product cancelled in the
      *        month (payoff, refinance, repossession, charge-off or
      *        borrower request): the unearned premium refunded,
      *        where it went (L to the loan, B to the borrower), the
      *        dealer's share and whether it has been charged back
      *        (P pending, C taken), and the provider's share
      *
      *  then, by provider, the net remittance -- net premium owed
      *  the provider less the refunds the provider owes back -- and
      *  grand totals.  A negative remittance is money due from the
      *  provider.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCILLARY-FILE ASSIGN TO 'ANCILLARY_PRODUCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
               FILE STATUS IS ANC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANCILLARY-FILE.
       COPY ANCILLARYREC.

       WORKING-STORAGE SECTION.
       01  ANC-FILE-STATUS         PIC XX.
           88  ANC-FILE-OK          VALUE '00'.

       01  WS-END-OF-PRODUCTS      PIC X VALUE 'N'.
           88  END-OF-PRODUCTS      VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYYMM       PIC 9(6).
           05  FILLER              PIC 9(2).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.
       01  WS-WORK-DATE            PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYYMM      PIC 9(6).
           05  FILLER              PIC 9(2).

       01  WS-COMMISSION           PIC 9(7)V99.
       01  WS-NET-PREMIUM          PIC 9(7)V99.

      *  Remittance totals per provider.
       01  WS-PROVIDER-TABLE.
           05  WS-PV-ENTRY OCCURS 200 TIMES.
               10  WS-PV-NAME          PIC X(30).
               10  WS-PV-WRITTEN       PIC 9(5) COMP.
               10  WS-PV-PREMIUM       PIC 9(9)V99.
               10  WS-PV-COMMISSION    PIC 9(9)V99.
               10  WS-PV-NET-PREMIUM   PIC 9(9)V99.
               10  WS-PV-CANCELLED     PIC 9(5) COMP.
               10  WS-PV-REFUNDS       PIC 9(9)V99.
               10  WS-PV-DEALER-SHARE  PIC 9(9)V99.
               10  WS-PV-PROV-SHARE    PIC 9(9)V99.
       01  WS-PROVIDER-ENTRIES     PIC 9(3) COMP VALUE ZERO.
       01  WS-PV-IX                PIC 9(3) COMP.
       01  WS-HIT-IX               PIC 9(3) COMP.
       01  WS-ENTRY-FOUND          PIC X.
           88  ENTRY-FOUND          VALUE 'Y'.
       01  WS-PROVIDER-FULL-COUNT  PIC 9(5) COMP VALUE ZERO.

       01  WS-TOT-WRITTEN          PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-PREMIUM          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-COMMISSION       PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-NET-PREMIUM      PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-CANCELLED        PIC 9(5) COMP VALUE ZERO.
       01  WS-TOT-REFUNDS          PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-DEALER-SHARE     PIC 9(9)V99 VALUE ZERO.
       01  WS-TOT-PROV-SHARE       PIC 9(9)V99 VALUE ZERO.
       01  WS-REMITTANCE           PIC S9(9)V99.

       01  WS-EDIT-COUNT           PIC Z(4)9.
       01  WS-EDIT-AMOUNT-1        PIC Z(8)9.99.
       01  WS-EDIT-AMOUNT-2        PIC Z(8)9.99.
       01  WS-EDIT-AMOUNT-3        PIC Z(8)9.99.
       01  WS-EDIT-REMITTANCE      PIC -(9)9.99.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF

       DISPLAY '============================================'
       DISPLAY '  ANCILLARY PRODUCT REMITTANCE ' WS-RUN-YYYYMM
       DISPLAY '============================================'

       OPEN INPUT ANCILLARY-FILE
       IF NOT ANC-FILE-OK
           DISPLAY 'No Ancillary Products On File.'
           DISPLAY '============================================'
           STOP RUN
       END-IF

       DISPLAY ' '
       DISPLAY 'PRODUCTS WRITTEN'
       MOVE 'N' TO WS-END-OF-PRODUCTS
       PERFORM LIST-NEXT-WRITTEN UNTIL END-OF-PRODUCTS
       CLOSE ANCILLARY-FILE

       OPEN INPUT ANCILLARY-FILE
       DISPLAY ' '
       DISPLAY 'CANCELLATIONS'
       MOVE 'N' TO WS-END-OF-PRODUCTS
       PERFORM LIST-NEXT-CANCELLATION UNTIL END-OF-PRODUCTS
       CLOSE ANCILLARY-FILE

       DISPLAY ' '
       DISPLAY 'NET REMITTANCE BY PROVIDER'
       PERFORM PRINT-PROVIDER-LINE
           VARYING WS-PV-IX FROM 1 BY 1
           UNTIL WS-PV-IX > WS-PROVIDER-ENTRIES

       DISPLAY ' '
       DISPLAY '--------------------------------------------'
       MOVE WS-TOT-WRITTEN TO WS-EDIT-COUNT
       DISPLAY 'Products Written     : ' WS-EDIT-COUNT
       MOVE WS-TOT-PREMIUM TO WS-EDIT-AMOUNT-1
       DISPLAY 'Premium Financed     : ' WS-EDIT-AMOUNT-1
       MOVE WS-TOT-COMMISSION TO WS-EDIT-AMOUNT-1
       DISPLAY 'Dealer Commission    : ' WS-EDIT-AMOUNT-1
       MOVE WS-TOT-NET-PREMIUM TO WS-EDIT-AMOUNT-1
       DISPLAY 'Net Premium          : ' WS-EDIT-AMOUNT-1
       MOVE WS-TOT-CANCELLED TO WS-EDIT-COUNT
       DISPLAY 'Products Cancelled   : ' WS-EDIT-COUNT
       MOVE WS-TOT-REFUNDS TO WS-EDIT-AMOUNT-1
       DISPLAY 'Refunds              : ' WS-EDIT-AMOUNT-1
       MOVE WS-TOT-DEALER-SHARE TO WS-EDIT-AMOUNT-1
       DISPLAY 'Dealer Share         : ' WS-EDIT-AMOUNT-1
       MOVE WS-TOT-PROV-SHARE TO WS-EDIT-AMOUNT-1
       DISPLAY 'Provider Share       : ' WS-EDIT-AMOUNT-1
       COMPUTE WS-REMITTANCE = WS-TOT-NET-PREMIUM - WS-TOT-PROV-SHARE
       MOVE WS-REMITTANCE TO WS-EDIT-REMITTANCE
       DISPLAY 'Net Remittance       : ' WS-EDIT-REMITTANCE
       IF WS-PROVIDER-FULL-COUNT > ZERO
           MOVE WS-PROVIDER-FULL-COUNT TO WS-EDIT-COUNT
           DISPLAY 'WARNING: Provider Table Full - ' WS-EDIT-COUNT
               ' Products Left Out Of The Provider Totals.'
       END-IF
       DISPLAY '============================================'

       STOP RUN.

       LIST-NEXT-WRITTEN.
           READ ANCILLARY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
               NOT AT END
                   MOVE PRODUCT-EFFECTIVE-DATE TO WS-WORK-DATE
                   IF WS-WORK-YYYYMM = WS-RUN-YYYYMM
                       PERFORM REPORT-WRITTEN-PRODUCT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  A product sold direct has no dealer and no commission.
      *----------------------------------------------------------------
       REPORT-WRITTEN-PRODUCT.
           MOVE ZERO TO WS-COMMISSION
           IF DEALER-ID > ZERO
               COMPUTE WS-COMMISSION ROUNDED =
                   PREMIUM-AMOUNT * DEALER-COMMISSION-PCT / 100
           END-IF
           COMPUTE WS-NET-PREMIUM = PREMIUM-AMOUNT - WS-COMMISSION

           MOVE PREMIUM-AMOUNT TO WS-EDIT-AMOUNT-1
           MOVE WS-COMMISSION  TO WS-EDIT-AMOUNT-2
           MOVE WS-NET-PREMIUM TO WS-EDIT-AMOUNT-3
           DISPLAY '  Loan ' LOAN-ID OF ANCILLARY-PRODUCT-REC
               '-' ANCILLARY-SEQ ' ' PRODUCT-TYPE
               ' ' PROVIDER-NAME ' Dealer ' DEALER-ID
           DISPLAY '    Effective ' PRODUCT-EFFECTIVE-DATE
               ' Term ' PRODUCT-TERM-MONTHS
               ' Method ' CANCEL-METHOD
           DISPLAY '    Premium ' WS-EDIT-AMOUNT-1
               '  Commission ' WS-EDIT-AMOUNT-2
               '  Net ' WS-EDIT-AMOUNT-3

           ADD 1 TO WS-TOT-WRITTEN
           ADD PREMIUM-AMOUNT TO WS-TOT-PREMIUM
           ADD WS-COMMISSION TO WS-TOT-COMMISSION
           ADD WS-NET-PREMIUM TO WS-TOT-NET-PREMIUM

           PERFORM FIND-PROVIDER-ENTRY
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-PV-WRITTEN (WS-HIT-IX)
               ADD PREMIUM-AMOUNT TO WS-PV-PREMIUM (WS-HIT-IX)
               ADD WS-COMMISSION TO WS-PV-COMMISSION (WS-HIT-IX)
               ADD WS-NET-PREMIUM TO WS-PV-NET-PREMIUM (WS-HIT-IX)
           END-IF.

       LIST-NEXT-CANCELLATION.
           READ ANCILLARY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
               NOT AT END
                   MOVE CANCEL-DATE TO WS-WORK-DATE
                   IF PRODUCT-CANCELLED
                      AND WS-WORK-YYYYMM = WS-RUN-YYYYMM
                       PERFORM REPORT-CANCELLED-PRODUCT
                   END-IF
           END-READ.

       REPORT-CANCELLED-PRODUCT.
           MOVE REFUND-AMOUNT  TO WS-EDIT-AMOUNT-1
           MOVE DEALER-SHARE   TO WS-EDIT-AMOUNT-2
           MOVE PROVIDER-SHARE TO WS-EDIT-AMOUNT-3
           DISPLAY '  Loan ' LOAN-ID OF ANCILLARY-PRODUCT-REC
               '-' ANCILLARY-SEQ ' ' PRODUCT-TYPE
               ' ' PROVIDER-NAME ' Dealer ' DEALER-ID
           DISPLAY '    Cancelled ' CANCEL-DATE
               ' ' CANCEL-REASON
               ' Refund To ' REFUND-DISPOSITION
               ' Chargeback ' DEALER-CB-STATUS
           DISPLAY '    Refund ' WS-EDIT-AMOUNT-1
               '  Dealer ' WS-EDIT-AMOUNT-2
               '  Provider ' WS-EDIT-AMOUNT-3

           ADD 1 TO WS-TOT-CANCELLED
           ADD REFUND-AMOUNT TO WS-TOT-REFUNDS
           ADD DEALER-SHARE TO WS-TOT-DEALER-SHARE
           ADD PROVIDER-SHARE TO WS-TOT-PROV-SHARE

           PERFORM FIND-PROVIDER-ENTRY
           IF WS-HIT-IX > ZERO
               ADD 1 TO WS-PV-CANCELLED (WS-HIT-IX)
               ADD REFUND-AMOUNT TO WS-PV-REFUNDS (WS-HIT-IX)
               ADD DEALER-SHARE TO WS-PV-DEALER-SHARE (WS-HIT-IX)
               ADD PROVIDER-SHARE TO WS-PV-PROV-SHARE (WS-HIT-IX)
           END-IF.

      *----------------------------------------------------------------
      *  Find (or open) the provider's row.
      *----------------------------------------------------------------
       FIND-PROVIDER-ENTRY.
           MOVE ZERO TO WS-HIT-IX
           MOVE 'N' TO WS-ENTRY-FOUND
           PERFORM MATCH-ONE-PROVIDER
               VARYING WS-PV-IX FROM 1 BY 1
               UNTIL WS-PV-IX > WS-PROVIDER-ENTRIES
                  OR ENTRY-FOUND
           IF WS-HIT-IX = ZERO
               IF WS-PROVIDER-ENTRIES < 200
                   ADD 1 TO WS-PROVIDER-ENTRIES
                   MOVE WS-PROVIDER-ENTRIES TO WS-HIT-IX
                   MOVE PROVIDER-NAME TO WS-PV-NAME (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-WRITTEN (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-PREMIUM (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-COMMISSION (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-NET-PREMIUM (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-CANCELLED (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-REFUNDS (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-DEALER-SHARE (WS-HIT-IX)
                   MOVE ZERO TO WS-PV-PROV-SHARE (WS-HIT-IX)
               ELSE
                   ADD 1 TO WS-PROVIDER-FULL-COUNT
               END-IF
           END-IF.

       MATCH-ONE-PROVIDER.
           IF WS-PV-NAME (WS-PV-IX) = PROVIDER-NAME
               MOVE WS-PV-IX TO WS-HIT-IX
               MOVE 'Y' TO WS-ENTRY-FOUND
           END-IF.

       PRINT-PROVIDER-LINE.
           COMPUTE WS-REMITTANCE =
               WS-PV-NET-PREMIUM (WS-PV-IX)
               - WS-PV-PROV-SHARE (WS-PV-IX)
           MOVE WS-REMITTANCE TO WS-EDIT-REMITTANCE
           DISPLAY '  ' WS-PV-NAME (WS-PV-IX)
               ' Remit ' WS-EDIT-REMITTANCE
           MOVE WS-PV-WRITTEN (WS-PV-IX) TO WS-EDIT-COUNT
           MOVE WS-PV-PREMIUM (WS-PV-IX) TO WS-EDIT-AMOUNT-1
           MOVE WS-PV-COMMISSION (WS-PV-IX) TO WS-EDIT-AMOUNT-2
           MOVE WS-PV-NET-PREMIUM (WS-PV-IX) TO WS-EDIT-AMOUNT-3
           DISPLAY '    Written  ' WS-EDIT-COUNT
               ' Premium ' WS-EDIT-AMOUNT-1
               ' Commission ' WS-EDIT-AMOUNT-2
               ' Net ' WS-EDIT-AMOUNT-3
           MOVE WS-PV-CANCELLED (WS-PV-IX) TO WS-EDIT-COUNT
           MOVE WS-PV-REFUNDS (WS-PV-IX) TO WS-EDIT-AMOUNT-1
           MOVE WS-PV-DEALER-SHARE (WS-PV-IX) TO WS-EDIT-AMOUNT-2
           MOVE WS-PV-PROV-SHARE (WS-PV-IX) TO WS-EDIT-AMOUNT-3
           DISPLAY '    Cancelled' WS-EDIT-COUNT
               ' Refunds ' WS-EDIT-AMOUNT-1
               ' Dealer     ' WS-EDIT-AMOUNT-2
               ' Provider ' WS-EDIT-AMOUNT-3.
