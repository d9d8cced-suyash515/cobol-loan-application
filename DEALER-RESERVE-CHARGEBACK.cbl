      *  dealer claws back: the row goes CHARGED with the event
      *  date and reason, and the GL books the reversal -- cash
      *  debit, DEALERRSV credit -- mirroring the entries made at
      *  funding, on the owning entity's books.  Returns 'Y' when a
      *  chargeback was taken; a loan with no reserve row, an
      *  already-charged row, or an event past the window returns
      *  'N' and changes nothing.
      *
      *  The same call takes back the dealer's commission share of
      *  any ancillary product refund ANCILLARY-CANCEL left PENDING
      *  on ANCILLARY_PRODUCT.DAT -- GAP, credit life, warranty --
      *  whatever the reserve window says, since the dealer never
      *  earned commission on premium that came back.  The GL books
      *  cash debit, ANCDLRRCV credit, clearing the amount due from
      *  the dealer, and the products go CHARGED ('C') with the
      *  event date.  Reason CUSTOMER (a borrower dropping a product
      *  on a loan that carries on) takes the product share only;
      *  the reserve stands.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS LOAN-ID OF DEALER-RESERVE-REC
               FILE STATUS IS RESERVE-FILE-STATUS.

           SELECT ANCILLARY-FILE ASSIGN TO 'ANCILLARY_PRODUCT.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
               FILE STATUS IS ANC-FILE-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO 'GL_POSTING.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  DEALER-RESERVE-FILE.
       COPY DEALERRESERVEREC.

       FD  ANCILLARY-FILE.
       COPY ANCILLARYREC.

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.
       WORKING-STORAGE SECTION.
       01  RESERVE-FILE-STATUS    PIC XX.
           88  RESERVE-FILE-OK     VALUE '00'.
       01  ANC-FILE-STATUS        PIC XX.
           88  ANC-FILE-OK         VALUE '00'.
       01  GL-FILE-STATUS         PIC XX.
           88  GL-FILE-OK          VALUE '00'.
           88  GL-FILE-ERROR       VALUE '10'.

      *  Account codes default to the long-standing compiled values
      *  and are overridden by the owning entity's mapping rows, the
      *  same way LOAN-FUNDING loads its chart.
       01  WS-ACCT-CASH           PIC X(10) VALUE '1000-CASH'.
       01  WS-ACCT-DLRRSV         PIC X(10) VALUE '5100-DLRSV'.
       01  WS-ACCT-DLRRCV         PIC X(10) VALUE '1460-ANCD'.
       01  WS-MAP-CATEGORY        PIC X(10).
       01  WS-MAP-ACCOUNT         PIC X(10).
       01  WS-MAP-FOUND           PIC X.
           88  MAP-WAS-FOUND       VALUE 'Y'.
       01  WS-GL-COMPANY          PIC 9(3) VALUE ZERO.

       01  WS-CLAWBACK-AMOUNT     PIC 9(7)V99.
       01  WS-ANC-CLAWBACK        PIC 9(7)V99.
       01  WS-END-OF-PRODUCTS     PIC X VALUE 'N'.
           88  END-OF-PRODUCTS     VALUE 'Y'.

       LINKAGE SECTION.
       01  WS-CB-LOAN-ID          PIC 9(5).
       01  WS-CB-EVENT-DATE       PIC 9(8).
       01  WS-CB-REASON           PIC X(10).
           88  CB-PRODUCT-ONLY     VALUE 'CUSTOMER'.
       01  WS-CB-CHARGED          PIC X.

       PROCEDURE DIVISION USING WS-CB-LOAN-ID

       MOVE 'N' TO WS-CB-CHARGED

       IF NOT CB-PRODUCT-ONLY
           PERFORM CHARGE-BACK-RESERVE
       END-IF
       PERFORM CHARGE-BACK-ANCILLARY-SHARES

       GOBACK.

       CHARGE-BACK-RESERVE.
           OPEN I-O DEALER-RESERVE-FILE
           IF RESERVE-FILE-OK
               MOVE WS-CB-LOAN-ID TO LOAN-ID OF DEALER-RESERVE-REC
               READ DEALER-RESERVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RESERVE-PAID
                          AND WS-CB-EVENT-DATE NOT > CHARGEBACK-EXPIRES
                           PERFORM TAKE-CHARGEBACK
                       END-IF
               END-READ
               CLOSE DEALER-RESERVE-FILE
           END-IF.

       TAKE-CHARGEBACK.
           MOVE RESERVE-AMOUNT    TO WS-CLAWBACK-AMOUNT
           MOVE WS-CB-EVENT-DATE  TO CHARGEBACK-DATE
                   DISPLAY 'Error Charging Back Dealer Reserve '
                       'For Loan ' WS-CB-LOAN-ID
               NOT INVALID KEY
                   CALL 'GET-LOAN-COMPANY' USING WS-CB-LOAN-ID
                                                 WS-GL-COMPANY
                   PERFORM LOAD-ACCOUNT-MAP
                   PERFORM WRITE-CLAWBACK-GL-ENTRIES
                   MOVE 'Y' TO WS-CB-CHARGED
           MOVE 'D'                TO GL-DEBIT-CREDIT
           MOVE WS-CLAWBACK-AMOUNT TO GL-AMOUNT
           MOVE 'DEALER RESERVE CHARGEBACK' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY      TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           MOVE WS-CB-EVENT-DATE   TO GL-POSTING-DATE
           MOVE 'C'                TO GL-DEBIT-CREDIT
           MOVE WS-CLAWBACK-AMOUNT TO GL-AMOUNT
           MOVE 'DEALER RESERVE CHARGEBACK' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY      TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           CLOSE GL-POSTING-FILE.

      *----------------------------------------------------------------
      *  Dealer commission shares of cancelled ancillary products
      *  still PENDING for the loan, taken back in one GL pair.
      *----------------------------------------------------------------
       CHARGE-BACK-ANCILLARY-SHARES.
           MOVE ZERO TO WS-ANC-CLAWBACK
           MOVE 'N' TO WS-END-OF-PRODUCTS
           OPEN I-O ANCILLARY-FILE
           IF ANC-FILE-OK
               MOVE WS-CB-LOAN-ID TO LOAN-ID OF ANCILLARY-PRODUCT-REC
               MOVE ZERO TO ANCILLARY-SEQ
               START ANCILLARY-FILE KEY IS NOT LESS THAN
                       ANCILLARY-KEY OF ANCILLARY-PRODUCT-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-PRODUCTS
               END-START
               PERFORM TAKE-NEXT-ANCILLARY-SHARE
                   UNTIL END-OF-PRODUCTS
               CLOSE ANCILLARY-FILE
           END-IF
           IF WS-ANC-CLAWBACK > ZERO
               CALL 'GET-LOAN-COMPANY' USING WS-CB-LOAN-ID
                                             WS-GL-COMPANY
               PERFORM LOAD-ACCOUNT-MAP
               PERFORM WRITE-ANCILLARY-GL-ENTRIES
               MOVE 'Y' TO WS-CB-CHARGED
           END-IF.

       TAKE-NEXT-ANCILLARY-SHARE.
           READ ANCILLARY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-PRODUCTS
               NOT AT END
                   IF LOAN-ID OF ANCILLARY-PRODUCT-REC
                          NOT = WS-CB-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-PRODUCTS
                   ELSE
                       IF DEALER-CB-PENDING
                           PERFORM TAKE-ANCILLARY-SHARE
                       END-IF
                   END-IF
           END-READ.

       TAKE-ANCILLARY-SHARE.
           MOVE 'C'              TO DEALER-CB-STATUS
           MOVE WS-CB-EVENT-DATE TO DEALER-CB-DATE
           REWRITE ANCILLARY-PRODUCT-REC
               INVALID KEY
                   DISPLAY 'Error Charging Back Ancillary Share '
                       'For Loan ' WS-CB-LOAN-ID
               NOT INVALID KEY
                   ADD DEALER-SHARE TO WS-ANC-CLAWBACK
           END-REWRITE.

       WRITE-ANCILLARY-GL-ENTRIES.
           OPEN EXTEND GL-POSTING-FILE
           IF GL-FILE-ERROR
               OPEN OUTPUT GL-POSTING-FILE
           END-IF

           MOVE WS-CB-EVENT-DATE   TO GL-POSTING-DATE
           MOVE WS-ACCT-CASH       TO GL-ACCOUNT-CODE
           MOVE 'D'                TO GL-DEBIT-CREDIT
           MOVE WS-ANC-CLAWBACK    TO GL-AMOUNT
           MOVE 'DEALER ANCILLARY CHARGEBACK' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY      TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           MOVE WS-CB-EVENT-DATE   TO GL-POSTING-DATE
           MOVE WS-ACCT-DLRRCV     TO GL-ACCOUNT-CODE
           MOVE 'C'                TO GL-DEBIT-CREDIT
           MOVE WS-ANC-CLAWBACK    TO GL-AMOUNT
           MOVE 'DEALER ANCILLARY CHARGEBACK' TO GL-DESCRIPTION
           MOVE WS-GL-COMPANY      TO GL-COMPANY-CODE
           WRITE GL-POSTING-REC

           CLOSE GL-POSTING-FILE.
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-DLRRSV
           END-IF
           MOVE 'ANCDLRRCV' TO WS-MAP-CATEGORY
           PERFORM LOOKUP-ONE-MAPPING
           IF MAP-WAS-FOUND
               MOVE WS-MAP-ACCOUNT TO WS-ACCT-DLRRCV
           END-IF.

       LOOKUP-ONE-MAPPING.
           CALL 'GL-ACCOUNT-LOOKUP' USING WS-MAP-CATEGORY
                                          WS-GL-COMPANY
                                          WS-MAP-ACCOUNT
                                          WS-MAP-FOUND.
