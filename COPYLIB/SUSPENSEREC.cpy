      *  Incoming wire that matched no open payoff quote, or came
      *  in short of it (WIRE-RECEIPT-INTAKE).
               88  REASON-WIRE          VALUE 'WIRE UNAPPLD'.
      *  Lockbox check that matched no active loan by coupon scan
      *  line or remitter name (LOCKBOX-PAYMENT-INTAKE).
               88  REASON-LOCKBOX       VALUE 'LOCKBOX UNMT'.
      *  Settled card payment for a loan not on file or not active
      *  (CARD-SETTLEMENT-INTAKE).
               88  REASON-CARD          VALUE 'CARD UNAPPLD'.
      *  Payment held by DUPLICATE-PAYMENT-SCAN: same loan, same
      *  amount, dated within the DUP PAY DAYS window of a payment
      *  already taken from this or another channel.
               88  REASON-DUPLICATE     VALUE 'DUP SUSPECT'.
           05  SUSPENSE-STATUS     PIC X(10).
               88  SUSPENSE-OPEN        VALUE 'OPEN'.
               88  SUSPENSE-APPLIED     VALUE 'APPLIED'.
               88  SUSPENSE-REFUNDED    VALUE 'REFUNDED'.
               88  SUSPENSE-RELEASED    VALUE 'RELEASED'.
           05  RESOLVED-DATE       PIC 9(8).
           05  RESOLVED-BY         PIC X(10).
      *  DUP SUSPECT items only (zero on every other reason): the
      *  earlier payment the held one matched, and the PAYMENT
      *  written when a reviewer released the hold.
           05  DUP-MATCHED-TRAN-ID PIC 9(5).
           05  DUP-RELEASE-TRAN-ID PIC 9(5).
