      *================================================================
      *  MEMOPOSTREC.CPY  --  MEMO-POST-REC record layout, shared by
      *  every program that reads or writes MEMO_POST.DAT.  One
      *  record per intraday item -- a teller or keyed payment, an
      *  ACH payment loaded, a wire parked against a loan, a line
      *  draw -- that has not reached LOAN-BALANCE yet.  The loan's
      *  OPEN items are its memo position, shown beside the ledger
      *  balance until tonight's BALANCE-UPDATE applies the real
      *  posting and MEMO-POST-CLEAR clears the item.
      *================================================================
       01  MEMO-POST-REC.
           05  MEMO-ID             PIC 9(5).
           05  LOAN-ID             PIC 9(5).
           05  MEMO-DATE           PIC 9(8).
           05  MEMO-SOURCE         PIC X(6).
               88  MEMO-FROM-TELLER     VALUE 'TELLER'.
               88  MEMO-FROM-KEYED      VALUE 'KEYED'.
               88  MEMO-FROM-ACH        VALUE 'ACH'.
               88  MEMO-FROM-WIRE       VALUE 'WIRE'.
      *  'C' lowers the balance when it posts (a payment); 'D'
      *  raises it (a draw or a reversal).
           05  MEMO-DIRECTION      PIC X.
               88  MEMO-CREDIT          VALUE 'C'.
               88  MEMO-DEBIT           VALUE 'D'.
           05  MEMO-AMOUNT         PIC 9(7)V99.
      *  The TRANSACTION.DAT row the item becomes: known at once for
      *  keyed and ACH items, found by MEMO-POST-CLEAR for teller
      *  and wire items, zero until then.
           05  TRANSACTION-ID      PIC 9(5).
      *  'O' while in the memo position; 'C' once the real posting
      *  has been applied; 'X' when it never posted and has aged
      *  out of the position after being reported.
           05  MEMO-STATUS         PIC X.
               88  MEMO-OPEN            VALUE 'O'.
               88  MEMO-CLEARED         VALUE 'C'.
               88  MEMO-EXPIRED         VALUE 'X'.
           05  MEMO-STATUS-DATE    PIC 9(8).
