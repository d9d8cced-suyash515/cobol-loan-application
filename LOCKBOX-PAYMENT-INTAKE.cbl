       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-PAYMENT-INTAKE.

      *================================================================
      *  Nightly intake of the bank's lockbox remittance file -- the
      *  mailed-in checks the bank opened and deposited for us today.
      *  LOCKBOX.DAT arrives in the bank's batch/item/trailer layout:
      *
      *      'B' batch   - batch ID and the date the batch deposited
      *      'I' item    - one check: check number, amount, the
      *                    coupon scan line (loan and due date) and
      *                    the remitter name off the check
      *      'T' trailer - item count and dollar total for the file
      *
      *  As in ACH-PAYMENT-INTAKE the file is proved before anything
      *  posts: a batch record must come first, the trailer's item
      *  count and dollars must equal the items read, and no batch
      *  ID may already be on LOCKBOX_FILE_REGISTER.DAT.  A failed
      *  control sets RETURN-CODE 8 and loads nothing.
      *
      *  Each item is matched to an ACTIVE loan by the LOAN-ID on its
      *  coupon scan line, or failing that by the remitter name --
      *  one customer of that name holding exactly one active loan.
      *  A matched item is written to TRANSACTION-FILE as a PAYMENT
      *  with TENDER-TYPE CHECK against the coupon's due date (the
      *  loan's oldest unpaid row when there is no coupon) for
      *  PAYMENT-POSTING to apply; a check deposited before the
      *  business date carries the deposit date as its effective
      *  date so interest is re-accrued from the day the money came
      *  in.  Anything unmatched goes to SUSPENSE.DAT as LOCKBOX
      *  UNMT.  Control totals go to BATCH-CONTROL.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO 'LOCKBOX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LOCKBOX-FILE-STATUS.

           SELECT FILE-REGISTER ASSIGN TO 'LOCKBOX_FILE_REGISTER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

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
               FILE STATUS IS CUSTOMER-FILE-STATUS.

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

           SELECT SUSPENSE-FILE ASSIGN TO 'SUSPENSE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSPENSE-ID OF SUSPENSE-REC
               FILE STATUS IS SUSPENSE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-REC.
           05  LBX-RECORD-TYPE         PIC X.
               88  LBX-BATCH-REC           VALUE 'B'.
               88  LBX-ITEM-REC            VALUE 'I'.
               88  LBX-TRAILER-REC         VALUE 'T'.
           05  LBX-ITEM-BODY.
               10  LBX-CHECK-NUMBER        PIC X(10).
               10  LBX-CHECK-AMOUNT        PIC 9(7)V99.
               10  LBX-SCAN-LINE.
                   15  LBX-SCAN-LOAN-ID    PIC 9(5).
                   15  LBX-SCAN-DUE-DATE   PIC 9(8).
               10  LBX-REMITTER-NAME       PIC X(30).
           05  LBX-BATCH-BODY REDEFINES LBX-ITEM-BODY.
               10  LBX-BATCH-ID            PIC X(10).
               10  LBX-DEPOSIT-DATE        PIC 9(8).
               10  FILLER                  PIC X(44).
           05  LBX-TRAILER-BODY REDEFINES LBX-ITEM-BODY.
               10  LBX-TRAILER-COUNT       PIC 9(5).
               10  LBX-TRAILER-TOTAL       PIC 9(9)V99.
               10  FILLER                  PIC X(46).

       FD  FILE-REGISTER.
       01  FILE-REGISTER-REC.
           05  REG-BATCH-ID            PIC X(10).
           05  REG-DEPOSIT-DATE        PIC 9(8).
           05  REG-LOADED-DATE         PIC 9(8).

       FD  LOAN-FILE.
       COPY LOANREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  TRANSACTION-FILE.
       COPY TRANREC.

       FD  SUSPENSE-FILE.
       COPY SUSPENSEREC.

       WORKING-STORAGE SECTION.
       01  LOCKBOX-FILE-STATUS     PIC XX.
           88  LOCKBOX-FILE-OK      VALUE '00'.
       01  REGISTER-FILE-STATUS    PIC XX.
           88  REGISTER-FILE-OK     VALUE '00'.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  CUSTOMER-FILE-STATUS    PIC XX.
           88  CUSTOMER-FILE-OK     VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  TRAN-FILE-STATUS        PIC XX.
           88  TRAN-FILE-OK         VALUE '00'.
       01  SUSPENSE-FILE-STATUS    PIC XX.
           88  SUSPENSE-FILE-OK     VALUE '00'.
           88  SUSPENSE-NOT-FOUND   VALUE '35'.

       01  WS-END-OF-LOCKBOX       PIC X VALUE 'N'.
           88  END-OF-LOCKBOX       VALUE 'Y'.
       01  WS-END-OF-REGISTER      PIC X VALUE 'N'.
           88  END-OF-REGISTER      VALUE 'Y'.
       01  WS-END-OF-TRANSACTIONS  PIC X VALUE 'N'.
           88  END-OF-TRANSACTIONS  VALUE 'Y'.
       01  WS-END-OF-CUSTOMERS     PIC X VALUE 'N'.
           88  END-OF-CUSTOMERS     VALUE 'Y'.
       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-PASS                 PIC X.
           88  BALANCE-PASS         VALUE '1'.
           88  LOAD-PASS            VALUE '2'.
       01  WS-BATCH-SEEN           PIC X VALUE 'N'.
           88  BATCH-SEEN           VALUE 'Y'.
       01  WS-TRAILER-SEEN         PIC X VALUE 'N'.
           88  TRAILER-SEEN         VALUE 'Y'.
       01  WS-CONTROL-FAILED       PIC X VALUE 'N'.
           88  CONTROL-FAILED       VALUE 'Y'.
       01  WS-DUPLICATE-BATCH      PIC X VALUE 'N'.
           88  DUPLICATE-BATCH      VALUE 'Y'.

      *  Batch IDs seen on the balance pass, checked against and
      *  then added to the processed-file register.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 50 TIMES.
               10  WS-TBL-BATCH-ID     PIC X(10).
               10  WS-TBL-DEPOSIT-DATE PIC 9(8).
       01  WS-BATCH-COUNT          PIC 9(3) COMP VALUE ZERO.
       01  WS-BATCH-IX             PIC 9(3) COMP.
       01  WS-MAX-BATCHES          PIC 9(3) COMP VALUE 50.

       01  WS-ITEM-COUNT           PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEM-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-TRAILER-COUNT        PIC 9(5).
       01  WS-TRAILER-TOTAL        PIC 9(9)V99.
       01  WS-DEPOSIT-DATE         PIC 9(8) VALUE ZERO.
       01  WS-BUSINESS-DATE        PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

       01  WS-ITEM-MATCHED         PIC X.
           88  ITEM-MATCHED         VALUE 'Y'.
       01  WS-MATCH-LOAN-ID        PIC 9(5).
       01  WS-MATCH-DUE-DATE       PIC 9(8).
       01  WS-MATCH-BALANCE        PIC 9(7)V99.
       01  WS-SUSPENSE-REASON-TEXT PIC X(40).
       01  WS-REMITTER-NAME        PIC X(30).
       01  WS-CUSTOMER-NAME        PIC X(30).
       01  WS-NAME-MATCHES         PIC 9(3) COMP.
       01  WS-NAME-CUSTOMER-ID     PIC 9(5).
       01  WS-ACTIVE-LOANS         PIC 9(3) COMP.

       01  WS-NEXT-TRANSACTION-ID  PIC 9(5) VALUE ZERO.
       01  WS-NEXT-SUSPENSE-ID     PIC 9(5) VALUE ZERO.
       01  WS-ID-MODE              PIC X.
       01  WS-ID-SERIES            PIC X(12).
       01  WS-ID-FOUND             PIC X.
           88  ID-SERIES-FOUND      VALUE 'Y'.

       01  WS-ITEMS-POSTED         PIC 9(5) COMP VALUE ZERO.
       01  WS-ITEMS-SUSPENSED      PIC 9(5) COMP VALUE ZERO.
       01  WS-DOLLARS-POSTED       PIC 9(9)V99 VALUE ZERO.
       01  WS-DOLLARS-SUSPENSED    PIC 9(9)V99 VALUE ZERO.

       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-BUSINESS-DATE   PIC 9(8).
       01  WS-RST-STEP-DONE       PIC X.
           88  RESTART-STEP-DONE   VALUE 'Y'.
       01  WS-RST-DATE-FOUND      PIC X.
           88  RST-DATE-FOUND      VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RST-BUSINESS-DATE
                                       WS-RST-DATE-FOUND
       IF NOT RST-DATE-FOUND
           ACCEPT WS-RST-BUSINESS-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE 'LOCKBOX-INTAKE' TO WS-RST-STEP-NAME
       MOVE 'C' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RST-BUSINESS-DATE
                                          WS-RST-STEP-DONE
       IF RESTART-STEP-DONE
           DISPLAY 'Step Already Complete For ' WS-RST-BUSINESS-DATE
               ' - Skipped On Restart.'
           STOP RUN
       END-IF

       CALL 'GET-BUSINESS-DATE' USING WS-BUSINESS-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           DISPLAY 'Enter Lockbox Intake Run Date (YYYYMMDD): '
           ACCEPT WS-BUSINESS-DATE
       END-IF

       OPEN INPUT LOCKBOX-FILE
       IF NOT LOCKBOX-FILE-OK
           DISPLAY 'No LOCKBOX File On Hand - Nothing To Do.'
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM MARK-STEP-COMPLETE
           STOP RUN
       END-IF
       CLOSE LOCKBOX-FILE

       MOVE '1' TO WS-PASS
       PERFORM READ-LOCKBOX-FILE-THROUGH

       IF NOT BATCH-SEEN
           DISPLAY 'Lockbox File Has No Batch Record - File Rejected.'
           MOVE 'Y' TO WS-CONTROL-FAILED
       END-IF

       IF NOT TRAILER-SEEN AND NOT CONTROL-FAILED
           DISPLAY 'Lockbox File Has No Trailer Record - '
               'File Rejected.'
           MOVE 'Y' TO WS-CONTROL-FAILED
       END-IF

       IF NOT CONTROL-FAILED
           IF WS-ITEM-COUNT NOT = WS-TRAILER-COUNT
              OR WS-ITEM-TOTAL NOT = WS-TRAILER-TOTAL
               DISPLAY 'Lockbox File Out Of Balance - File Rejected.'
               DISPLAY 'Items Read   : ' WS-ITEM-COUNT
                   ' Total ' WS-ITEM-TOTAL
               DISPLAY 'Trailer Says : ' WS-TRAILER-COUNT
                   ' Total ' WS-TRAILER-TOTAL
               MOVE 'Y' TO WS-CONTROL-FAILED
           END-IF
       END-IF

       IF NOT CONTROL-FAILED
           PERFORM CHECK-FILE-REGISTER
           IF DUPLICATE-BATCH
               DISPLAY 'Lockbox Batch Already Loaded - '
                   'File Rejected.'
               MOVE 'Y' TO WS-CONTROL-FAILED
           END-IF
       END-IF

       IF CONTROL-FAILED
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           MOVE 8 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT CUSTOMER-FILE
       OPEN INPUT PAYMENT-SCHEDULE-FILE

       MOVE '2' TO WS-PASS
       PERFORM READ-LOCKBOX-FILE-THROUGH

       CLOSE PAYMENT-SCHEDULE-FILE
       CLOSE CUSTOMER-FILE
       CLOSE LOAN-FILE

       PERFORM REGISTER-PROCESSED-BATCH
           VARYING WS-BATCH-IX FROM 1 BY 1
           UNTIL WS-BATCH-IX > WS-BATCH-COUNT

       PERFORM WRITE-CONTROL-TOTALS
       PERFORM MARK-STEP-COMPLETE

       DISPLAY 'Lockbox Intake Complete - Items: ' WS-ITEM-COUNT
           ' Posted: ' WS-ITEMS-POSTED
           ' To Suspense: ' WS-ITEMS-SUSPENSED

       STOP RUN.

       MARK-STEP-COMPLETE.
           MOVE 'R' TO WS-RST-MODE
           CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                              WS-RST-STEP-NAME
                                              WS-RST-BUSINESS-DATE
                                              WS-RST-STEP-DONE.

       READ-LOCKBOX-FILE-THROUGH.
           MOVE 'N' TO WS-END-OF-LOCKBOX

           OPEN INPUT LOCKBOX-FILE
           IF NOT LOCKBOX-FILE-OK
               DISPLAY 'Error Opening LOCKBOX-FILE.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM HANDLE-NEXT-LOCKBOX-RECORD
               UNTIL END-OF-LOCKBOX

           CLOSE LOCKBOX-FILE.

       HANDLE-NEXT-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-LOCKBOX
               NOT AT END
                   EVALUATE TRUE
                       WHEN LBX-BATCH-REC
                           PERFORM HANDLE-BATCH-RECORD
                       WHEN LBX-ITEM-REC
                           PERFORM HANDLE-ITEM-RECORD
                       WHEN LBX-TRAILER-REC
                           PERFORM HANDLE-TRAILER-RECORD
                       WHEN OTHER
                           IF BALANCE-PASS
                               DISPLAY 'Unknown Lockbox Record Type: '
                                   LBX-RECORD-TYPE
                               MOVE 'Y' TO WS-CONTROL-FAILED
                           END-IF
                   END-EVALUATE
           END-READ.

      *----------------------------------------------------------------
      *  Every item belongs to the batch above it and is dated by
      *  that batch's deposit date.
      *----------------------------------------------------------------
       HANDLE-BATCH-RECORD.
           MOVE LBX-DEPOSIT-DATE TO WS-DEPOSIT-DATE
           IF BALANCE-PASS
               MOVE 'Y' TO WS-BATCH-SEEN
               IF WS-BATCH-COUNT < WS-MAX-BATCHES
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE LBX-BATCH-ID
                       TO WS-TBL-BATCH-ID (WS-BATCH-COUNT)
                   MOVE LBX-DEPOSIT-DATE
                       TO WS-TBL-DEPOSIT-DATE (WS-BATCH-COUNT)
               ELSE
                   DISPLAY 'More Than ' WS-MAX-BATCHES
                       ' Lockbox Batches - File Rejected.'
                   MOVE 'Y' TO WS-CONTROL-FAILED
               END-IF
           END-IF.

       HANDLE-ITEM-RECORD.
           IF BALANCE-PASS
               IF NOT BATCH-SEEN
                   DISPLAY 'Lockbox Item Ahead Of Any Batch Record - '
                       'File Rejected.'
                   MOVE 'Y' TO WS-CONTROL-FAILED
               END-IF
               ADD 1 TO WS-ITEM-COUNT
               ADD LBX-CHECK-AMOUNT TO WS-ITEM-TOTAL
           ELSE
               PERFORM MATCH-ITEM-TO-LOAN
               IF ITEM-MATCHED
                   PERFORM WRITE-LOCKBOX-PAYMENT
               ELSE
                   PERFORM SUSPENSE-THIS-ITEM
               END-IF
           END-IF.

       HANDLE-TRAILER-RECORD.
           IF BALANCE-PASS
               MOVE 'Y' TO WS-TRAILER-SEEN
               MOVE LBX-TRAILER-COUNT TO WS-TRAILER-COUNT
               MOVE LBX-TRAILER-TOTAL TO WS-TRAILER-TOTAL
           END-IF.

      *----------------------------------------------------------------
      *  A batch ID already on the register is a batch the bank sent
      *  again -- the double-posting case.
      *----------------------------------------------------------------
       CHECK-FILE-REGISTER.
           MOVE 'N' TO WS-DUPLICATE-BATCH
           MOVE 'N' TO WS-END-OF-REGISTER

           OPEN INPUT FILE-REGISTER
           IF REGISTER-FILE-OK
               PERFORM CHECK-NEXT-REGISTER-ROW
                   UNTIL END-OF-REGISTER OR DUPLICATE-BATCH
               CLOSE FILE-REGISTER
           END-IF.

       CHECK-NEXT-REGISTER-ROW.
           READ FILE-REGISTER
               AT END
                   MOVE 'Y' TO WS-END-OF-REGISTER
               NOT AT END
                   PERFORM CHECK-BATCH-AGAINST-ROW
                       VARYING WS-BATCH-IX FROM 1 BY 1
                       UNTIL WS-BATCH-IX > WS-BATCH-COUNT
           END-READ.

       CHECK-BATCH-AGAINST-ROW.
           IF WS-TBL-BATCH-ID (WS-BATCH-IX) = REG-BATCH-ID
               MOVE 'Y' TO WS-DUPLICATE-BATCH
               DISPLAY 'Batch ' REG-BATCH-ID ' Loaded '
                   REG-LOADED-DATE
           END-IF.

       REGISTER-PROCESSED-BATCH.
           OPEN EXTEND FILE-REGISTER
           IF NOT REGISTER-FILE-OK
               OPEN OUTPUT FILE-REGISTER
           END-IF

           MOVE WS-TBL-BATCH-ID (WS-BATCH-IX)     TO REG-BATCH-ID
           MOVE WS-TBL-DEPOSIT-DATE (WS-BATCH-IX) TO REG-DEPOSIT-DATE
           MOVE WS-BUSINESS-DATE                  TO REG-LOADED-DATE
           WRITE FILE-REGISTER-REC

           CLOSE FILE-REGISTER.

      *----------------------------------------------------------------
      *  The coupon's LOAN-ID is tried first; a check sent without a
      *  coupon (or with one for a loan we cannot post to) falls back
      *  to the name on the check.
      *----------------------------------------------------------------
       MATCH-ITEM-TO-LOAN.
           MOVE 'N' TO WS-ITEM-MATCHED
           MOVE ZERO TO WS-MATCH-LOAN-ID
           MOVE 'NO COUPON AND NO REMITTER NAME'
               TO WS-SUSPENSE-REASON-TEXT

           IF LBX-SCAN-LOAN-ID NOT = ZERO
               PERFORM MATCH-BY-SCAN-LINE
           END-IF

           IF NOT ITEM-MATCHED
              AND LBX-REMITTER-NAME NOT = SPACES
               PERFORM MATCH-BY-REMITTER-NAME
           END-IF

           IF ITEM-MATCHED
               PERFORM SET-PAYMENT-DUE-DATE
           END-IF.

       MATCH-BY-SCAN-LINE.
           MOVE LBX-SCAN-LOAN-ID TO LOAN-ID OF LOAN-REC
           READ LOAN-FILE
               INVALID KEY
                   MOVE 'COUPON LOAN NOT ON FILE'
                       TO WS-SUSPENSE-REASON-TEXT
               NOT INVALID KEY
                   IF STATUS-ACTIVE
                       MOVE 'Y' TO WS-ITEM-MATCHED
                       MOVE LOAN-ID OF LOAN-REC TO WS-MATCH-LOAN-ID
                       MOVE LOAN-BALANCE OF LOAN-REC
                           TO WS-MATCH-BALANCE
                   ELSE
                       MOVE 'COUPON LOAN NOT ACTIVE'
                           TO WS-SUSPENSE-REASON-TEXT
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Name matching is only trusted when it is unambiguous: one
      *  customer of that name, holding one active loan.
      *----------------------------------------------------------------
       MATCH-BY-REMITTER-NAME.
           MOVE LBX-REMITTER-NAME TO WS-REMITTER-NAME
           INSPECT WS-REMITTER-NAME
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-NAME-MATCHES
           MOVE 'N' TO WS-END-OF-CUSTOMERS

           MOVE ZERO TO CUSTOMER-ID OF CUSTOMER-REC
           START CUSTOMER-FILE KEY IS NOT LESS THAN
                   CUSTOMER-ID OF CUSTOMER-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-CUSTOMERS
           END-START
           PERFORM SCAN-NEXT-CUSTOMER-NAME
               UNTIL END-OF-CUSTOMERS

           EVALUATE TRUE
               WHEN WS-NAME-MATCHES = ZERO
                   MOVE 'REMITTER NAME NOT ON FILE'
                       TO WS-SUSPENSE-REASON-TEXT
               WHEN WS-NAME-MATCHES > 1
                   MOVE 'REMITTER NAME MATCHES SEVERAL CUSTOMERS'
                       TO WS-SUSPENSE-REASON-TEXT
               WHEN OTHER
                   PERFORM MATCH-CUSTOMER-ACTIVE-LOAN
           END-EVALUATE.

       SCAN-NEXT-CUSTOMER-NAME.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-CUSTOMERS
               NOT AT END
                   MOVE CUSTOMER-NAME TO WS-CUSTOMER-NAME
                   INSPECT WS-CUSTOMER-NAME
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   IF WS-CUSTOMER-NAME = WS-REMITTER-NAME
                       ADD 1 TO WS-NAME-MATCHES
                       MOVE CUSTOMER-ID OF CUSTOMER-REC
                           TO WS-NAME-CUSTOMER-ID
                   END-IF
           END-READ.

       MATCH-CUSTOMER-ACTIVE-LOAN.
           MOVE ZERO TO WS-ACTIVE-LOANS
           MOVE 'N' TO WS-END-OF-LOANS
           MOVE WS-NAME-CUSTOMER-ID TO CUSTOMER-ID OF LOAN-REC
           START LOAN-FILE KEY IS EQUAL TO CUSTOMER-ID OF LOAN-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-LOANS
           END-START
           PERFORM SCAN-NEXT-CUSTOMER-LOAN
               UNTIL END-OF-LOANS

           EVALUATE TRUE
               WHEN WS-ACTIVE-LOANS = ZERO
                   MOVE 'REMITTER HAS NO ACTIVE LOAN'
                       TO WS-SUSPENSE-REASON-TEXT
               WHEN WS-ACTIVE-LOANS > 1
                   MOVE 'REMITTER HAS SEVERAL ACTIVE LOANS'
                       TO WS-SUSPENSE-REASON-TEXT
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-MATCHED
           END-EVALUATE.

       SCAN-NEXT-CUSTOMER-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   IF CUSTOMER-ID OF LOAN-REC NOT = WS-NAME-CUSTOMER-ID
                       MOVE 'Y' TO WS-END-OF-LOANS
                   ELSE
                       IF STATUS-ACTIVE
                           ADD 1 TO WS-ACTIVE-LOANS
                           MOVE LOAN-ID OF LOAN-REC
                               TO WS-MATCH-LOAN-ID
                           MOVE LOAN-BALANCE OF LOAN-REC
                               TO WS-MATCH-BALANCE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  PAYMENT-POSTING applies a payment to the schedule row whose
      *  due date is the transaction's PAYMENT-DATE.  The coupon says
      *  which row; with no coupon date (or a name match, whose
      *  coupon was for some other loan) the oldest unpaid row is
      *  the one being paid.  No unpaid row leaves the deposit date,
      *  and the suspense sweep catches the item as NO DUE ROW.
      *----------------------------------------------------------------
       SET-PAYMENT-DUE-DATE.
           IF LBX-SCAN-DUE-DATE NOT = ZERO
              AND LBX-SCAN-LOAN-ID = WS-MATCH-LOAN-ID
               MOVE LBX-SCAN-DUE-DATE TO WS-MATCH-DUE-DATE
           ELSE
               MOVE WS-DEPOSIT-DATE TO WS-MATCH-DUE-DATE
               MOVE 'N' TO WS-END-OF-SCHEDULE
               MOVE WS-MATCH-LOAN-ID
                   TO LOAN-ID OF PAYMENT-SCHEDULE-REC
               MOVE ZERO TO PAYMENT-DUE-DATE
               START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                       SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
                   INVALID KEY
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
               END-START
               PERFORM FIND-OLDEST-UNPAID-ROW
                   UNTIL END-OF-SCHEDULE
           END-IF.

       FIND-OLDEST-UNPAID-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       NOT = WS-MATCH-LOAN-ID
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   ELSE
                       IF PAID-NO
                           MOVE PAYMENT-DUE-DATE TO WS-MATCH-DUE-DATE
                           MOVE 'Y' TO WS-END-OF-SCHEDULE
                       END-IF
                   END-IF
           END-READ.

       WRITE-LOCKBOX-PAYMENT.
           PERFORM ASSIGN-NEXT-TRANSACTION-ID

           OPEN I-O TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               OPEN OUTPUT TRANSACTION-FILE
           END-IF

           MOVE WS-NEXT-TRANSACTION-ID
               TO TRANSACTION-ID OF TRANSACTION-REC
           MOVE WS-MATCH-LOAN-ID       TO LOAN-ID OF TRANSACTION-REC
           MOVE WS-MATCH-DUE-DATE
               TO PAYMENT-DATE OF TRANSACTION-REC
           MOVE LBX-CHECK-AMOUNT
               TO PAYMENT-AMOUNT OF TRANSACTION-REC
           IF WS-MATCH-BALANCE > LBX-CHECK-AMOUNT
               COMPUTE REMAINING-BALANCE =
                   WS-MATCH-BALANCE - LBX-CHECK-AMOUNT
           ELSE
               MOVE ZERO TO REMAINING-BALANCE
           END-IF
           MOVE 'PAYMENT'              TO TRANSACTION-TYPE
           MOVE ZERO                   TO REVERSED-TRANSACTION-ID
           MOVE ZERO TO BRANCH-ID OF TRANSACTION-REC
           MOVE ZERO TO TELLER-SESSION-ID
           MOVE 'CHECK'                TO TENDER-TYPE
           MOVE ZEROS                  TO ALLOCATION-SPLIT
           MOVE ZEROS                  TO BACKDATE-CONTROL
      *  A batch the bank deposited before today's business date is
      *  money we held from that day: post it effective then.
           IF WS-DEPOSIT-DATE < WS-BUSINESS-DATE
               MOVE WS-DEPOSIT-DATE    TO PAYMENT-EFFECTIVE-DATE
               MOVE 'P'                TO BACKDATE-STATUS
           END-IF
           WRITE TRANSACTION-REC
               INVALID KEY
                   DISPLAY 'Error Writing Lockbox Payment For Loan '
                       WS-MATCH-LOAN-ID ' Check ' LBX-CHECK-NUMBER
                   MOVE 'TRANSACTION WRITE FAILED'
                       TO WS-SUSPENSE-REASON-TEXT
                   MOVE 'N' TO WS-ITEM-MATCHED
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-POSTED
                   ADD LBX-CHECK-AMOUNT TO WS-DOLLARS-POSTED
           END-WRITE

           CLOSE TRANSACTION-FILE

           IF NOT ITEM-MATCHED
               PERFORM SUSPENSE-THIS-ITEM
           END-IF.

       ASSIGN-NEXT-TRANSACTION-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-TRANSACTION-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               PERFORM SEED-TRANSACTION-SERIES
           END-IF.

      *----------------------------------------------------------------
      *  First use of the central control file for this series: seed
      *  it once from the old high-water-mark scan, then every later
      *  assignment comes straight off NEXT_ID.DAT.
      *----------------------------------------------------------------
       SEED-TRANSACTION-SERIES.
           MOVE 'N' TO WS-END-OF-TRANSACTIONS
           OPEN INPUT TRANSACTION-FILE
           IF NOT TRAN-FILE-OK
               MOVE 1 TO WS-NEXT-TRANSACTION-ID
           ELSE
               PERFORM FIND-HIGHEST-TRANSACTION-ID
                   UNTIL END-OF-TRANSACTIONS
               ADD 1 TO WS-NEXT-TRANSACTION-ID
               CLOSE TRANSACTION-FILE
           END-IF
           MOVE 'S' TO WS-ID-MODE
           MOVE 'TRANSACTION' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-TRANSACTION-ID
                                        WS-ID-FOUND.

       FIND-HIGHEST-TRANSACTION-ID.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-TRANSACTIONS
               NOT AT END
                   IF TRANSACTION-ID OF TRANSACTION-REC
                       > WS-NEXT-TRANSACTION-ID
                       MOVE TRANSACTION-ID OF TRANSACTION-REC
                           TO WS-NEXT-TRANSACTION-ID
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  An item that matched no loan is parked in the suspense work
      *  queue under LOCKBOX UNMT, carrying the coupon loan (if any)
      *  and the deposit date, for a researcher to apply by hand.
      *----------------------------------------------------------------
       SUSPENSE-THIS-ITEM.
           OPEN I-O SUSPENSE-FILE
           IF SUSPENSE-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF NOT SUSPENSE-FILE-OK
               DISPLAY 'Error Opening SUSPENSE-FILE - Check Not '
                   'Parked: ' LBX-CHECK-NUMBER ' ' LBX-CHECK-AMOUNT
           ELSE
               PERFORM ASSIGN-NEXT-SUSPENSE-ID
               MOVE WS-NEXT-SUSPENSE-ID
                   TO SUSPENSE-ID OF SUSPENSE-REC
               MOVE ZERO TO TRANSACTION-ID OF SUSPENSE-REC
               MOVE LBX-SCAN-LOAN-ID TO LOAN-ID OF SUSPENSE-REC
               MOVE WS-DEPOSIT-DATE
                   TO PAYMENT-DATE OF SUSPENSE-REC
               MOVE LBX-CHECK-AMOUNT
                   TO PAYMENT-AMOUNT OF SUSPENSE-REC
               MOVE 'LOCKBOX UNMT' TO SUSPENSE-REASON
               MOVE 'OPEN'         TO SUSPENSE-STATUS
               MOVE ZERO           TO RESOLVED-DATE
               MOVE SPACES         TO RESOLVED-BY
               MOVE ZERO           TO DUP-MATCHED-TRAN-ID
               MOVE ZERO           TO DUP-RELEASE-TRAN-ID
               WRITE SUSPENSE-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Suspense Item For '
                           'Check ' LBX-CHECK-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEMS-SUSPENSED
                       ADD LBX-CHECK-AMOUNT TO WS-DOLLARS-SUSPENSED
                       DISPLAY 'LOCKBOX TO SUSPENSE: Check '
                           LBX-CHECK-NUMBER ' ' LBX-CHECK-AMOUNT
                           ' - ' WS-SUSPENSE-REASON-TEXT
               END-WRITE
               CLOSE SUSPENSE-FILE
           END-IF.

       ASSIGN-NEXT-SUSPENSE-ID.
           MOVE 'A' TO WS-ID-MODE
           MOVE 'SUSPENSE' TO WS-ID-SERIES
           CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                        WS-ID-SERIES
                                        WS-NEXT-SUSPENSE-ID
                                        WS-ID-FOUND
           IF NOT ID-SERIES-FOUND
               MOVE 1 TO WS-NEXT-SUSPENSE-ID
               MOVE 'S' TO WS-ID-MODE
               CALL 'ASSIGN-NEXT-ID' USING WS-ID-MODE
                                            WS-ID-SERIES
                                            WS-NEXT-SUSPENSE-ID
                                            WS-ID-FOUND
           END-IF.

      *----------------------------------------------------------------
      *  Dollars in are the checks on the file; dollars out are what
      *  went to TRANSACTION-FILE plus what went to suspense -- the
      *  two sides tie when every check is accounted for.
      *----------------------------------------------------------------
       WRITE-CONTROL-TOTALS.
           MOVE 'LOCKBOX-INTAKE'     TO WS-CTL-STEP-NAME
           MOVE WS-ITEM-COUNT        TO WS-CTL-RECORDS-READ
           COMPUTE WS-CTL-RECORDS-WRITTEN =
               WS-ITEMS-POSTED + WS-ITEMS-SUSPENSED
           MOVE WS-ITEM-TOTAL        TO WS-CTL-DOLLARS-IN
           COMPUTE WS-CTL-DOLLARS-OUT =
               WS-DOLLARS-POSTED + WS-DOLLARS-SUSPENSED
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
