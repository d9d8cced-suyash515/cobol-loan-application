       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATURITY-PIPELINE.

      *================================================================
      *  Nightly maturity pipeline.  Every ACTIVE installment loan
      *  (a HELOC line has no maturity row) is matured on its final
      *  PAYMENT_SCHEDULE.DAT row -- the balloon on an AMORT-BALLOON
      *  loan, the last level payment otherwise -- and aged in
      *  calendar days from the business date to that row's due
      *  date:
      *
      *    - loans maturing within 180 days are listed by window,
      *      0-30, 31-60, 61-90 and 91-180 days, with the final
      *      payment due, and loans already past a final row still
      *      unpaid are listed as MATURED so they are worked before
      *      they simply age into collections;
      *    - the borrower is sent a maturity notice at each
      *      milestone -- 180, 90, 60 and 30 days out -- printed to
      *      MATURITY_NOTICE.PRT and logged on LETTER_LOG.DAT as
      *      MATURITY nnn.  MATURITY-NOTICE-DAYS on the loan holds
      *      the tightest milestone noticed, so each goes out once;
      *      a loan first reaching the run inside a window gets only
      *      that window's notice.  MATURITY-EXTENSION clears the
      *      field when the maturity moves out.
      *
      *  No notice goes to a loan sold to a debt buyer; a notice to
      *  an address returned undeliverable is logged suppressed.
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

           SELECT PAYMENT-SCHEDULE-FILE
               ASSIGN TO 'PAYMENT_SCHEDULE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               FILE STATUS IS SCHED-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID OF CUSTOMER-REC
               FILE STATUS IS CUST-FILE-STATUS.

           SELECT LETTER-PRINT-FILE ASSIGN TO 'MATURITY_NOTICE.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS PRINT-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO 'LETTER_LOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS LETLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       COPY LOANREC.

       FD  PAYMENT-SCHEDULE-FILE.
       COPY PAYSCHREC.

       FD  CUSTOMER-FILE.
       COPY CUSTREC.

       FD  LETTER-PRINT-FILE.
       01  LETTER-PRINT-LINE       PIC X(80).

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGREC.

       WORKING-STORAGE SECTION.
       01  LOAN-FILE-STATUS        PIC XX.
           88  LOAN-FILE-OK         VALUE '00'.
       01  SCHED-FILE-STATUS       PIC XX.
           88  SCHED-FILE-OK        VALUE '00'.
       01  CUST-FILE-STATUS        PIC XX.
           88  CUST-FILE-OK         VALUE '00'.
       01  PRINT-FILE-STATUS       PIC XX.
           88  PRINT-FILE-OK        VALUE '00'.
           88  PRINT-FILE-ERROR     VALUE '10'.
       01  LETLOG-FILE-STATUS      PIC XX.
           88  LETLOG-FILE-OK       VALUE '00'.

       01  WS-END-OF-LOANS         PIC X VALUE 'N'.
           88  END-OF-LOANS         VALUE 'Y'.
       01  WS-END-OF-SCHEDULE      PIC X VALUE 'N'.
           88  END-OF-SCHEDULE      VALUE 'Y'.
       01  WS-BORROWER-FOUND       PIC X VALUE 'N'.
           88  BORROWER-FOUND       VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-BUSDATE-FOUND        PIC X.
           88  BUSINESS-DATE-FOUND  VALUE 'Y'.

      *  The loan's final schedule row, found by reading every row
      *  the loan has.
       01  WS-ROWS-ON-SCHEDULE     PIC 9(3) COMP.
       01  WS-MATURITY-DATE        PIC 9(8).
       01  WS-FINAL-PAYMENT        PIC 9(7)V99.
       01  WS-FINAL-STATUS         PIC X.
           88  FINAL-ROW-PAID       VALUE 'Y'.
       01  WS-DAYS-TO-MATURITY     PIC S9(5).
       01  WS-MILESTONE            PIC 9(3).
       01  WS-NOTICED-DAYS         PIC 9(3).
       01  WS-BUCKET-IX            PIC 9 COMP.
       01  WS-METHOD-TEXT          PIC X(8).
       01  WS-LETTER-TYPE          PIC X(12).
       01  WS-MAIL-STATUS          PIC X VALUE 'M'.
       01  WS-EDIT-DAYS            PIC ZZZZ9.
       01  WS-EDIT-MILESTONE       PIC ZZ9.
       01  WS-EDIT-AMOUNT          PIC Z,ZZZ,ZZ9.99.
       01  WS-EDIT-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-FINAL-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-EDIT-COUNT           PIC ZZ,ZZ9.
       01  WS-ADDRESS-LINES.
           05  WS-ADDRESS-LINE     PIC X(50) OCCURS 3 TIMES.
       01  WS-ADDRESS-IX           PIC 9 COMP.

       01  WS-SOLD-LOAN-ID         PIC 9(5).
       01  WS-LOAN-IS-SOLD         PIC X.
           88  LOAN-IS-SOLD         VALUE 'Y'.

       01  WS-DCI-BASIS           PIC X VALUE 'A'.
       01  WS-DCI-FROM-DATE       PIC 9(8).
       01  WS-DCI-TO-DATE         PIC 9(8).
       01  WS-DCI-PRINCIPAL       PIC 9(7)V99 VALUE ZERO.
       01  WS-DCI-RATE            PIC 9(3)V99 VALUE ZERO.
       01  WS-DCI-DAYS            PIC S9(5).
       01  WS-DCI-PER-DIEM        PIC 9(5)V9(4).
       01  WS-DCI-INTEREST        PIC 9(7)V99.

      *  Pipeline totals by window: 1 = matured unpaid, 2 = 0-30
      *  days, 3 = 31-60, 4 = 61-90, 5 = 91-180.
       01  WS-PIPELINE-TOTALS.
           05  WS-PL-BUCKET OCCURS 5 TIMES.
               10  WS-PL-COUNT         PIC 9(5) COMP.
               10  WS-PL-BALANCE       PIC 9(9)V99.
               10  WS-PL-FINAL         PIC 9(9)V99.
       01  WS-BUCKET-LABELS.
           05  FILLER              PIC X(10) VALUE 'MATURED   '.
           05  FILLER              PIC X(10) VALUE '  0-30    '.
           05  FILLER              PIC X(10) VALUE ' 31-60    '.
           05  FILLER              PIC X(10) VALUE ' 61-90    '.
           05  FILLER              PIC X(10) VALUE ' 91-180   '.
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05  WS-BUCKET-LABEL     PIC X(10) OCCURS 5 TIMES.

       01  WS-CYCLE-USER           PIC X(10) VALUE 'MATPIPE'.
       01  WS-LOG-ACTION-TYPE      PIC A(20).
       01  WS-LOG-DESCRIPTION      PIC A(50).

       01  WS-LOANS-READ           PIC 9(7) COMP VALUE ZERO.
       01  WS-LOANS-LISTED         PIC 9(5) COMP VALUE ZERO.
       01  WS-NOTICES-PRINTED      PIC 9(5) COMP VALUE ZERO.
       01  WS-NOTICES-SUPPRESSED   PIC 9(5) COMP VALUE ZERO.
       01  WS-NOTICES-SOLD-HELD    PIC 9(5) COMP VALUE ZERO.
       01  WS-CTL-STEP-NAME        PIC X(20).
       01  WS-CTL-RECORDS-READ     PIC 9(7).
       01  WS-CTL-RECORDS-WRITTEN  PIC 9(7).
       01  WS-CTL-DOLLARS-IN       PIC 9(9)V99 VALUE ZERO.
       01  WS-CTL-DOLLARS-OUT      PIC 9(9)V99 VALUE ZERO.

       01  WS-RST-MODE            PIC X.
       01  WS-RST-STEP-NAME       PIC X(20).
       01  WS-RST-STEP-DONE       PIC X.
           88  RESTART-STEP-DONE   VALUE 'Y'.

       PROCEDURE DIVISION.

       CALL 'GET-BUSINESS-DATE' USING WS-RUN-DATE
                                       WS-BUSDATE-FOUND
       IF NOT BUSINESS-DATE-FOUND
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
       END-IF
       MOVE 'MATURITY-PIPE' TO WS-RST-STEP-NAME
       MOVE 'C' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RUN-DATE
                                          WS-RST-STEP-DONE
       IF RESTART-STEP-DONE
           DISPLAY 'Step Already Complete For ' WS-RUN-DATE
               ' - Skipped On Restart.'
           STOP RUN
       END-IF

       INITIALIZE WS-PIPELINE-TOTALS

       OPEN I-O LOAN-FILE
       IF NOT LOAN-FILE-OK
           DISPLAY 'Error Opening LOAN-FILE.'
           STOP RUN
       END-IF

       OPEN INPUT PAYMENT-SCHEDULE-FILE
       IF NOT SCHED-FILE-OK
           DISPLAY 'No PAYMENT-SCHEDULE-FILE On Hand.'
           CLOSE LOAN-FILE
           PERFORM WRITE-CONTROL-TOTALS
           MOVE 'R' TO WS-RST-MODE
           CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                              WS-RST-STEP-NAME
                                              WS-RUN-DATE
                                              WS-RST-STEP-DONE
           STOP RUN
       END-IF

       OPEN INPUT CUSTOMER-FILE
       IF NOT CUST-FILE-OK
           DISPLAY 'Error Opening CUSTOMER-FILE.'
           CLOSE LOAN-FILE
           CLOSE PAYMENT-SCHEDULE-FILE
           STOP RUN
       END-IF

       OPEN EXTEND LETTER-PRINT-FILE
       IF PRINT-FILE-ERROR
           OPEN OUTPUT LETTER-PRINT-FILE
       END-IF
       IF NOT PRINT-FILE-OK
           DISPLAY 'Error Opening LETTER-PRINT-FILE.'
           CLOSE LOAN-FILE
           CLOSE PAYMENT-SCHEDULE-FILE
           CLOSE CUSTOMER-FILE
           STOP RUN
       END-IF

       DISPLAY '============================================'
       DISPLAY '  MATURITY PIPELINE AS OF ' WS-RUN-DATE
       DISPLAY '============================================'
       DISPLAY 'Window      Loan  Cust  Method   Maturity '
           '  Days       Balance   Final Payment'

       PERFORM CHECK-NEXT-LOAN
           UNTIL END-OF-LOANS

       CLOSE LOAN-FILE
       CLOSE PAYMENT-SCHEDULE-FILE
       CLOSE CUSTOMER-FILE
       CLOSE LETTER-PRINT-FILE

       DISPLAY '============================================'
       DISPLAY 'Pipeline Totals By Days To Maturity:'
       PERFORM PRINT-PIPELINE-BUCKET
           VARYING WS-BUCKET-IX FROM 1 BY 1
           UNTIL WS-BUCKET-IX > 5
       DISPLAY 'Loans Listed:        ' WS-LOANS-LISTED
       DISPLAY 'Notices Printed:     ' WS-NOTICES-PRINTED
       DISPLAY 'Notices Suppressed:  ' WS-NOTICES-SUPPRESSED
       DISPLAY 'Held - Loan Sold:    ' WS-NOTICES-SOLD-HELD
       DISPLAY '============================================'

       PERFORM WRITE-CONTROL-TOTALS

       MOVE 'R' TO WS-RST-MODE
       CALL 'STEP-RESTART-CONTROL' USING WS-RST-MODE
                                          WS-RST-STEP-NAME
                                          WS-RUN-DATE
                                          WS-RST-STEP-DONE

       STOP RUN.

       CHECK-NEXT-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-LOANS
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   IF STATUS-ACTIVE AND NOT TYPE-HELOC
                       PERFORM CHECK-ONE-LOAN
                   END-IF
           END-READ.

       CHECK-ONE-LOAN.
           PERFORM FIND-FINAL-ROW
           IF WS-ROWS-ON-SCHEDULE > ZERO
              AND NOT FINAL-ROW-PAID
               PERFORM SET-MATURITY-WINDOW
               IF WS-BUCKET-IX > ZERO
                   PERFORM LIST-MATURING-LOAN
                   IF WS-MILESTONE > ZERO
                       PERFORM CHECK-MILESTONE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *  The maturity is the due date of the loan's last schedule
      *  row; rows are keyed by due date, so it is the last one
      *  read for the loan.
      *----------------------------------------------------------------
       FIND-FINAL-ROW.
           MOVE ZERO TO WS-ROWS-ON-SCHEDULE
           MOVE ZERO TO WS-MATURITY-DATE
           MOVE ZERO TO WS-FINAL-PAYMENT
           MOVE SPACE TO WS-FINAL-STATUS
           MOVE 'N' TO WS-END-OF-SCHEDULE
           MOVE LOAN-ID OF LOAN-REC
               TO LOAN-ID OF PAYMENT-SCHEDULE-REC
           MOVE ZERO TO PAYMENT-DUE-DATE
           START PAYMENT-SCHEDULE-FILE KEY IS NOT LESS THAN
                   SCHEDULE-KEY OF PAYMENT-SCHEDULE-REC
               INVALID KEY
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
           END-START
           PERFORM READ-NEXT-SCHEDULE-ROW
               UNTIL END-OF-SCHEDULE.

       READ-NEXT-SCHEDULE-ROW.
           READ PAYMENT-SCHEDULE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-SCHEDULE
               NOT AT END
                   IF LOAN-ID OF PAYMENT-SCHEDULE-REC
                       = LOAN-ID OF LOAN-REC
                       ADD 1 TO WS-ROWS-ON-SCHEDULE
                       MOVE PAYMENT-DUE-DATE TO WS-MATURITY-DATE
                       MOVE PAYMENT-AMOUNT TO WS-FINAL-PAYMENT
                       MOVE PAID-STATUS TO WS-FINAL-STATUS
                   ELSE
                       MOVE 'Y' TO WS-END-OF-SCHEDULE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *  Sets the report window (zero when the loan matures more
      *  than 180 days out) and the notice milestone reached (zero
      *  for a loan already matured -- collections has it).
      *----------------------------------------------------------------
       SET-MATURITY-WINDOW.
           MOVE ZERO TO WS-BUCKET-IX
           MOVE ZERO TO WS-MILESTONE
           MOVE ZERO TO WS-DAYS-TO-MATURITY
           IF WS-MATURITY-DATE < WS-RUN-DATE
               MOVE 1 TO WS-BUCKET-IX
           ELSE
               IF WS-MATURITY-DATE > WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-DCI-FROM-DATE
                   MOVE WS-MATURITY-DATE TO WS-DCI-TO-DATE
                   CALL 'DAY-COUNT-INTEREST' USING WS-DCI-BASIS
                                                    WS-DCI-FROM-DATE
                                                    WS-DCI-TO-DATE
                                                    WS-DCI-PRINCIPAL
                                                    WS-DCI-RATE
                                                    WS-DCI-DAYS
                                                    WS-DCI-PER-DIEM
                                                    WS-DCI-INTEREST
                   MOVE WS-DCI-DAYS TO WS-DAYS-TO-MATURITY
               END-IF
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-MATURITY NOT > 30
                       MOVE 2 TO WS-BUCKET-IX
                       MOVE 30 TO WS-MILESTONE
                   WHEN WS-DAYS-TO-MATURITY NOT > 60
                       MOVE 3 TO WS-BUCKET-IX
                       MOVE 60 TO WS-MILESTONE
                   WHEN WS-DAYS-TO-MATURITY NOT > 90
                       MOVE 4 TO WS-BUCKET-IX
                       MOVE 90 TO WS-MILESTONE
                   WHEN WS-DAYS-TO-MATURITY NOT > 180
                       MOVE 5 TO WS-BUCKET-IX
                       MOVE 180 TO WS-MILESTONE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LIST-MATURING-LOAN.
           EVALUATE TRUE
               WHEN AMORT-BALLOON
                   MOVE 'BALLOON' TO WS-METHOD-TEXT
               WHEN AMORT-INT-ONLY
                   MOVE 'INT-ONLY' TO WS-METHOD-TEXT
               WHEN OTHER
                   MOVE 'LEVEL' TO WS-METHOD-TEXT
           END-EVALUATE
           ADD 1 TO WS-LOANS-LISTED
           ADD 1 TO WS-PL-COUNT (WS-BUCKET-IX)
           ADD LOAN-BALANCE OF LOAN-REC
               TO WS-PL-BALANCE (WS-BUCKET-IX)
           ADD WS-FINAL-PAYMENT TO WS-PL-FINAL (WS-BUCKET-IX)
           MOVE WS-DAYS-TO-MATURITY TO WS-EDIT-DAYS
           MOVE LOAN-BALANCE OF LOAN-REC TO WS-EDIT-AMOUNT
           MOVE WS-FINAL-PAYMENT TO WS-EDIT-TOTAL
           DISPLAY WS-BUCKET-LABEL (WS-BUCKET-IX) ' '
               LOAN-ID OF LOAN-REC ' '
               CUSTOMER-ID OF LOAN-REC ' ' WS-METHOD-TEXT ' '
               WS-MATURITY-DATE ' ' WS-EDIT-DAYS ' '
               WS-EDIT-AMOUNT ' ' WS-EDIT-TOTAL.

      *----------------------------------------------------------------
      *  A notice goes out when the loan has reached a milestone
      *  tighter than the last one noticed.
      *----------------------------------------------------------------
       CHECK-MILESTONE.
           IF MATURITY-NOTICE-DAYS NUMERIC
               MOVE MATURITY-NOTICE-DAYS TO WS-NOTICED-DAYS
           ELSE
               MOVE ZERO TO WS-NOTICED-DAYS
           END-IF
           IF WS-NOTICED-DAYS = ZERO
              OR WS-MILESTONE < WS-NOTICED-DAYS
               MOVE 'N' TO WS-LOAN-IS-SOLD
               MOVE LOAN-ID OF LOAN-REC TO WS-SOLD-LOAN-ID
               CALL 'CHECK-DEBT-SALE' USING WS-SOLD-LOAN-ID
                                             WS-LOAN-IS-SOLD
               IF LOAN-IS-SOLD
                   ADD 1 TO WS-NOTICES-SOLD-HELD
               ELSE
                   PERFORM SEND-MATURITY-NOTICE
               END-IF
           END-IF.

       SEND-MATURITY-NOTICE.
           PERFORM FIND-BORROWER
           IF NOT BORROWER-FOUND
               DISPLAY 'No Borrower On File For Loan '
                   LOAN-ID OF LOAN-REC ' - Notice Not Produced.'
           ELSE
               MOVE WS-MILESTONE TO WS-EDIT-MILESTONE
               EVALUATE WS-MILESTONE
                   WHEN 180
                       MOVE 'MATURITY 180' TO WS-LETTER-TYPE
                   WHEN 90
                       MOVE 'MATURITY 90' TO WS-LETTER-TYPE
                   WHEN 60
                       MOVE 'MATURITY 60' TO WS-LETTER-TYPE
                   WHEN OTHER
                       MOVE 'MATURITY 30' TO WS-LETTER-TYPE
               END-EVALUATE
      *  Mail to an address already returned undeliverable is
      *  postage wasted: suppress, but log the suppression so the
      *  record shows the notice was generated and held.
               IF ADDRESS-BAD
                   MOVE 'S' TO WS-MAIL-STATUS
                   ADD 1 TO WS-NOTICES-SUPPRESSED
               ELSE
                   PERFORM PRINT-MATURITY-NOTICE
                   MOVE 'M' TO WS-MAIL-STATUS
                   ADD 1 TO WS-NOTICES-PRINTED
               END-IF
               PERFORM LOG-LETTER
               MOVE WS-MILESTONE TO MATURITY-NOTICE-DAYS
               REWRITE LOAN-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Loan '
                           LOAN-ID OF LOAN-REC
                   NOT INVALID KEY
                       MOVE 'MATURITY NOTICE' TO WS-LOG-ACTION-TYPE
                       MOVE SPACES TO WS-LOG-DESCRIPTION
                       STRING 'Loan ' LOAN-ID OF LOAN-REC
                           ' Matures ' WS-MATURITY-DATE
                           ' - ' WS-EDIT-MILESTONE '-Day Notice'
                           DELIMITED BY SIZE INTO WS-LOG-DESCRIPTION
                       CALL 'WRITE-LOG-ENTRY' USING
                           WS-LOG-ACTION-TYPE
                           WS-CYCLE-USER
                           WS-LOG-DESCRIPTION
               END-REWRITE
           END-IF.

       FIND-BORROWER.
           MOVE 'N' TO WS-BORROWER-FOUND
           MOVE CUSTOMER-ID OF LOAN-REC TO CUSTOMER-ID OF CUSTOMER-REC
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BORROWER-FOUND
           END-READ.

       PRINT-MATURITY-NOTICE.
           MOVE ALL '=' TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'DATE: ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE CUSTOMER-NAME TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           CALL 'FORMAT-MAILING-ADDRESS' USING CUSTOMER-REC
                                                WS-ADDRESS-LINES
           PERFORM PRINT-ADDRESS-LINE
               VARYING WS-ADDRESS-IX FROM 1 BY 1
               UNTIL WS-ADDRESS-IX > 3
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           STRING 'NOTICE OF LOAN MATURITY - LOAN '
               LOAN-ID OF LOAN-REC
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           STRING 'YOUR LOAN MATURES ON ' WS-MATURITY-DATE
               ', WITHIN ' WS-EDIT-MILESTONE ' DAYS.'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE WS-FINAL-PAYMENT TO WS-EDIT-AMOUNT
           MOVE SPACES TO LETTER-PRINT-LINE
           IF AMORT-BALLOON
               STRING 'A BALLOON PAYMENT OF ' WS-EDIT-AMOUNT
                   ' IS DUE ON THAT DATE.'
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           ELSE
               STRING 'YOUR FINAL PAYMENT OF ' WS-EDIT-AMOUNT
                   ' IS DUE ON THAT DATE.'
                   DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           END-IF
           WRITE LETTER-PRINT-LINE
           MOVE 'IF YOU WILL NEED TO REFINANCE OR EXTEND YOUR LOAN,'
               TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE 'PLEASE CONTACT US WELL BEFORE THE MATURITY DATE.'
               TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE.

       PRINT-ADDRESS-LINE.
           IF WS-ADDRESS-LINE (WS-ADDRESS-IX) NOT = SPACES
               MOVE WS-ADDRESS-LINE (WS-ADDRESS-IX)
                   TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF.

       LOG-LETTER.
           OPEN EXTEND LETTER-LOG-FILE
           IF NOT LETLOG-FILE-OK
               OPEN OUTPUT LETTER-LOG-FILE
           END-IF

           MOVE LOAN-ID OF LOAN-REC TO LOAN-ID OF LETTER-LOG-REC
           MOVE CUSTOMER-ID OF LOAN-REC
               TO CUSTOMER-ID OF LETTER-LOG-REC
           MOVE WS-LETTER-TYPE TO LETTER-TYPE
           MOVE WS-RUN-DATE TO LETTER-DATE
           MOVE WS-MAIL-STATUS TO MAIL-STATUS

           WRITE LETTER-LOG-REC

           CLOSE LETTER-LOG-FILE.

       PRINT-PIPELINE-BUCKET.
           MOVE WS-PL-COUNT (WS-BUCKET-IX) TO WS-EDIT-COUNT
           MOVE WS-PL-BALANCE (WS-BUCKET-IX) TO WS-EDIT-TOTAL
           MOVE WS-PL-FINAL (WS-BUCKET-IX) TO WS-EDIT-FINAL-TOTAL
           DISPLAY '    ' WS-BUCKET-LABEL (WS-BUCKET-IX) ' '
               WS-EDIT-COUNT ' Loans  Balance ' WS-EDIT-TOTAL
               '  Final ' WS-EDIT-FINAL-TOTAL.

       WRITE-CONTROL-TOTALS.
           MOVE 'MATURITY-PIPE'     TO WS-CTL-STEP-NAME
           MOVE WS-LOANS-READ       TO WS-CTL-RECORDS-READ
           COMPUTE WS-CTL-RECORDS-WRITTEN =
               WS-NOTICES-PRINTED + WS-NOTICES-SUPPRESSED
           CALL 'WRITE-BATCH-CONTROL' USING WS-CTL-STEP-NAME
                                             WS-CTL-RECORDS-READ
                                             WS-CTL-RECORDS-WRITTEN
                                             WS-CTL-DOLLARS-IN
                                             WS-CTL-DOLLARS-OUT.
