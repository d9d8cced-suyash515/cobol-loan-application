       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISK-GRADE-FILE.

      *================================================================
      *  Internal risk grade maintenance on RISK_GRADE.DAT.  The
      *  credit analyst requests a grade change for a loan -- Pass,
      *  Special Mention, Substandard, Doubtful or Loss -- with the
      *  rationale and the date the loan is next due for credit
      *  review (zero takes the grade's standard review interval,
      *  the REVIEW MOS parameters).  The change is staged on the
      *  grade record and queued as a RISK GRADE item on the
      *  dual-control queue; it only becomes the grade of record
      *  when a credit officer releases it through
      *  SUPERVISOR-APPROVAL.  A credit review that keeps the grade
      *  is recorded directly: it stamps the review and sets the
      *  next one.  Inquire shows the grade of record, any pending
      *  proposal or nightly downgrade suggestion, and the history.
      *  A loan with no grade record is an ungraded Pass.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISK-GRADE-FILE ASSIGN TO 'RISK_GRADE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF RISK-GRADE-REC
               FILE STATUS IS FILE-STATUS.

           SELECT RISK-GRADE-HIST-FILE
               ASSIGN TO 'RISK_GRADE_HIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOAN.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID OF LOAN-REC
               ALTERNATE RECORD KEY IS CUSTOMER-ID OF LOAN-REC
                   WITH DUPLICATES
               FILE STATUS IS LOAN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RISK-GRADE-FILE.
       COPY RISKGRADEREC.

       FD  RISK-GRADE-HIST-FILE.
       COPY RISKGRADEHIST.

       FD  LOAN-FILE.
       COPY LOANREC.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS              PIC XX.
           88  FILE-OK               VALUE '00'.
           88  FILE-NOT-FOUND        VALUE '35'.
       01  HIST-FILE-STATUS         PIC XX.
           88  HIST-FILE-OK          VALUE '00'.
       01  LOAN-FILE-STATUS         PIC XX.
           88  LOAN-FILE-OK          VALUE '00'.
       01  WS-MODE                  PIC X.
           88  REQUEST-MODE           VALUE '1'.
           88  REVIEW-MODE            VALUE '2'.
           88  INQUIRE-MODE           VALUE '3'.
       01  WS-LOAN-ID               PIC 9(5).
       01  WS-LOAN-BALANCE          PIC 9(7)V99.
       01  WS-TODAY                 PIC 9(8).
       01  WS-LOAN-FOUND            PIC X.
           88  LOAN-FOUND            VALUE 'Y'.
       01  WS-GRADE-ON-FILE         PIC X.
           88  GRADE-ON-FILE         VALUE 'Y'.
       01  WS-END-OF-HIST           PIC X.
           88  END-OF-HIST           VALUE 'Y'.
       01  WS-HIST-LISTED           PIC 9(3) COMP.

       01  WS-NEW-GRADE             PIC X(15).
           88  NEW-GRADE-IS-VALID    VALUE 'PASS' 'SPECIAL MENTION'
                                            'SUBSTANDARD' 'DOUBTFUL'
                                            'LOSS'.
       01  WS-RATIONALE             PIC X(40).
       01  WS-NEXT-REVIEW           PIC 9(8).

      *  Standard credit review interval, in months, by grade; the
      *  weaker the grade the sooner it is looked at again.
       01  WS-REVIEW-MOS-PASS       PIC 9(3) VALUE 12.
       01  WS-REVIEW-MOS-SPECIAL    PIC 9(3) VALUE 6.
       01  WS-REVIEW-MOS-SUBSTAND   PIC 9(3) VALUE 3.
       01  WS-REVIEW-MOS-DOUBTFUL   PIC 9(3) VALUE 3.
       01  WS-REVIEW-MOS-LOSS       PIC 9(3) VALUE 3.
       01  WS-REVIEW-MONTHS         PIC 9(3).
       01  WS-PARM-NAME             PIC X(20).
       01  WS-PARM-VALUE            PIC 9(7)V99.
       01  WS-PARM-FOUND            PIC X.
           88  PARM-WAS-FOUND        VALUE 'Y'.

       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
           05  WS-WORK-DAY          PIC 9(2).
       01  WS-MONTH-WORK            PIC 9(5).
       01  WS-YEARS-ADDED           PIC 9(3).
       01  WS-MONTH-REMAINDER       PIC 9(2).
       01  WS-LAST-DAY-OF-MONTH     PIC 9(2).
       01  WS-LEAP-QUOTIENT         PIC 9(4).
       01  WS-LEAP-REMAINDER-4      PIC 9(4).
       01  WS-LEAP-REMAINDER-100    PIC 9(4).
       01  WS-LEAP-REMAINDER-400    PIC 9(4).

      *  The queue item carries the loan in PENDING-KEY-ID, the
      *  balance as the amount, the next review date in aux date 1
      *  and the proposed grade in PENDING-DETAIL.
       01  WS-Q-ACTION              PIC X(20).
       01  WS-Q-AMOUNT              PIC 9(7)V99 VALUE ZERO.
       01  WS-Q-AUX-DATE-1          PIC 9(8) VALUE ZERO.
       01  WS-Q-AUX-DATE-2          PIC 9(8) VALUE ZERO.
       01  WS-Q-DETAIL              PIC X(30).

       01  WS-USER-ID               PIC A(10).
       01  WS-LOG-ACTION-TYPE       PIC A(20).
       01  WS-LOG-DESCRIPTION       PIC A(50).

       01  WS-SIGNON-FOUND        PIC X.
           88  SIGNON-FOUND        VALUE 'Y'.

       01  WS-LOAN-ACCESS         PIC X.
           88  LOAN-ACCESS-ALLOWED VALUE 'Y'.

       PROCEDURE DIVISION.

       DISPLAY '1. Request Grade Change'
       DISPLAY '2. Record Credit Review (Grade Unchanged)'
       DISPLAY '3. Inquire Grade'
       DISPLAY 'Select Option: '
       ACCEPT WS-MODE
       ACCEPT WS-TODAY FROM DATE YYYYMMDD
       CALL 'GET-SIGNED-ON-USER' USING WS-USER-ID
                                       WS-SIGNON-FOUND
       IF NOT SIGNON-FOUND
           DISPLAY 'Enter Your User ID: '
           ACCEPT WS-USER-ID
       END-IF

       DISPLAY 'Enter Loan ID: '
       ACCEPT WS-LOAN-ID
       CALL 'CHECK-LOAN-ACCESS' USING WS-LOAN-ID
                                      WS-LOAN-ACCESS
       IF NOT LOAN-ACCESS-ALLOWED
           STOP RUN
       END-IF
       PERFORM VALIDATE-GRADE-LOAN
       IF NOT LOAN-FOUND
           DISPLAY 'Loan Not On File: ' WS-LOAN-ID
           STOP RUN
       END-IF

       EVALUATE TRUE
           WHEN REQUEST-MODE
               PERFORM REQUEST-GRADE-CHANGE
           WHEN REVIEW-MODE
               PERFORM RECORD-CREDIT-REVIEW
           WHEN INQUIRE-MODE
               PERFORM INQUIRE-GRADE
           WHEN OTHER
               DISPLAY 'Invalid Option.'
       END-EVALUATE

       STOP RUN.

       VALIDATE-GRADE-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND
           OPEN INPUT LOAN-FILE
           IF LOAN-FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF LOAN-REC
               READ LOAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LOAN-FOUND
                       MOVE LOAN-BALANCE TO WS-LOAN-BALANCE
               END-READ
               CLOSE LOAN-FILE
           END-IF.

      *----------------------------------------------------------------
      *  Opens the grade file for update (creating it the first
      *  time) and reads the loan's record; a loan never graded
      *  starts from an ungraded Pass.
      *----------------------------------------------------------------
       OPEN-AND-READ-GRADE.
           OPEN I-O RISK-GRADE-FILE
           IF FILE-NOT-FOUND
               OPEN OUTPUT RISK-GRADE-FILE
               CLOSE RISK-GRADE-FILE
               OPEN I-O RISK-GRADE-FILE
           END-IF
           IF NOT FILE-OK
               DISPLAY 'Error Opening RISK-GRADE-FILE.'
               STOP RUN
           END-IF

           MOVE WS-LOAN-ID TO LOAN-ID OF RISK-GRADE-REC
           READ RISK-GRADE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-GRADE-ON-FILE
                   INITIALIZE RISK-GRADE-REC
                   MOVE WS-LOAN-ID TO LOAN-ID OF RISK-GRADE-REC
                   MOVE 'PASS' TO RISK-GRADE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-GRADE-ON-FILE
           END-READ.

       SAVE-GRADE-RECORD.
           IF GRADE-ON-FILE
               REWRITE RISK-GRADE-REC
                   INVALID KEY
                       DISPLAY 'Error Updating Risk Grade.'
                       CLOSE RISK-GRADE-FILE
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE RISK-GRADE-REC
                   INVALID KEY
                       DISPLAY 'Error Writing Risk Grade.'
                       CLOSE RISK-GRADE-FILE
                       STOP RUN
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      *  Grade change is maker-checker: the analyst's grade waits in
      *  the PROPOSED- fields until a credit officer releases the
      *  RISK GRADE item; only one change may be pending per loan.
      *  A blank grade takes the nightly downgrade suggestion.
      *----------------------------------------------------------------
       REQUEST-GRADE-CHANGE.
           PERFORM OPEN-AND-READ-GRADE
           IF NOT NO-GRADE-PROPOSED
               DISPLAY 'Change To ' PROPOSED-GRADE ' Already Awaiting '
                   'Credit Officer Review.'
               CLOSE RISK-GRADE-FILE
               STOP RUN
           END-IF

           DISPLAY 'Current Grade : ' RISK-GRADE
           IF NOT NO-GRADE-SUGGESTED
               DISPLAY 'Suggested     : ' SUGGESTED-GRADE ' '
                   SUGGESTED-REASON
           END-IF
           DISPLAY 'Enter New Grade (PASS/SPECIAL MENTION/SUBSTANDARD/'
               'DOUBTFUL/LOSS): '
           ACCEPT WS-NEW-GRADE
           IF WS-NEW-GRADE = SPACES
               MOVE SUGGESTED-GRADE TO WS-NEW-GRADE
           END-IF
           IF NOT NEW-GRADE-IS-VALID
               DISPLAY 'Invalid Grade: ' WS-NEW-GRADE
               CLOSE RISK-GRADE-FILE
               STOP RUN
           END-IF
           IF WS-NEW-GRADE = RISK-GRADE
               DISPLAY 'Loan Is Already Graded ' RISK-GRADE
                   ' - Record A Credit Review Instead.'
               CLOSE RISK-GRADE-FILE
               STOP RUN
           END-IF

           DISPLAY 'Enter Rationale: '
           ACCEPT WS-RATIONALE
           IF WS-RATIONALE = SPACES
               DISPLAY 'Rationale Is Required - Change Not Requested.'
               CLOSE RISK-GRADE-FILE
               STOP RUN
           END-IF
           PERFORM ACCEPT-NEXT-REVIEW-DATE

           MOVE WS-NEW-GRADE   TO PROPOSED-GRADE
           MOVE WS-RATIONALE   TO PROPOSED-RATIONALE
           MOVE WS-NEXT-REVIEW TO PROPOSED-NEXT-REVIEW
           MOVE WS-USER-ID     TO PROPOSED-BY
           MOVE WS-TODAY       TO PROPOSED-DATE
           PERFORM SAVE-GRADE-RECORD
           CLOSE RISK-GRADE-FILE

           MOVE 'RISK GRADE'    TO WS-Q-ACTION
           MOVE WS-LOAN-BALANCE TO WS-Q-AMOUNT
           MOVE WS-NEXT-REVIEW  TO WS-Q-AUX-DATE-1
           MOVE WS-NEW-GRADE    TO WS-Q-DETAIL
           CALL 'QUEUE-PENDING-APPROVAL' USING WS-Q-ACTION
                                                WS-LOAN-ID
                                                WS-Q-AMOUNT
                                                WS-Q-AUX-DATE-1
                                                WS-Q-AUX-DATE-2
                                                WS-Q-DETAIL
                                                WS-USER-ID
           DISPLAY 'Grade Change Queued For Credit Officer Approval '
               '- Grade Stays ' RISK-GRADE ' Until Released.'

           MOVE 'RISK GRADE REQ' TO WS-LOG-ACTION-TYPE
           MOVE 'Risk Grade Change Requested' TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  A review that keeps the grade needs no second approval: it
      *  is stamped on the record at once and goes to the history
      *  with the old and new grade the same.
      *----------------------------------------------------------------
       RECORD-CREDIT-REVIEW.
           PERFORM OPEN-AND-READ-GRADE
           DISPLAY 'Current Grade : ' RISK-GRADE
           MOVE RISK-GRADE TO WS-NEW-GRADE
           DISPLAY 'Enter Review Comment: '
           ACCEPT WS-RATIONALE
           IF WS-RATIONALE = SPACES
               DISPLAY 'Comment Is Required - Review Not Recorded.'
               CLOSE RISK-GRADE-FILE
               STOP RUN
           END-IF
           PERFORM ACCEPT-NEXT-REVIEW-DATE

           MOVE WS-TODAY       TO LAST-REVIEW-DATE
           MOVE WS-USER-ID     TO LAST-REVIEWED-BY
           MOVE WS-NEXT-REVIEW TO NEXT-REVIEW-DATE
           IF NOT GRADE-ON-FILE
               MOVE WS-TODAY   TO GRADE-EFFECTIVE-DATE
               MOVE WS-RATIONALE TO GRADE-RATIONALE
               MOVE WS-USER-ID TO GRADE-REQUESTED-BY
           END-IF
           PERFORM SAVE-GRADE-RECORD
           CLOSE RISK-GRADE-FILE

           MOVE WS-LOAN-ID   TO LOAN-ID OF RISK-GRADE-HIST-REC
           MOVE WS-TODAY     TO GRADE-CHANGE-DATE
           MOVE WS-NEW-GRADE TO OLD-RISK-GRADE
           MOVE WS-NEW-GRADE TO NEW-RISK-GRADE
           MOVE WS-RATIONALE TO CHANGE-RATIONALE
           MOVE WS-USER-ID   TO CHANGE-REQUESTED-BY
           MOVE SPACES       TO CHANGE-APPROVED-BY
           OPEN EXTEND RISK-GRADE-HIST-FILE
           IF NOT HIST-FILE-OK
               OPEN OUTPUT RISK-GRADE-HIST-FILE
           END-IF
           WRITE RISK-GRADE-HIST-REC
           CLOSE RISK-GRADE-HIST-FILE

           DISPLAY 'Credit Review Recorded - Next Review '
               WS-NEXT-REVIEW
           MOVE 'RISK GRADE REVIEW' TO WS-LOG-ACTION-TYPE
           MOVE 'Credit Review Recorded, Grade Unchanged'
               TO WS-LOG-DESCRIPTION
           CALL 'WRITE-LOG-ENTRY' USING WS-LOG-ACTION-TYPE
                                         WS-USER-ID
                                         WS-LOG-DESCRIPTION.

      *----------------------------------------------------------------
      *  Next review date for WS-NEW-GRADE: as keyed, or zero for
      *  today plus the grade's standard interval.
      *----------------------------------------------------------------
       ACCEPT-NEXT-REVIEW-DATE.
           DISPLAY 'Enter Next Review Date (YYYYMMDD, 0 = Standard): '
           ACCEPT WS-NEXT-REVIEW
           IF WS-NEXT-REVIEW NOT = ZERO
              AND WS-NEXT-REVIEW NOT > WS-TODAY
               DISPLAY 'Next Review Must Be In The Future.'
               CLOSE RISK-GRADE-FILE
               STOP RUN
           END-IF
           IF WS-NEXT-REVIEW = ZERO
               PERFORM DEFAULT-NEXT-REVIEW
           END-IF.

       DEFAULT-NEXT-REVIEW.
           EVALUATE WS-NEW-GRADE
               WHEN 'PASS'
                   MOVE 'REVIEW MOS PASS' TO WS-PARM-NAME
                   MOVE WS-REVIEW-MOS-PASS TO WS-REVIEW-MONTHS
               WHEN 'SPECIAL MENTION'
                   MOVE 'REVIEW MOS SPECIAL' TO WS-PARM-NAME
                   MOVE WS-REVIEW-MOS-SPECIAL TO WS-REVIEW-MONTHS
               WHEN 'SUBSTANDARD'
                   MOVE 'REVIEW MOS SUBSTAND' TO WS-PARM-NAME
                   MOVE WS-REVIEW-MOS-SUBSTAND TO WS-REVIEW-MONTHS
               WHEN 'DOUBTFUL'
                   MOVE 'REVIEW MOS DOUBTFUL' TO WS-PARM-NAME
                   MOVE WS-REVIEW-MOS-DOUBTFUL TO WS-REVIEW-MONTHS
               WHEN OTHER
                   MOVE 'REVIEW MOS LOSS' TO WS-PARM-NAME
                   MOVE WS-REVIEW-MOS-LOSS TO WS-REVIEW-MONTHS
           END-EVALUATE
           CALL 'PARM-LOOKUP' USING WS-PARM-NAME
                                     WS-TODAY
                                     WS-PARM-VALUE
                                     WS-PARM-FOUND
           IF PARM-WAS-FOUND
               MOVE WS-PARM-VALUE TO WS-REVIEW-MONTHS
           END-IF

           MOVE WS-TODAY TO WS-WORK-DATE
           COMPUTE WS-MONTH-WORK = WS-WORK-MONTH - 1 + WS-REVIEW-MONTHS
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-YEARS-ADDED
               REMAINDER WS-MONTH-REMAINDER
           ADD WS-YEARS-ADDED TO WS-WORK-YEAR
           COMPUTE WS-WORK-MONTH = WS-MONTH-REMAINDER + 1
           PERFORM FIND-LAST-DAY-OF-MONTH
           IF WS-WORK-DAY > WS-LAST-DAY-OF-MONTH
               MOVE WS-LAST-DAY-OF-MONTH TO WS-WORK-DAY
           END-IF
           MOVE WS-WORK-DATE TO WS-NEXT-REVIEW.

       FIND-LAST-DAY-OF-MONTH.
           EVALUATE WS-WORK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-LAST-DAY-OF-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-LAST-DAY-OF-MONTH
               WHEN 2
                   PERFORM CHECK-LEAP-YEAR
           END-EVALUATE.

       CHECK-LEAP-YEAR.
           DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-4
           DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-100
           DIVIDE WS-WORK-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER-400

           IF WS-LEAP-REMAINDER-4 = 0
              AND (WS-LEAP-REMAINDER-100 NOT = 0
                   OR WS-LEAP-REMAINDER-400 = 0)
               MOVE 29 TO WS-LAST-DAY-OF-MONTH
           ELSE
               MOVE 28 TO WS-LAST-DAY-OF-MONTH
           END-IF.

       INQUIRE-GRADE.
           OPEN INPUT RISK-GRADE-FILE
           MOVE 'N' TO WS-GRADE-ON-FILE
           IF FILE-OK
               MOVE WS-LOAN-ID TO LOAN-ID OF RISK-GRADE-REC
               READ RISK-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-GRADE-ON-FILE
               END-READ
               CLOSE RISK-GRADE-FILE
           END-IF

           IF NOT GRADE-ON-FILE
               DISPLAY 'Loan ' WS-LOAN-ID ' Is Ungraded (Pass).'
           ELSE
               DISPLAY 'Grade         : ' RISK-GRADE
                   ' Since ' GRADE-EFFECTIVE-DATE
               DISPLAY 'Rationale     : ' GRADE-RATIONALE
               DISPLAY 'Requested By  : ' GRADE-REQUESTED-BY
                   ' Approved By ' GRADE-APPROVED-BY
               DISPLAY 'Last Review   : ' LAST-REVIEW-DATE
                   ' By ' LAST-REVIEWED-BY
               DISPLAY 'Next Review   : ' NEXT-REVIEW-DATE
               IF NOT NO-GRADE-PROPOSED
                   DISPLAY 'Pending       : ' PROPOSED-GRADE
                       ' By ' PROPOSED-BY ' On ' PROPOSED-DATE
               END-IF
               IF NOT NO-GRADE-SUGGESTED
                   DISPLAY 'Suggested     : ' SUGGESTED-GRADE
                       ' On ' SUGGESTED-DATE ' ' SUGGESTED-REASON
               END-IF
           END-IF

           MOVE ZERO TO WS-HIST-LISTED
           MOVE 'N' TO WS-END-OF-HIST
           OPEN INPUT RISK-GRADE-HIST-FILE
           IF HIST-FILE-OK
               PERFORM LIST-NEXT-GRADE-HIST UNTIL END-OF-HIST
               CLOSE RISK-GRADE-HIST-FILE
           END-IF
           IF WS-HIST-LISTED = ZERO
               DISPLAY 'No Grade History On File.'
           END-IF.

       LIST-NEXT-GRADE-HIST.
           READ RISK-GRADE-HIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-HIST
               NOT AT END
                   IF LOAN-ID OF RISK-GRADE-HIST-REC = WS-LOAN-ID
                       ADD 1 TO WS-HIST-LISTED
                       DISPLAY GRADE-CHANGE-DATE ' ' OLD-RISK-GRADE
                           ' -> ' NEW-RISK-GRADE
                       DISPLAY '  ' CHANGE-RATIONALE ' '
                           CHANGE-REQUESTED-BY ' ' CHANGE-APPROVED-BY
                   END-IF
           END-READ.
