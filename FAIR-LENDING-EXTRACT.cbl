      *  amount requested, DTI and underwriting recommendation, the
      *  disposition with days from application to decision, the
      *  approved amount/rate/tier when approved, and the denial
      *  reason codes when denied.  Each row carries the register
      *  action-taken code: 1 originated, 3 denied, 4 withdrawn by
      *  the applicant, 5 file closed for incompleteness, blank
      *  while still pending; a withdrawn or incomplete file is
      *  dated by the day it was closed out.  Closes with the
      *  approval-rate summary by branch and by loan type the
      *  examiner asks for and the count by action taken -- no
      *  more assembling the submission from screen prints.
      *================================================================

       ENVIRONMENT DIVISION.
           05  REG-APPROVED-RATE   PIC 9(3)V99.
           05  REG-PRICE-TIER      PIC 9(3).
           05  REG-DENIAL-REASONS  PIC X(12).
           05  REG-ACTION-TAKEN    PIC X.

       WORKING-STORAGE SECTION.
       01  APPLICATION-FILE-STATUS PIC XX.
       01  WS-APPROVAL-RATE        PIC 9(3)V99.

       01  WS-APPS-EXTRACTED       PIC 9(5) COMP VALUE ZERO.
       01  WS-ACTION-ORIGINATED    PIC 9(5) COMP VALUE ZERO.
       01  WS-ACTION-DENIED        PIC 9(5) COMP VALUE ZERO.
       01  WS-ACTION-WITHDRAWN     PIC 9(5) COMP VALUE ZERO.
       01  WS-ACTION-INCOMPLETE    PIC 9(5) COMP VALUE ZERO.
       01  WS-ACTION-PENDING       PIC 9(5) COMP VALUE ZERO.

       PROCEDURE DIVISION.

           MOVE ZERO TO REG-APPROVED-RATE
           MOVE ZERO TO REG-PRICE-TIER
           MOVE SPACES TO REG-DENIAL-REASONS
           MOVE SPACE TO REG-ACTION-TAKEN

           EVALUATE TRUE
               WHEN APPLICATION-APPROVED
                   PERFORM FIND-APPROVAL-TERMS
                   MOVE '1' TO REG-ACTION-TAKEN
                   ADD 1 TO WS-ACTION-ORIGINATED
               WHEN APPLICATION-DENIED
                   MOVE DENIAL-DATE TO REG-DECISION-DATE
                   MOVE DENIAL-REASON-CODES TO REG-DENIAL-REASONS
                   MOVE '3' TO REG-ACTION-TAKEN
                   ADD 1 TO WS-ACTION-DENIED
               WHEN APPLICATION-WITHDRAWN
                   MOVE APPL-CLOSED-DATE TO REG-DECISION-DATE
                   MOVE '4' TO REG-ACTION-TAKEN
                   ADD 1 TO WS-ACTION-WITHDRAWN
               WHEN APPLICATION-INCOMPLETE
                   MOVE APPL-CLOSED-DATE TO REG-DECISION-DATE
                   MOVE '5' TO REG-ACTION-TAKEN
                   ADD 1 TO WS-ACTION-INCOMPLETE
               WHEN OTHER
                   ADD 1 TO WS-ACTION-PENDING
           END-EVALUATE

           IF REG-DECISION-DATE > ZERO
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-TYPE-ENTRIES
           END-IF
           DISPLAY 'Applications By Action Taken:'
           DISPLAY '  1 Originated             ' WS-ACTION-ORIGINATED
           DISPLAY '  3 Denied                 ' WS-ACTION-DENIED
           DISPLAY '  4 Withdrawn By Applicant ' WS-ACTION-WITHDRAWN
           DISPLAY '  5 Closed For Incomplete  ' WS-ACTION-INCOMPLETE
           DISPLAY '    Still Pending          ' WS-ACTION-PENDING
           DISPLAY '============================================'.

       PRINT-ONE-BRANCH-LINE.
