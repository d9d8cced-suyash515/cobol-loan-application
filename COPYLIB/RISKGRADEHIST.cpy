      *================================================================
      *  RISKGRADEHIST.CPY  --  RISK-GRADE-HIST-REC record layout,
      *  shared by every program that appends to or reads
      *  RISK_GRADE_HIST.DAT, the grade history behind
      *  RISK_GRADE.DAT.  One row per approved grade change (old and
      *  new grade differ) and per credit review that kept the grade
      *  (old and new the same), with the rationale and both
      *  identities.  The monthly criticized/classified report
      *  rebuilds last month's grades from it for the migration.
      *================================================================
       01  RISK-GRADE-HIST-REC.
           05  LOAN-ID             PIC 9(5).
           05  GRADE-CHANGE-DATE   PIC 9(8).
           05  OLD-RISK-GRADE      PIC X(15).
           05  NEW-RISK-GRADE      PIC X(15).
           05  CHANGE-RATIONALE    PIC X(40).
           05  CHANGE-REQUESTED-BY PIC X(10).
           05  CHANGE-APPROVED-BY  PIC X(10).
