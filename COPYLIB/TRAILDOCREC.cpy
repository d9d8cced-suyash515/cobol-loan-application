      *================================================================
      *  TRAILDOCREC.CPY  --  TRAILING-DOC-REC record layout, shared
      *  by every program that reads or writes TRAILING_DOC.DAT.
      *  One record per post-closing document still owed on a funded
      *  loan -- the recorded mortgage and final title policy on
      *  real-estate loans, the DMV title showing our lien on AUTO
      *  loans -- keyed on LOAN-ID plus the document, the same way
      *  DOCTRACKREC.CPY keys the application checklist.
      *  BUILD-TRAILING-DOCS writes the list when LOAN-FUNDING
      *  activates the loan, due a number of days after funding set
      *  by document and the borrower's state; TRAILING-DOC-FILE
      *  logs receipt with the recording or title number.
      *
      *  A document that PERFECTS-LIEN ('Y') is the evidence of our
      *  security interest: while one is outstanding the lien is
      *  unperfected and CHECK-LIEN-PERFECTION stops the loan from
      *  being sold (DEBT-SALE, investor participations).
      *================================================================
       01  TRAILING-DOC-REC.
           05  TRAIL-KEY.
               10  LOAN-ID             PIC 9(5).
               10  TRAIL-DOC-TYPE      PIC X(15).
                   88  TRAIL-RECORDED-MTG  VALUE 'RECORDED MTG'.
                   88  TRAIL-TITLE-POLICY  VALUE 'TITLE POLICY'.
                   88  TRAIL-DMV-TITLE     VALUE 'DMV TITLE'.
           05  TRAIL-LOAN-TYPE         PIC X(20).
           05  TRAIL-STATE             PIC X(2).
      *  Who owes us the paper: the selling dealer on an indirect
      *  deal (zero on a direct loan) and the closing or settlement
      *  agent keyed at funding (spaces where the dealer closed).
           05  TRAIL-DEALER-ID         PIC 9(5).
           05  CLOSING-AGENT           PIC X(30).
           05  TRAIL-FUNDED-DATE       PIC 9(8).
           05  TRAIL-DUE-DATE          PIC 9(8).
           05  PERFECTS-LIEN           PIC X.
               88  LIEN-DOCUMENT           VALUE 'Y'.
           05  TRAIL-STATUS            PIC X.
               88  TRAIL-OUTSTANDING       VALUE 'O'.
               88  TRAIL-RECEIVED          VALUE 'R'.
           05  TRAIL-RECEIVED-DATE     PIC 9(8).
      *  Recording (book/page or instrument) number of the recorded
      *  mortgage, policy number of the title policy, or the DMV
      *  title number.
           05  RECORDING-NUMBER        PIC X(20).
           05  TRAIL-RECEIVED-BY       PIC X(10).
