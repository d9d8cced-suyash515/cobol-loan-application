      *  (accrued interest receivable, GL-ACCRUAL-POSTING), ESCHEAT
      *  (unclaimed-funds remittance, ESCHEAT-SWEEP) and DEALERRSV
      *  (indirect dealer reserve, LOAN-FUNDING and
      *  DEALER-RESERVE-CHARGEBACK) and OVERPAY (borrower credit
      *  balance refunded at payoff, PAYOFF-CLOSEOUT), DUETO and
      *  DUEFROM (intercompany payable and receivable between legal
      *  entities, GL-INTERFACE-EXTRACT) and UNEARNED (unearned
      *  interest on precomputed contracts, GL-ACCRUAL-POSTING).
      *  These rows are the
      *  original charter's chart and every entity's fallback; an
      *  entity whose account differs carries a GL_COMPANY_MAP.DAT
      *  row (GLCOMPMAPREC), which GL-ACCOUNT-LOOKUP tries first.
      *================================================================
       01  GL-ACCOUNT-MAP-REC.
           05  GL-CATEGORY         PIC X(10).
