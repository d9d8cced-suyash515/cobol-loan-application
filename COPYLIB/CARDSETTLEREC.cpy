      *================================================================
      *  CARDSETTLEREC.CPY  --  CARD-SETTLE-REC record layout, shared
      *  by every program that reads or writes
      *  CARD_SETTLE_REGISTER.DAT.  One record per item on a card
      *  processor settlement file CARD-SETTLEMENT-INTAKE loaded:
      *  the processor's batch and authorization code, the charge,
      *  the net the processor funds after its discount, and the
      *  PAYMENT transaction the charge posted as (zero when the
      *  item went to suspense).  The register is how a later
      *  settlement file is refused as a duplicate, how
      *  CARD-CHARGEBACK-PROCESSING finds the payment a chargeback
      *  disputes, and how BANK-STATEMENT-RECONCILE proves the
      *  processor's net deposit.
      *================================================================
       01  CARD-SETTLE-REC.
           05  SETTLE-BATCH-ID     PIC X(10).
           05  SETTLE-DATE         PIC 9(8).
           05  DEPOSIT-DATE        PIC 9(8).
           05  LOAN-ID             PIC 9(5).
           05  AUTH-CODE           PIC X(6).
           05  CARD-LAST-FOUR      PIC X(4).
           05  CARD-AMOUNT         PIC 9(7)V99.
           05  SETTLE-NET-AMOUNT   PIC 9(7)V99.
           05  SETTLE-TRANSACTION-ID PIC 9(5).
           05  LOADED-DATE         PIC 9(8).
