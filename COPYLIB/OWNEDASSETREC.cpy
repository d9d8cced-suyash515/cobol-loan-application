      *================================================================
      *  OWNEDASSETREC.CPY  --  OWNED-ASSET-REC record layout, shared
      *  by every program that reads or writes OWNED_ASSET.DAT.  One
      *  record per collateral item taken (OWNED-ASSET-KEY is the
      *  loan and the item's COLLATERAL.DAT sequence) tracks it from
      *  the repossession or foreclosure event through holding,
      *  sale, and the deficiency left after the proceeds apply:
      *  HELD while we own it, SOLD once proceeds are posted.  The
      *  deficiency balance is what the sale failed to cover --
      *  LOAN-BALANCE plus holding costs less net proceeds -- and is
      *  what collections pursues (or the 1099-C extract reports
      *  forgiven).
      *================================================================
       01  OWNED-ASSET-REC.
           05  OWNED-ASSET-KEY.
               10  LOAN-ID             PIC 9(5).
               10  ASSET-COLLATERAL-SEQ PIC 9(2).
           05  ASSET-EVENT-TYPE    PIC X(12).
               88  EVENT-REPOSSESSION   VALUE 'REPOSSESSION'.
               88  EVENT-FORECLOSURE    VALUE 'FORECLOSURE'.
