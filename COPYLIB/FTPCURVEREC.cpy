      *================================================================
      *  FTPCURVEREC.CPY  --  FTP-CURVE-REC record layout, shared by
      *  every program that reads or writes FTP_CURVE.DAT, the
      *  funds-transfer pricing curve.  Keyed on rate type (F fixed,
      *  V variable), term point in months and effective date: a
      *  loan is charged for its funds at the point with the highest
      *  TERM-MONTHS not above its term, latest effective date on or
      *  before origination wins (FTP-RATE-LOOKUP).  A loan shorter
      *  than the first point takes the first point.  Variable-rate
      *  loans usually carry a single short point on the V curve,
      *  since they reprice to their index rather than over term.
      *================================================================
       01  FTP-CURVE-REC.
           05  FTP-CURVE-KEY.
               10  FTP-RATE-TYPE       PIC X.
                   88  FTP-FIXED           VALUE 'F'.
                   88  FTP-VARIABLE        VALUE 'V'.
                   88  FTP-TYPE-IS-VALID   VALUE 'F' 'V'.
               10  TERM-MONTHS         PIC 9(3).
               10  EFFECTIVE-DATE      PIC 9(8).
           05  FTP-RATE                PIC 9(3)V99.
