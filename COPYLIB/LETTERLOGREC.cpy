               88  LETTER-NSF           VALUE 'NSF'.
               88  LETTER-PAYOFF        VALUE 'PAYOFF'.
               88  LETTER-ADVERSE       VALUE 'ADVERSE'.
               88  LETTER-INCOMPLETE    VALUE 'INCOMPLETE'.
               88  LETTER-MATURITY      VALUE 'MATURITY 180'
                                              'MATURITY 90'
                                              'MATURITY 60'
                                              'MATURITY 30'.
               88  LETTER-INS-LAPSE     VALUE 'INS LAPSE'.
               88  LETTER-1099C         VALUE '1099-C'.
               88  LETTER-ESCHEAT       VALUE 'ESCHEAT'.
               88  LETTER-PMI-CANCEL    VALUE 'PMI CANCEL'.
               88  LETTER-RATE-CHANGE   VALUE 'RATE CHANGE'.
               88  LETTER-DUE-CHANGE    VALUE 'DUE CHANGE'.
               88  LETTER-TILA          VALUE 'TILA'.
               88  LETTER-PRIVACY       VALUE 'PRIVACY'.
      *  Paper copies of email notices that bounced, printed by
      *  NOTIFICATION-STATUS-IMPORT under the notice's own type.
               88  LETTER-DUE-REMINDER  VALUE 'DUE REMINDER'.
               88  LETTER-PMT-RECEIVED  VALUE 'PMT RECEIVED'.
               88  LETTER-PMT-RETURNED  VALUE 'PMT RETURNED'.
               88  LETTER-DRAFT-NOTICE  VALUE 'DRAFT NOTICE'.
           05  LETTER-DATE         PIC 9(8).
      *  'S' when the letter was suppressed for a bad address
      *  instead of printed; space or 'M' means it went to the
