       01  CUSTOMER-REC.
           05  CUSTOMER-ID         PIC 9(5).
           05  CUSTOMER-NAME       PIC X(30).
      *  Mailing address.  The first street line and the city sit
      *  in the 50 bytes the old free-text address occupied; the
      *  second street line, state and ZIP+4 follow ADDRESS-STATUS.
      *  Until ADDRESS-CONVERSION has parsed a customer (ADDRESS-
      *  FORMAT not 'S') the same 50 bytes still hold the free text,
      *  seen through LEGACY-ADDRESS-TEXT.
           05  CUST-ADDRESS-AREA.
               10  ADDR-STREET-1       PIC X(30).
               10  ADDR-CITY           PIC X(20).
           05  LEGACY-ADDRESS-TEXT REDEFINES CUST-ADDRESS-AREA
                                   PIC X(50).
           05  PHONE               PIC 9(15).
           05  LOAN-AMOUNT         PIC 9(7)V99.
           05  LOAN-BALANCE        PIC 9(7)V99.
           05  TIN                 PIC 9(9).
           05  TIN-CERTIFIED       PIC X.
               88  TIN-IS-CERTIFIED    VALUE 'Y'.
      *  'B' once mail to the address has come back undeliverable
      *  (RETURNED-MAIL-ENTRY).  Letters and statements suppress
      *  instead of printing, logging the suppression, until a
      *  verified address is keyed and the flag clears.  Space on
           05  ADDRESS-STATUS      PIC X.
               88  ADDRESS-GOOD        VALUE 'G' ' '.
               88  ADDRESS-BAD         VALUE 'B'.
      *  Rest of the structured mailing address (see CUST-ADDRESS-
      *  AREA above).  ADDR-STATE is the USPS two-letter code;
      *  ADDR-ZIP-4 is spaces when only the five-digit ZIP is known.
           05  ADDR-STREET-2       PIC X(18).
           05  ADDR-STATE          PIC X(2).
           05  ADDR-ZIP-CODE.
               10  ADDR-ZIP-5          PIC X(5).
               10  ADDR-ZIP-4          PIC X(4).
      *  'S' once the address is held in the structured fields; 'U'
      *  when the conversion could not parse the free text (it is
      *  on the exception list for hand correction); space on a
      *  customer not yet converted.
           05  ADDRESS-FORMAT      PIC X.
               88  ADDRESS-STRUCTURED  VALUE 'S'.
               88  ADDRESS-UNPARSED    VALUE 'U' ' '.
