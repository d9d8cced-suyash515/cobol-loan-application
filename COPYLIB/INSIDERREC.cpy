      *================================================================
      *  INSIDERREC.CPY  --  INSIDER-REC record layout, shared by
      *  every program that reads or writes INSIDER_REGISTER.DAT,
      *  the Regulation O insider register.  One record per
      *  CUSTOMER-ID who is one of our executive officers, directors
      *  or principal shareholders, or a related interest (a company
      *  or political committee one of them controls).  A related
      *  interest points at its insider through INSIDER-CUSTOMER-ID,
      *  so an insider's related interests are every row carrying
      *  that ID; for the insider's own row the two IDs are equal.
      *  Credit extended to an insider and all of their related
      *  interests is aggregated against the Reg O limits.  A row
      *  with INSIDER-END-DATE set is kept for history, not deleted.
      *================================================================
       01  INSIDER-REC.
           05  CUSTOMER-ID         PIC 9(5).
           05  INSIDER-TYPE        PIC X(2).
               88  INSIDER-EXEC-OFFICER    VALUE 'EO'.
               88  INSIDER-DIRECTOR        VALUE 'DR'.
               88  INSIDER-PRINCIPAL-SHR   VALUE 'PS'.
               88  INSIDER-RELATED-INT     VALUE 'RI'.
               88  INSIDER-TYPE-IS-VALID   VALUE 'EO' 'DR' 'PS'
                                                 'RI'.
           05  INSIDER-CUSTOMER-ID PIC 9(5).
           05  INSIDER-TITLE       PIC X(20).
           05  INSIDER-START-DATE  PIC 9(8).
           05  INSIDER-END-DATE    PIC 9(8).
           05  INSIDER-RECORDED-BY PIC X(10).
