      ******************************************************************
      * Copybook: PMAUDREC
      * Purpose: Record layout for the special-pricing maintenance
      *          audit trail. One record is appended for every add,
      *          change or delete attempted against PRICEMAS -
      *          accepted or rejected by validation - carrying the
      *          operator who made the change and the before and
      *          after images. Same pattern as CMAUDREC for the
      *          customer master and IMAUDREC for the item master.
      ******************************************************************
       01  PMAUD-RECORD.
           05  PMAUD-TIMESTAMP     PIC X(21).
           05  PMAUD-USER-ID       PIC X(8).
           05  PMAUD-ACTION        PIC X(6).
           05  PMAUD-CUST-NO       PIC X(15).
           05  PMAUD-ITEM-CODE     PIC X(5).
           05  PMAUD-OLD-EFF-DATE  PIC 9(8).
           05  PMAUD-NEW-EFF-DATE  PIC 9(8).
           05  PMAUD-OLD-EXP-DATE  PIC 9(8).
           05  PMAUD-NEW-EXP-DATE  PIC 9(8).
           05  PMAUD-OLD-CONTRACT  PIC 9(5)V99.
           05  PMAUD-NEW-CONTRACT  PIC 9(5)V99.
           05  PMAUD-OLD-BREAKS.
               10  PMAUD-OLD-BREAK OCCURS 3 TIMES.
                   15  PMAUD-OLD-BRK-QTY   PIC 9(2).
                   15  PMAUD-OLD-BRK-PRICE PIC 9(5)V99.
           05  PMAUD-NEW-BREAKS.
               10  PMAUD-NEW-BREAK OCCURS 3 TIMES.
                   15  PMAUD-NEW-BRK-QTY   PIC 9(2).
                   15  PMAUD-NEW-BRK-PRICE PIC 9(5)V99.
           05  PMAUD-STATUS        PIC X(8).
           05  PMAUD-REASON        PIC X(40).
