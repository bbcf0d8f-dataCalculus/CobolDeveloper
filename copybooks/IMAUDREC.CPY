      *          made the change and the before and after images, so
      *          a mis-priced item can be traced back to who set the
      *          price and when. Same pattern as CMAUDREC for the
      *          customer master. RCVPOST1 also appends one record
      *          (action RECEIV) for every PO receipt it adds to the
      *          on-hand count.
      ******************************************************************
       01  IMAUD-RECORD.
           05  IMAUD-TIMESTAMP     PIC X(21).
      *TRACED LIKE A PRICE CHANGE
           05  IMAUD-OLD-TAXABLE   PIC X(1).
           05  IMAUD-NEW-TAXABLE   PIC X(1).
      *PREFERRED VENDOR AND REORDER QUANTITY, BEFORE AND AFTER
           05  IMAUD-OLD-VENDOR    PIC X(6).
           05  IMAUD-NEW-VENDOR    PIC X(6).
           05  IMAUD-OLD-REORD-QTY PIC 9(5).
           05  IMAUD-NEW-REORD-QTY PIC 9(5).
           05  IMAUD-STATUS        PIC X(8).
           05  IMAUD-REASON        PIC X(40).
