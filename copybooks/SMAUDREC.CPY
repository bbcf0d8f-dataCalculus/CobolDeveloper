      ******************************************************************
      * Copybook: SMAUDREC
      * Purpose: Record layout for the salesperson-master maintenance
      *          audit trail. One record is appended for every add,
      *          change or delete attempted against SLSMAS -
      *          accepted or rejected by validation - carrying the
      *          operator who made the change and the before and
      *          after images. Same pattern as CMAUDREC for the
      *          customer master and VMAUDREC for the vendor master.
      ******************************************************************
       01  SMAUD-RECORD.
           05  SMAUD-TIMESTAMP     PIC X(21).
           05  SMAUD-USER-ID       PIC X(8).
           05  SMAUD-ACTION        PIC X(6).
           05  SMAUD-REP-ID        PIC X(4).
           05  SMAUD-OLD-NAME      PIC X(30).
           05  SMAUD-NEW-NAME      PIC X(30).
      *A RATE CHANGE ALTERS EVERY FUTURE COMMISSION RUN, SO IT IS
      *TRACED THE SAME WAY A CUSTOMER'S TAX RATE CHANGE IS
           05  SMAUD-OLD-RATE      PIC 9(2)V9(3).
           05  SMAUD-NEW-RATE      PIC 9(2)V9(3).
           05  SMAUD-STATUS        PIC X(8).
           05  SMAUD-REASON        PIC X(40).
