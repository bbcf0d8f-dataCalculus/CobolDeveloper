      ******************************************************************
      * Copybook: OPAUDREC
      * Purpose: Record layout for the operator security file
      *          maintenance audit trail. One record is appended for
      *          every add, change or delete attempted against
      *          OPERMAS - accepted or rejected - carrying the
      *          supervisor who made the change and the before and
      *          after images. The password itself is never logged,
      *          only whether it was changed. Same pattern as
      *          CMAUDREC for the customer master.
      ******************************************************************
       01  OPAUD-RECORD.
           05  OPAUD-TIMESTAMP     PIC X(21).
           05  OPAUD-USER-ID       PIC X(8).
           05  OPAUD-ACTION        PIC X(6).
           05  OPAUD-OPER-ID       PIC X(8).
           05  OPAUD-OLD-NAME      PIC X(30).
           05  OPAUD-NEW-NAME      PIC X(30).
           05  OPAUD-OLD-ROLE      PIC X(1).
           05  OPAUD-NEW-ROLE      PIC X(1).
           05  OPAUD-OLD-STATUS    PIC X(1).
           05  OPAUD-NEW-STATUS    PIC X(1).
           05  OPAUD-PASSWORD-CHG  PIC X(1).
           05  OPAUD-STATUS        PIC X(8).
           05  OPAUD-REASON        PIC X(40).
