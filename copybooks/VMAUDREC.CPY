      ******************************************************************
      * Copybook: VMAUDREC
      * Purpose: Record layout for the vendor-master maintenance
      *          audit trail. One record is appended for every add,
      *          change or delete attempted against VENDMAS -
      *          accepted or rejected by validation - carrying the
      *          operator who made the change and the before and
      *          after images. Same pattern as CMAUDREC for the
      *          customer master and IMAUDREC for the item master.
      ******************************************************************
       01  VMAUD-RECORD.
           05  VMAUD-TIMESTAMP     PIC X(21).
           05  VMAUD-USER-ID       PIC X(8).
           05  VMAUD-ACTION        PIC X(6).
           05  VMAUD-VENDOR-NO     PIC X(6).
           05  VMAUD-OLD-NAME      PIC X(30).
           05  VMAUD-NEW-NAME      PIC X(30).
           05  VMAUD-OLD-ADDRESS   PIC X(30).
           05  VMAUD-NEW-ADDRESS   PIC X(30).
           05  VMAUD-OLD-CITY      PIC X(30).
           05  VMAUD-NEW-CITY      PIC X(30).
           05  VMAUD-OLD-CONTACT   PIC X(20).
           05  VMAUD-NEW-CONTACT   PIC X(20).
           05  VMAUD-OLD-PHONE     PIC X(15).
           05  VMAUD-NEW-PHONE     PIC X(15).
           05  VMAUD-STATUS        PIC X(8).
           05  VMAUD-REASON        PIC X(40).
