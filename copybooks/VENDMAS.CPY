      ******************************************************************
      * Copybook: VENDMAS
      * Purpose: Record layout for the indexed vendor master file -
      *          one record per supplier we buy stock from, keyed on
      *          vendor number. Maintained by VENDMNT1 (add/change/
      *          delete). Each ITEMMAS item names its preferred
      *          vendor here, and POGEN1 reads it for the name and
      *          address printed on every purchase order.
      ******************************************************************
       01  VENDOR-MASTER-RECORD.
           05  VEND-MAS-NO         PIC X(6).
           05  VEND-MAS-NAME       PIC X(30).
      *MAILING ADDRESS PRINTED ON THE PURCHASE ORDER
           05  VEND-MAS-ADDRESS    PIC X(30).
           05  VEND-MAS-CITY       PIC X(30).
      *WHO PURCHASING CALLS ABOUT A LATE OR SHORT DELIVERY
           05  VEND-MAS-CONTACT    PIC X(20).
           05  VEND-MAS-PHONE      PIC X(15).
