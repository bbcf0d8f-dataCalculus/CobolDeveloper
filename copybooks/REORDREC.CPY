      ******************************************************************
      * Copybook: REORDREC
      * Purpose: Record layout for the reorder list STKRPT1 writes
      *          beside its printed report - one record per item at
      *          or below its reorder point with nothing already on
      *          an open PO. POGEN1 reads it to raise the purchase
      *          orders, grouped by the item's preferred vendor.
      ******************************************************************
       01  REORDER-RECORD.
           05  REORD-VENDOR-NO     PIC X(6).
           05  REORD-ITEM-CODE     PIC X(5).
           05  REORD-ITEM-DESC     PIC X(30).
           05  REORD-ON-HAND       PIC S9(5) SIGN LEADING SEPARATE.
           05  REORD-REORDER-PT    PIC 9(5).
           05  REORD-REORDER-QTY   PIC 9(5).
