      *          printed output. Also carries the on-hand quantity,
      *          decremented by INTRO1 as each sale line is accepted
      *          and added back on a return, and the reorder point
      *          the nightly STKRPT1 report checks it against,
      *          plus the preferred vendor and standard reorder
      *          quantity POGEN1 raises purchase orders with.
      *          RCVPOST1 adds stock received against a PO back
      *          onto the on-hand count.
      ******************************************************************
       01  ITEM-MASTER-RECORD.
           05  ITEM-MAS-CODE   PIC X(5).
           05  ITEM-MAS-TAXABLE PIC X(1).
               88  ITEM-IS-TAXABLE       VALUE "Y".
               88  ITEM-NOT-TAXABLE      VALUE "N".
      *PREFERRED VENDOR (ON VENDMAS) AND THE QUANTITY TO ORDER EACH
      *TIME THE ITEM FALLS TO ITS REORDER POINT - POGEN1 LEAVES AN
      *ITEM WITH NO VENDOR OR A ZERO QUANTITY OFF ITS ORDERS AND
      *LISTS IT FOR PURCHASING TO SET UP
           05  ITEM-MAS-VENDOR-NO PIC X(6).
           05  ITEM-MAS-REORDER-QTY PIC 9(5).
