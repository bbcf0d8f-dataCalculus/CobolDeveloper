      ******************************************************************
      * Copybook: RCVREC
      * Purpose: Record layout for the receiving input file RCVIN -
      *          one record per PO line counted in at the dock,
      *          keyed from the packing slip. RCVPOST1 posts each one
      *          against OPENPO and adds the quantity to the item's
      *          on-hand count. The item code is carried so a slip
      *          keyed against the wrong PO line is caught instead of
      *          posting stock to the wrong item.
      ******************************************************************
       01  RECEIPT-RECORD.
           05  RCV-PO-NO           PIC 9(7).
           05  RCV-PO-LINE-NO      PIC 9(3).
           05  RCV-ITEM-CODE       PIC X(5).
           05  RCV-QTY             PIC 9(5).
      *WHO COUNTED THE DELIVERY IN - STAMPED ON THE ITEM AUDIT TRAIL
           05  RCV-RECEIVER-ID     PIC X(8).
