      ******************************************************************
      * Copybook: POCTL
      * Purpose: Record layout for the purchase-order number control
      *          file. One record holding the last PO number POGEN1
      *          handed out, rewritten at the end of every run, so no
      *          two purchase orders ever carry the same number. Same
      *          pattern as INVCTL for invoice numbers.
      ******************************************************************
       01  PO-CONTROL-RECORD.
           05  POCTL-LAST-NUMBER   PIC 9(7).
