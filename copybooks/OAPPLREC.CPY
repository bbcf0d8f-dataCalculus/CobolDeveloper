      ******************************************************************
      * Copybook: OAPPLREC
      * Purpose: Record layout for the cash application journal
      *          PAYMENT1 appends to - one record for every amount of
      *          a receipt applied to an open item, including the
      *          unapplied remainder held on account, so any open-item
      *          balance can be traced back to the receipts that drew
      *          it down.
      ******************************************************************
       01  APPL-RECORD.
           05  APPL-DATE           PIC 9(8).
           05  APPL-RECEIPT-NO     PIC 9(9).
           05  APPL-CUST-NO        PIC X(15).
           05  APPL-INVOICE-NO     PIC 9(9).
      *AMOUNT TAKEN OFF THE ITEM'S OPEN BALANCE - POSITIVE WHEN CASH
      *IS APPLIED TO AN INVOICE. WHEN THE INVOICE NUMBER IS THE
      *RECEIPT'S OWN NUMBER THE AMOUNT IS THE REMAINDER HELD ON
      *ACCOUNT AS UNAPPLIED CASH
           05  APPL-AMOUNT         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  APPL-SESSION-ID     PIC X(8).
