      ******************************************************************
      * Copybook: OPENITEM
      * Purpose: Record layout for the open-item receivables file, a
      *          VSAM KSDS keyed on customer number plus invoice
      *          number. INTRO1 writes one item for every sale, return
      *          or credit it accepts, PAYMENT1 draws invoice balances
      *          down as receipts are applied and holds any cash it
      *          cannot apply as an unapplied-cash item, and STMTGEN1
      *          ages what is still owed from here. Invoice numbers
      *          are handed out in ascending order, so reading a
      *          customer's items in key order reads them oldest
      *          first. Amounts are signed the same way the customer
      *          balance is - a sale is owed to us, a return, credit
      *          or unapplied cash is owed back to the customer.
      ******************************************************************
       01  OPEN-ITEM-RECORD.
           05  OPEN-ITEM-KEY.
               10  OPEN-CUST-NO        PIC X(15).
               10  OPEN-INVOICE-NO     PIC 9(9).
           05  OPEN-INVOICE-DATE       PIC 9(8).
           05  OPEN-TRAN-TYPE          PIC X(1).
               88  OPEN-SALE                 VALUE "S".
               88  OPEN-RETURN               VALUE "R".
               88  OPEN-ADJUSTMENT           VALUE "A".
               88  OPEN-UNAPPLIED-CASH       VALUE "U".
               88  OPEN-BROUGHT-FORWARD      VALUE "B".
      *ORIGINAL SIGNED AMOUNT OF THE ENTRY INCLUDING ITS SALES TAX -
      *NEVER CHANGES ONCE WRITTEN
           05  OPEN-ORIGINAL-AMT       PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
      *WHAT IS STILL OUTSTANDING - DRAWN TOWARD ZERO AS CASH IS
      *APPLIED, AND THE ITEM IS MARKED PAID WHEN IT GETS THERE
           05  OPEN-BALANCE            PIC S9(7)V99
                                        SIGN LEADING SEPARATE.
           05  OPEN-STATUS             PIC X(1).
               88  OPEN-ITEM-OPEN            VALUE "O".
               88  OPEN-ITEM-PAID            VALUE "P".
      *BUSINESS DATE OF THE LAST RECEIPT APPLIED AGAINST THE ITEM
           05  OPEN-LAST-APPL-DATE     PIC 9(8).
