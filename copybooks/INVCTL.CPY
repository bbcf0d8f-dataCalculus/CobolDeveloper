      ******************************************************************
      * Copybook: INVCTL
      * Purpose: Record layout for the invoice-number control file.
      *          One record holding the last number handed out, so
      *          every sale, return or credit INTRO1 accepts and every
      *          receipt PAYMENT1 takes gets a number no other entry
      *          has ever carried. The number is rewritten as soon as
      *          it is taken, so an entry session that ends abnormally
      *          can never hand the same number out twice - a gap in
      *          the sequence is harmless, a duplicate is not.
      *          The same record carries the day's entry sequence -
      *          the business date it belongs to and the last entry
      *          number handed out that day - so the first entry on
      *          a new business date starts again at 1.
      ******************************************************************
       01  INVOICE-CONTROL-RECORD.
           05  INV-LAST-NUMBER     PIC 9(9).
           05  INV-SEQ-DATE        PIC 9(8).
           05  INV-LAST-ENTRY-SEQ  PIC 9(5).
