      ******************************************************************
      * Copybook: BALSNAP
      * Purpose: Record layout for the month-end customer balance
      *          snapshot. ARPROOF1 writes one record per customer
      *          each time a month proves clean - the balance every
      *          account stood at on the last day of that month - and
      *          starts the next month's proof from it, so each close
      *          only has to account for one month of history.
      ******************************************************************
       01  SNAP-RECORD.
      *MONTH-END THE BALANCE STANDS AT, YYYYMM - THE SAME ON EVERY
      *RECORD OF ONE SNAPSHOT
           05  SNAP-MONTH          PIC 9(6).
           05  SNAP-CUST-NO        PIC X(15).
           05  SNAP-BALANCE        PIC S9(9)V99 SIGN LEADING SEPARATE.
