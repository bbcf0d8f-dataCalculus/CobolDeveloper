      *          reads it to confirm a customer number is on file and
      *          to check the projected balance against the credit
      *          limit, and posts each accepted entry's total back to
      *          the balance so the next entry sees it. COLLECT1 sets
      *          and PAYMENT1 clears the credit-hold flag. Each
      *          customer also names the sales rep who owns the
      *          account, stamped on every entry for COMMRPT1.
      ******************************************************************
       01  CUST-MASTER-RECORD.
           05  CUST-MAS-NO     PIC X(15).
      *LINES OF EACH ENTRY. AN EXEMPT CUSTOMER CARRIES A ZERO RATE
           05  CUST-MAS-TAX-JUR  PIC X(4).
           05  CUST-MAS-TAX-RATE PIC 9(2)V9(3).
      *CREDIT HOLD - SET BY THE COLLECTIONS RUN WHEN THE OLDEST
      *UNPAID AMOUNT IS PAST THE FINAL-DEMAND TIER, RELEASED BY
      *CUSTMNT1 OR BY PAYMENT1 ONCE NOTHING OVERDUE IS LEFT. INTRO1
      *REFUSES A HELD CUSTOMER'S SALES. THE DATE IS THE BUSINESS
      *DATE THE HOLD WAS PLACED, ZERO WHEN NOT HELD
           05  CUST-MAS-CREDIT-HOLD PIC X(1).
               88  CUST-ON-CREDIT-HOLD       VALUE "H".
               88  CUST-NOT-ON-HOLD          VALUE " ".
           05  CUST-MAS-HOLD-DATE PIC 9(8).
      *SALES REP WHO OWNS THE ACCOUNT, FROM THE SALESPERSON MASTER -
      *ASSIGNED BY CUSTMNT1. BLANK IS A HOUSE ACCOUNT THAT EARNS NO
      *COMMISSION
           05  CUST-MAS-REP-ID   PIC X(4).
