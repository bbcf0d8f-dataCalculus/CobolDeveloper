      ******************************************************************
      * Copybook: SLSMAS
      * Purpose: Record layout for the indexed salesperson master
      *          file - one record per sales rep, keyed on rep ID.
      *          Maintained by SLSMNT1 (add/change/delete). CUSTMNT1
      *          assigns each customer a rep from here, and COMMRPT1
      *          reads it for the name and commission rate when it
      *          works out the month's commission.
      ******************************************************************
       01  SALESREP-MASTER-RECORD.
           05  SLS-MAS-REP-ID      PIC X(4).
           05  SLS-MAS-NAME        PIC X(30).
      *COMMISSION RATE - A PERCENTAGE OF NET SALES, TAX EXCLUDED,
      *CARRIED THE SAME WAY AS THE CUSTOMER TAX RATE (05.000 FOR
      *5 PERCENT)
           05  SLS-MAS-COMM-RATE   PIC 9(2)V9(3).
