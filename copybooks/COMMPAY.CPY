      ******************************************************************
      * Copybook: COMMPAY
      * Purpose: Record layout for the monthly commission payroll
      *          interface file written by COMMRPT1 - one fixed-width
      *          record per sales rep for the month (rep ID and name,
      *          net sales to the rep's accounts with tax excluded,
      *          the rate applied and the commission due) for the
      *          payroll system's import job. Net sales and the
      *          commission are signed - a month where a rep's
      *          returns and credits outweigh sales claws back.
      ******************************************************************
       01  COMM-PAY-RECORD.
           05  CPAY-MONTH          PIC 9(6).
           05  CPAY-REP-ID         PIC X(4).
           05  CPAY-REP-NAME       PIC X(30).
           05  CPAY-NET-SALES      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CPAY-COMM-RATE      PIC 9(2)V9(3).
           05  CPAY-COMMISSION     PIC S9(7)V99 SIGN LEADING SEPARATE.
