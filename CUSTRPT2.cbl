           05  SORT-TOTAL      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SORT-SESSION-ID PIC X(8).
           05  SORT-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SORT-INVOICE-NO PIC 9(9).
           05  SORT-REP-ID     PIC X(4).

       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
