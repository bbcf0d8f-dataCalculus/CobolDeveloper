      ******************************************************************
      * Copybook: INQREC
      * Purpose: Record layout for the customer inquiry log. CUSTINQ1
      *          appends one record for every lookup an operator
      *          makes - the customer looked up, each page of
      *          entries shown and each entry opened for its line
      *          detail - with the signed-on operator ID, because
      *          what it shows is customer financial data and who
      *          looked at an account has to be answerable.
      ******************************************************************
       01  INQ-RECORD.
           05  INQ-TIMESTAMP       PIC X(21).
           05  INQ-OPERATOR-ID     PIC X(8).
           05  INQ-BUS-DATE        PIC 9(8).
           05  INQ-CUST-NO         PIC X(15).
      *WHAT WAS LOOKED AT - THE ACCOUNT ITSELF, A PAGE OF ENTRIES
      *OFF THE FILE NAMED BELOW, OR ONE ENTRY'S LINE DETAIL
           05  INQ-TYPE            PIC X(8).
               88  INQ-ACCOUNT           VALUE "ACCOUNT".
               88  INQ-ENTRIES           VALUE "ENTRIES".
               88  INQ-DETAIL            VALUE "DETAIL".
      *TRANOUT FOR TODAY'S UNPOSTED ENTRIES, TRANHIST OR A TRNHYYYYMM
      *MONTH-CLOSE ARCHIVE FOR HISTORY - BLANK ON AN ACCOUNT LOOKUP
           05  INQ-FILE-NAME       PIC X(10).
      *INVOICE OR RECEIPT NUMBER OF THE ENTRY OPENED - ZERO EXCEPT
      *ON A DETAIL LOOKUP
           05  INQ-INVOICE-NO      PIC 9(9).
           05  INQ-RESULT          PIC X(30).
