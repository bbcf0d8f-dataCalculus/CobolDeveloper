      *          payment carries its negative effect in the signed
      *          TRAN-TOTAL. A payment written by PAYMENT1 carries a
      *          single "PAYMT" line holding the amount received.
      *          Each entry also carries the day's entry sequence
      *          number printed on its statement, and the void flag
      *          TRNVOID1 sets when a supervisor voids it before the
      *          day is posted, and the sales rep who owned the
      *          account when the entry was keyed.
      ******************************************************************
       01  TRAN-RECORD.
           05  TRAN-CUST-NO    PIC X(15).
      *TOTAL SO THE ACCOUNTING INTERFACE CAN POST TAX PAYABLE TO
      *ITS OWN ACCOUNT - SIGNED, SINCE A RETURN REFUNDS ITS TAX
           05  TRAN-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
      *INVOICE NUMBER FROM THE INVCTL SEQUENCE - THE OPEN ITEM A SALE,
      *RETURN OR CREDIT RAISED, OR THE RECEIPT NUMBER OF A PAYMENT
           05  TRAN-INVOICE-NO PIC 9(9).
      *ENTRY SEQUENCE NUMBER FOR THE BUSINESS DATE, FROM INVCTL AND
      *RESTARTED AT 1 EACH DAY - PRINTED ON THE ENTRY'S STATEMENT SO
      *A SUPERVISOR CAN NAME THE ENTRY TO BE VOIDED
           05  TRAN-ENTRY-SEQ  PIC 9(5).
      *SET BY TRNVOID1 WHEN THE ENTRY IS VOIDED THE SAME DAY - A
      *VOIDED ENTRY STAYS ON TRANOUT FOR THE BALANCING REPORT, BUT
      *THE EXPORT, POSTING AND REPORTING STEPS ALL PASS IT BY
           05  TRAN-VOID-SW    PIC X(1).
               88  TRAN-VOIDED           VALUE "V".
      *SALES REP ON THE CUSTOMER MASTER WHEN THE ENTRY WAS KEYED -
      *COMMISSION FOLLOWS THE REP WHO OWNED THE ACCOUNT AT THE TIME,
      *NOT WHOEVER OWNS IT WHEN COMMISSIONS ARE RUN
           05  TRAN-REP-ID     PIC X(4).
