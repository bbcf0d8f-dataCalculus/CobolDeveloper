           05  ARCH-TOTAL      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  ARCH-SESSION-ID PIC X(8).
           05  ARCH-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  ARCH-INVOICE-NO PIC 9(9).
           05  ARCH-REP-ID     PIC X(4).

       FD  KEEPFILE.
       01  KEEP-RECORD.
           05  KEEP-TOTAL      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  KEEP-SESSION-ID PIC X(8).
           05  KEEP-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  KEEP-INVOICE-NO PIC 9(9).
           05  KEEP-REP-ID     PIC X(4).

       FD  HISTOUT.
       01  HOUT-RECORD.
           05  HOUT-TOTAL      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  HOUT-SESSION-ID PIC X(8).
           05  HOUT-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  HOUT-INVOICE-NO PIC 9(9).
           05  HOUT-REP-ID     PIC X(4).

       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
           MOVE HIST-TOTAL      TO ARCH-TOTAL
           MOVE HIST-SESSION-ID TO ARCH-SESSION-ID
           MOVE HIST-TAX-AMT    TO ARCH-TAX-AMT
           MOVE HIST-INVOICE-NO TO ARCH-INVOICE-NO
           MOVE HIST-REP-ID     TO ARCH-REP-ID
           WRITE ARCH-RECORD
           ADD 1          TO WS-MOVED-COUNT
           ADD HIST-TOTAL TO WS-MOVED-AMOUNT.
           MOVE HIST-TOTAL      TO KEEP-TOTAL
           MOVE HIST-SESSION-ID TO KEEP-SESSION-ID
           MOVE HIST-TAX-AMT    TO KEEP-TAX-AMT
           MOVE HIST-INVOICE-NO TO KEEP-INVOICE-NO
           MOVE HIST-REP-ID     TO KEEP-REP-ID
           WRITE KEEP-RECORD
           ADD 1          TO WS-KEPT-COUNT
           ADD HIST-TOTAL TO WS-KEPT-AMOUNT.
           MOVE KEEP-TOTAL      TO HOUT-TOTAL
           MOVE KEEP-SESSION-ID TO HOUT-SESSION-ID
           MOVE KEEP-TAX-AMT    TO HOUT-TAX-AMT
           MOVE KEEP-INVOICE-NO TO HOUT-INVOICE-NO
           MOVE KEEP-REP-ID     TO HOUT-REP-ID
           WRITE HOUT-RECORD
           ADD 1 TO WS-REWRIT-COUNT.

