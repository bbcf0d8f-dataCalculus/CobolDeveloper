      ******************************************************************
      * Copybook: VOIDREC
      * Purpose: Record layout for the same-day void audit trail.
      *          One record is appended by TRNVOID1 for every void a
      *          supervisor attempts - carried out or refused - with
      *          the supervisor who asked for it, the entry as it
      *          stood on TRANOUT and the customer balance before and
      *          after the reversal, so every entry that vanished
      *          from the day's figures can be traced back to who
      *          voided it and why.
      ******************************************************************
       01  VDAUD-RECORD.
           05  VDAUD-TIMESTAMP     PIC X(21).
           05  VDAUD-USER-ID       PIC X(8).
           05  VDAUD-BUS-DATE      PIC 9(8).
           05  VDAUD-ENTRY-SEQ     PIC 9(5).
      *THE ENTRY AS IT STOOD ON TRANOUT - BLANK AND ZERO WHEN THE
      *SEQUENCE NUMBER KEYED WAS NOT FOUND
           05  VDAUD-CUST-NO       PIC X(15).
           05  VDAUD-TRAN-TYPE     PIC X(1).
           05  VDAUD-INVOICE-NO    PIC 9(9).
           05  VDAUD-SESSION-ID    PIC X(8).
           05  VDAUD-TOTAL         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  VDAUD-TAX-AMT       PIC S9(7)V99 SIGN LEADING SEPARATE.
      *CUSTOMER BALANCE BEFORE AND AFTER THE REVERSAL - BOTH ZERO ON
      *A REFUSED VOID, WHICH TOUCHES NOTHING
           05  VDAUD-OLD-BALANCE   PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  VDAUD-NEW-BALANCE   PIC S9(8)V99 SIGN LEADING SEPARATE.
           05  VDAUD-STATUS        PIC X(8).
      *THE SUPERVISOR'S REASON FOR A VOID CARRIED OUT, OR WHY THE
      *VOID WAS REFUSED
           05  VDAUD-REASON        PIC X(40).
