      *SALES TAX CARRIED FORWARD FROM THE TRANOUT RECORD - SIGNED,
      *SINCE A RETURN REFUNDS ITS TAX
           05  HIST-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
      *INVOICE OR RECEIPT NUMBER CARRIED FORWARD FROM THE TRANOUT
      *RECORD, SO HISTORY TIES BACK TO THE OPEN-ITEM FILE
           05  HIST-INVOICE-NO PIC 9(9).
      *SALES REP STAMPED ON THE TRANOUT RECORD WHEN THE ENTRY WAS
      *KEYED - COMMRPT1 WORKS OUT EACH REP'S COMMISSION FROM IT
           05  HIST-REP-ID     PIC X(4).
