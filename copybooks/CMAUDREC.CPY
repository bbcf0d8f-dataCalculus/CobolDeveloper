           05  CMAUD-NEW-TAX-JUR   PIC X(4).
           05  CMAUD-OLD-TAX-RATE  PIC 9(2)V9(3).
           05  CMAUD-NEW-TAX-RATE  PIC 9(2)V9(3).
      *CREDIT-HOLD FLAG, BEFORE AND AFTER - A HOLD PLACED BY THE
      *COLLECTIONS RUN OR RELEASED BY AN OPERATOR OR A PAYMENT IS
      *TRACED HERE WITH WHOEVER DID IT
           05  CMAUD-OLD-HOLD      PIC X(1).
           05  CMAUD-NEW-HOLD      PIC X(1).
      *SALES REP, BEFORE AND AFTER - A REASSIGNMENT MOVES THE
      *ACCOUNT'S FUTURE COMMISSION TO ANOTHER REP, SO IT IS TRACED
      *WITH WHOEVER MADE IT
           05  CMAUD-OLD-REP       PIC X(4).
           05  CMAUD-NEW-REP       PIC X(4).
           05  CMAUD-STATUS        PIC X(8).
           05  CMAUD-REASON        PIC X(40).
      *HOLD DATE THE RECORD CARRIED BEFORE THE ACTION, AND FOR A
      *HOLD RELEASED OR PUT BACK BY A PAYMENT THE RECEIPT NUMBER
      *BEHIND IT - TRNVOID1 FINDS THE RELEASE A VOIDED PAYMENT MADE
      *BY THE RECEIPT NUMBER AND RESTORES THE HOLD WITH ITS DATE.
      *ZERO WHERE THEY DO NOT APPLY
           05  CMAUD-OLD-HOLD-DATE PIC 9(8).
           05  CMAUD-RECEIPT-NO    PIC 9(9).
