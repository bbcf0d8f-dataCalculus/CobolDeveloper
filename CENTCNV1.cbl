      *TAXED AT A RATE NOBODY AGREED TO
                           MOVE "NONE" TO CUST-MAS-TAX-JUR
                           MOVE ZERO   TO CUST-MAS-TAX-RATE

      *NOBODY WAS ON CREDIT HOLD BEFORE THERE WAS A HOLD FLAG
                           MOVE SPACE  TO CUST-MAS-CREDIT-HOLD
                           MOVE ZERO   TO CUST-MAS-HOLD-DATE

      *NOR WAS ANY SALES REP ASSIGNED - A HOUSE ACCOUNT EARNING NO
      *COMMISSION UNTIL CUSTMNT1 ASSIGNS ONE
                           MOVE SPACES TO CUST-MAS-REP-ID
                           WRITE CUST-MASTER-RECORD
                           ADD 1 TO WS-CUST-COUNT
                   END-READ
      *NOT TAXABLE UNTIL ITEMMNT1 SAYS OTHERWISE, FOR THE SAME
      *REASON THE CUSTOMER RATE STARTS EXEMPT
                           MOVE "N"  TO ITEM-MAS-TAXABLE
                           MOVE SPACES TO ITEM-MAS-VENDOR-NO
                           MOVE ZERO TO ITEM-MAS-REORDER-QTY
                           WRITE ITEM-MASTER-RECORD
                           ADD 1 TO WS-ITEM-COUNT
                   END-READ

      *NO TAX WAS EVER COMPUTED ON THE OLD RECORDS
           MOVE ZERO             TO HIST-TAX-AMT

      *NOR WAS ANY INVOICE NUMBER EVER ASSIGNED
           MOVE ZERO             TO HIST-INVOICE-NO

      *AND NO SALES REP, SO OLD HISTORY COUNTS AS HOUSE BUSINESS
           MOVE SPACES           TO HIST-REP-ID
           WRITE HIST-RECORD
           ADD 1 TO WS-HIST-COUNT.

