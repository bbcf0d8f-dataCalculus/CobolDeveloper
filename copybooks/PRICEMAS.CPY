      ******************************************************************
      * Copybook: PRICEMAS
      * Purpose: Record layout for the indexed special-pricing file,
      *          keyed on customer number plus item code. Two kinds
      *          of record share the layout:
      *          - a customer contract price, keyed on the customer
      *            and the item, charged in place of the item master
      *            list price while the contract is in effect
      *          - an item quantity-break schedule, keyed on a blank
      *            customer number and the item, giving a lower unit
      *            price to any customer buying at least the break
      *            quantity on one line
      *          Effective and expiry dates are compared with the
      *          RUNCTL business date. Maintained by PRCMNT1, read
      *          by INTRO1 to price each entered line.
      ******************************************************************
       01  PRICE-MASTER-RECORD.
           05  PRICE-KEY.
      *BLANK CUSTOMER NUMBER MARKS THE ITEM'S QUANTITY-BREAK RECORD
               10  PRICE-CUST-NO     PIC X(15).
               10  PRICE-ITEM-CODE   PIC X(5).
      *FIRST AND LAST BUSINESS DATES THE PRICE APPLIES - A ZERO
      *EXPIRY DATE MEANS THE PRICE RUNS UNTIL IT IS CHANGED
           05  PRICE-EFF-DATE        PIC 9(8).
           05  PRICE-EXP-DATE        PIC 9(8).
      *NEGOTIATED UNIT PRICE - CUSTOMER CONTRACT RECORDS ONLY, ZERO
      *ON A QUANTITY-BREAK RECORD
           05  PRICE-CONTRACT-PRICE  PIC 9(5)V99.
      *QUANTITY BREAKS IN ASCENDING ORDER OF QUANTITY - A ZERO
      *QUANTITY MARKS AN UNUSED TIER. QUANTITY-BREAK RECORDS ONLY,
      *ZERO ON A CUSTOMER CONTRACT RECORD
           05  PRICE-BREAKS.
               10  PRICE-BREAK-TIER OCCURS 3 TIMES.
                   15  PRICE-BREAK-QTY   PIC 9(2).
                   15  PRICE-BREAK-PRICE PIC 9(5)V99.
