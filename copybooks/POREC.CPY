      ******************************************************************
      * Copybook: POREC
      * Purpose: Record layout for the indexed open purchase-order
      *          file OPENPO. One record per PO line, keyed on PO
      *          number and line number, written by POGEN1 when the
      *          order is raised. RCVPOST1 adds each delivery to the
      *          quantity received and closes the line once it has
      *          all arrived. The alternate key on item code lets
      *          STKRPT1 and POGEN1 see that an item already has
      *          stock on order, so it is not ordered twice.
      ******************************************************************
       01  PO-LINE-RECORD.
           05  PO-LINE-KEY.
               10  PO-NO           PIC 9(7).
               10  PO-LINE-NO      PIC 9(3).
           05  PO-ITEM-CODE        PIC X(5).
           05  PO-VENDOR-NO        PIC X(6).
           05  PO-ORDER-DATE       PIC 9(8).
           05  PO-QTY-ORDERED      PIC 9(5).
           05  PO-QTY-RECEIVED     PIC 9(5).
      *DATE OF THE LAST DELIVERY POSTED - ZERO UNTIL THE FIRST ONE
           05  PO-LAST-RCV-DATE    PIC 9(8).
           05  PO-LINE-STATUS      PIC X(1).
               88  PO-LINE-OPEN              VALUE "O".
               88  PO-LINE-CLOSED            VALUE "C".
