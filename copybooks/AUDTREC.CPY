      *          Holds one raw value per record rather than a fixed
      *          set of amount fields, since a customer's entry can
      *          now carry a variable number of purchase amounts.
      *          Also carries the signed-on operator and, on an
      *          override of a credit-limit, oversell or credit-hold
      *          warning, the supervisor who approved it.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-TIMESTAMP     PIC X(21).
           05  AUDIT-MORE-DATA     PIC X(3).
           05  AUDIT-STATUS        PIC X(8).
           05  AUDIT-REASON        PIC X(40).
           05  AUDIT-OPERATOR-ID   PIC X(8).
           05  AUDIT-APPROVER-ID   PIC X(8).
