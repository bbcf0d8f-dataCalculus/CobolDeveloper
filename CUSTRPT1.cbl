           05  SORT-TOTAL      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SORT-SESSION-ID PIC X(8).
           05  SORT-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  SORT-INVOICE-NO PIC 9(9).
           05  SORT-ENTRY-SEQ  PIC 9(5).
           05  SORT-VOID-SW    PIC X(1).
               88  VOIDED-ENTRY          VALUE "V".
           05  SORT-REP-ID     PIC X(4).

       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
           END-IF.

      *SORT'S OUTPUT PROCEDURE - RETURNS THE SORTED TRANSACTIONS ONE
      *AT A TIME AND DRIVES THE CUSTOMER-NUMBER CONTROL BREAK. AN
      *ENTRY TRNVOID1 HAS VOIDED IS PASSED BY - IT NEVER HAPPENED
       PRODUCE-REPORT-BODY.
           PERFORM UNTIL END-OF-SORT
               RETURN SORTWORK
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF NOT VOIDED-ENTRY
                           PERFORM PROCESS-SORTED-RECORD
                       END-IF
               END-RETURN
           END-PERFORM

