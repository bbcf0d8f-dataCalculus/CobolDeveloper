       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-POSTED-COUNT     PIC 9(9) VALUE ZERO.

      *ENTRIES TRNVOID1 VOIDED DURING THE DAY - LEFT ON TRANOUT FOR
      *THE BALANCING REPORT BUT NEVER POSTED TO HISTORY
       01  WS-VOID-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-ITEM-SUB         PIC 9(2).

      *RUN-STATUS WORK FIELDS - A MISSING CONTROL FILE JUST MEANS
               GOBACK
           END-IF

      *THE DAY'S MASTERS MUST BE BACKED UP BEFORE THE DAY-END STREAM
      *GOES ANY FURTHER - MSTRCOV1 ROLLS THE RECOVERY JOURNAL
      *FORWARD FROM THAT GENERATION
           MOVE "MSTBKUP1" TO WS-CHECK-STEP
           PERFORM CHECK-RUN-STEP
           IF NOT STEP-FOUND
               DISPLAY "*** TRNPOST1 REFUSED - THE MASTER BACKUP "
                       "HAS NOT RUN FOR BUSINESS DATE "
                       WS-BUSINESS-DATE " ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "TRNPOST1" TO WS-CHECK-STEP
           PERFORM CHECK-RUN-STEP
           IF STEP-FOUND
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       IF TRAN-VOIDED
                           ADD 1 TO WS-VOID-COUNT
                       ELSE
                           PERFORM POST-HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "TRNPOST1 - " WS-POSTED-COUNT
                   " TRANSACTIONS POSTED TO HISTORY FOR BUSINESS "
                   "DATE " WS-BUSINESS-DATE
           IF WS-VOID-COUNT > ZERO
               DISPLAY "TRNPOST1 - " WS-VOID-COUNT
                       " VOIDED ENTRIES LEFT UNPOSTED"
           END-IF
           GOBACK.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
           MOVE TRAN-TOTAL       TO HIST-TOTAL
           MOVE TRAN-SESSION-ID  TO HIST-SESSION-ID
           MOVE TRAN-TAX-AMT     TO HIST-TAX-AMT
           MOVE TRAN-INVOICE-NO  TO HIST-INVOICE-NO
           MOVE TRAN-REP-ID      TO HIST-REP-ID
           WRITE HIST-RECORD
           ADD 1 TO WS-POSTED-COUNT.

