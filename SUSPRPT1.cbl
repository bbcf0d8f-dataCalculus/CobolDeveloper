       01  WS-EXT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CRED-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-STCK-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HOLD-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-OTHER-COUNT      PIC 9(7) VALUE ZERO.

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
               ADD 1 TO WS-CRED-COUNT
           ELSE IF SUSP-OVER-STOCK
               ADD 1 TO WS-STCK-COUNT
           ELSE IF SUSP-CREDIT-HOLD
               ADD 1 TO WS-HOLD-COUNT
           ELSE
               ADD 1 TO WS-OTHER-COUNT
           END-IF.
           MOVE "QUANTITY EXCEEDS ON-HAND STOCK" TO SUM-DESC
           MOVE WS-STCK-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "CUSTOMER ON CREDIT HOLD" TO SUM-DESC
           MOVE WS-HOLD-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "UNRECOGNIZED REASON CODE" TO SUM-DESC
           MOVE WS-OTHER-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
