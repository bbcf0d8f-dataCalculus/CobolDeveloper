      * Purpose: END-OF-DAY BALANCING JOB - RUNS AFTER INTRO1'S
      *          ACCOUNTING EXPORT AND CROSS-FOOTS THE TRANOUT ENTRY
      *          TOTALS, THE ACCTIF ROLL-UP, AND THE STATEMENTS
      *          WRITTEN TO CUSTSTMT. ENTRIES TRNVOID1 VOIDED ARE
      *          LEFT OUT OF THE CROSS-FOOT AND LISTED ON THEIR OWN.
      *          PRINTS A ONE-PAGE BALANCING REPORT AND ENDS WITH A
      *          NON-ZERO CONDITION CODE WHEN ANYTHING IS OUT OF
      *          BALANCE SO THE SCHEDULER CAN HOLD THE DOWNSTREAM
      *          ACCOUNTING IMPORT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-CF-AMOUNT        PIC S9(9)V99 VALUE ZERO.
       01  WS-STMT-COUNT       PIC 9(7)  VALUE ZERO.

      *ENTRIES VOIDED BY TRNVOID1 TODAY - KEPT OUT OF THE TRANOUT
      *COUNT AND TOTALS SINCE THEY NEVER REACH THE INTERFACE, BUT
      *EACH ONE STILL PRINTED ITS STATEMENT BEFORE IT WAS VOIDED,
      *SO THEY COUNT BACK IN FOR THE STATEMENT CROSS-FOOT
       01  WS-VOID-COUNT       PIC 9(7)  VALUE ZERO.
       01  WS-VOID-AMOUNT      PIC S9(9)V99 VALUE ZERO.
       01  WS-VOID-TAX         PIC S9(9)V99 VALUE ZERO.
       01  WS-ENTRY-COUNT      PIC 9(7)  VALUE ZERO.

       01  WS-BALANCED-SW      PIC X(1)  VALUE "Y".
           88  RUN-IN-BALANCE            VALUE "Y".

           05  BAL-MSG-TEXT    PIC X(76).
           05  FILLER          PIC X(55) VALUE SPACES.

      *ONE LINE PER VOIDED ENTRY IN THE SEPARATE VOID LISTING
       01  BAL-VOID-LINE.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "ENTRY ".
           05  BAL-VOID-SEQ    PIC 9(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "CUSTOMER ".
           05  BAL-VOID-CUST   PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  BAL-VOID-TYPE   PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "INVOICE ".
           05  BAL-VOID-INV    PIC 9(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "TOTAL ".
           05  BAL-VOID-AMT    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(4)  VALUE "TAX ".
           05  BAL-VOID-TAX    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(21) VALUE SPACES.

       01  BAL-BLANK-LINE      PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               CLOSE RUNSTAT
           END-IF.

      *COUNTS THE DAY'S TRANOUT ENTRIES AND SUMS THEIR SIGNED TOTALS.
      *A VOIDED ENTRY IS TALLIED APART AND KEPT OUT OF THE CROSS-FOOT
       TALLY-TRANSACTION-FILE.
           OPEN INPUT TRANIN

                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       IF TRAN-VOIDED
                           ADD 1            TO WS-VOID-COUNT
                           ADD TRAN-TOTAL   TO WS-VOID-AMOUNT
                           ADD TRAN-TAX-AMT TO WS-VOID-TAX
                       ELSE
                           ADD 1            TO WS-TRAN-COUNT
                           ADD TRAN-TOTAL   TO WS-TRAN-AMOUNT
                           ADD TRAN-TAX-AMT TO WS-TRAN-TAX
                           PERFORM TALLY-SESSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANIN.
           MOVE SPACES         TO BAL-DTL-AMT-X
           WRITE PRT-LINE FROM BAL-DTL-LINE

      *THE DAY'S VOIDS - TOTALS FIRST, THEN ONE LINE PER ENTRY, SO
      *EVERY STATEMENT PRINTED TODAY IS ACCOUNTED FOR ON THE PAGE
           IF WS-VOID-COUNT > ZERO
               WRITE PRT-LINE FROM BAL-BLANK-LINE
               MOVE "VOIDED ENTRIES (NOT IN TOTALS)" TO BAL-DTL-DESC
               MOVE WS-VOID-COUNT  TO BAL-DTL-COUNT
               MOVE "TOTAL "       TO BAL-DTL-AMT-LIT
               MOVE WS-VOID-AMOUNT TO BAL-DTL-AMT
               WRITE PRT-LINE FROM BAL-DTL-LINE
               MOVE "VOIDED ENTRIES SALES TAX" TO BAL-DTL-DESC
               MOVE WS-VOID-COUNT  TO BAL-DTL-COUNT
               MOVE "TAX   "       TO BAL-DTL-AMT-LIT
               MOVE WS-VOID-TAX    TO BAL-DTL-AMT
               WRITE PRT-LINE FROM BAL-DTL-LINE
               PERFORM LIST-VOIDED-ENTRIES
           END-IF

           WRITE PRT-LINE FROM BAL-BLANK-LINE

           IF WS-TRAN-AMOUNT NOT = WS-ACCT-AMOUNT
               WRITE PRT-LINE FROM BAL-MSG-LINE
           END-IF

           COMPUTE WS-ENTRY-COUNT = WS-TRAN-COUNT + WS-VOID-COUNT
           IF WS-ENTRY-COUNT NOT = WS-STMT-COUNT
               MOVE "N" TO WS-BALANCED-SW
               MOVE "*** OUT OF BALANCE - STATEMENT COUNT DOES NOT "
                   & "MATCH TRANOUT ENTRY COUNT ***" TO BAL-MSG-TEXT
               MOVE "*** RUN IS IN BALANCE ***" TO BAL-MSG-TEXT
               WRITE PRT-LINE FROM BAL-MSG-LINE
           END-IF.

      *SECOND PASS OF TRANOUT FOR THE VOID LISTING - ONE LINE PER
      *VOIDED ENTRY IN THE ORDER THEY WERE KEYED
       LIST-VOIDED-ENTRIES.
           MOVE "N" TO WS-TRAN-EOF-SW
           OPEN INPUT TRANIN

           IF NOT TRANIN-OPEN-OK
               DISPLAY "*** FATAL - TRANOUT COULD NOT BE RE-OPENED, "
                       "FILE STATUS " WS-TRANIN-STATUS " ***"
               CLOSE PRTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL TRAN-EOF
               READ TRANIN
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       IF TRAN-VOIDED
                           PERFORM WRITE-VOID-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANIN.

      *ONE VOIDED ENTRY ON THE VOID LISTING - A VOIDED PAYMENT SHOWS
      *ITS RECEIPT NUMBER IN THE INVOICE COLUMN AND ITS NEGATIVE TOTAL
       WRITE-VOID-LINE.
           MOVE TRAN-ENTRY-SEQ  TO BAL-VOID-SEQ
           MOVE TRAN-CUST-NO    TO BAL-VOID-CUST
           IF TRAN-RETURN
               MOVE "RETURN"    TO BAL-VOID-TYPE
           ELSE
               IF TRAN-ADJUSTMENT
                   MOVE "CREDIT" TO BAL-VOID-TYPE
               ELSE
                   IF TRAN-PAYMENT
                       MOVE "PAYMENT" TO BAL-VOID-TYPE
                   ELSE
                       MOVE "SALE"    TO BAL-VOID-TYPE
                   END-IF
               END-IF
           END-IF
           MOVE TRAN-INVOICE-NO TO BAL-VOID-INV
           MOVE TRAN-TOTAL      TO BAL-VOID-AMT
           MOVE TRAN-TAX-AMT    TO BAL-VOID-TAX
           WRITE PRT-LINE FROM BAL-VOID-LINE.
