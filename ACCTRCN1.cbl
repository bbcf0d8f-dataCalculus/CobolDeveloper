      *          EXPORT STEP - REPORTS UNACKNOWLEDGED, REJECTED AND
      *          AMOUNT-MISMATCHED CUSTOMERS, AND WRITES THE UNPOSTED
      *          RECORDS TO A CARRY-FORWARD FILE SO THEY ARE RE-SENT
      *          WITH THE NEXT DAY'S INTERFACE. THE DAY'S OWN
      *          INTERFACE RECORDS ARE ALSO LOGGED TO ACCTSENT SO THE
      *          MONTH-END PROOF CAN TIE TO WHAT WAS SENT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTCF-STATUS.

      *MONTH-TO-DATE LOG OF WHAT WAS SENT - EACH DAY'S OWN INTERFACE
      *RECORDS, NOT THE CARRY-FORWARD RE-SENDS, APPENDED ONCE PER
      *BUSINESS DATE FOR THE ARPROOF1 MONTH-END PROOF TO TIE TO
           SELECT ACCTSENT ASSIGN TO "ACCTSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTSENT-STATUS.

      *PRINTED RECONCILIATION REPORT
           SELECT PRTFILE  ASSIGN TO "RCNRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
           05  CF-DATE         PIC 9(8).
           05  CF-TOTAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CF-TAX          PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD  ACCTSENT.
       01  ACCTSENT-RECORD.
           05  SENT-CUST-NO    PIC X(15).
           05  SENT-DATE       PIC 9(8).
           05  SENT-TOTAL      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  SENT-TAX        PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       FD  RUNCTL.
           88  ACCTCF-OPEN-OK            VALUE "00".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-ACCTSENT-STATUS  PIC X(2) VALUE "00".
           88  ACCTSENT-OPEN-OK          VALUE "00".
           88  ACCTSENT-MISSING          VALUE "35".

      *THE SENT LOG IS WRITTEN ON THE FIRST RECONCILIATION OF A
      *BUSINESS DATE ONLY - A RERUN WOULD OTHERWISE LOG THE DAY TWICE
       01  WS-LOG-SENT-SW      PIC X(1) VALUE "N".
           88  LOG-SENT-RECORDS          VALUE "Y".
       01  WS-SENT-COUNT       PIC 9(7) VALUE ZERO.

       01  WS-ACCT-EOF-SW      PIC X(1) VALUE "N".
           88  ACCT-EOF                  VALUE "Y".
               GOBACK
           END-IF

           MOVE "ACCTRCN1" TO WS-CHECK-STEP
           PERFORM CHECK-RUN-STEP
           IF NOT STEP-FOUND
               MOVE "Y" TO WS-LOG-SENT-SW
           END-IF

           OPEN INPUT ACKIN

           IF NOT ACKIN-OPEN-OK
               GOBACK
           END-IF

      *THE SENT LOG IS APPENDED TO, AND CREATED EMPTY ON THE FIRST
      *RUN
           IF LOG-SENT-RECORDS
               OPEN EXTEND ACCTSENT
               IF ACCTSENT-MISSING
                   OPEN OUTPUT ACCTSENT
                   CLOSE ACCTSENT
                   OPEN EXTEND ACCTSENT
               END-IF
               IF NOT ACCTSENT-OPEN-OK
                   DISPLAY "*** FATAL - ACCTSENT COULD NOT BE OPENED, "
                           "FILE STATUS " WS-ACCTSENT-STATUS " ***"
                   CLOSE ACCTIN
                   CLOSE ACCTCF
                   CLOSE PRTFILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM UNTIL ACCT-EOF
               READ ACCTIN
                   AT END
                   NOT AT END
                       ADD 1 TO WS-ACCT-COUNT
                       PERFORM RECONCILE-ACCT-RECORD
                       IF LOG-SENT-RECORDS
                               AND ACCT-DATE = WS-REPORT-DATE
                           PERFORM WRITE-SENT-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCTIN
           CLOSE ACCTCF
           CLOSE PRTFILE
           IF LOG-SENT-RECORDS
               CLOSE ACCTSENT
           END-IF

           MOVE "ACCTRCN1" TO WS-CHECK-STEP
           PERFORM RECORD-RUN-STEP
           WRITE ACCTCF-RECORD
           ADD 1 TO WS-CARRIED-COUNT.

      *ONE OF TODAY'S OWN INTERFACE RECORDS ONTO THE MONTH-TO-DATE
      *SENT LOG, AS-IS
       WRITE-SENT-RECORD.
           MOVE ACCT-CUST-NO TO SENT-CUST-NO
           MOVE ACCT-DATE    TO SENT-DATE
           MOVE ACCT-TOTAL   TO SENT-TOTAL
           MOVE ACCT-TAX     TO SENT-TAX
           WRITE ACCTSENT-RECORD
           ADD 1 TO WS-SENT-COUNT.

      *PRINTS ONE EXCEPTION LINE - THE CALLER HAS ALREADY SET THE
      *ACKED AMOUNT (OR BLANKED IT) AND THE EXCEPTION TEXT
       WRITE-EXCEPTION-LINE.
           WRITE PRT-LINE FROM TOT-LINE
           MOVE "CARRIED FORWARD TO NEXT INTERFACE" TO TOT-DESC
           MOVE WS-CARRIED-COUNT TO TOT-COUNT
           WRITE PRT-LINE FROM TOT-LINE
           MOVE "LOGGED TO MONTH-TO-DATE SENT FILE" TO TOT-DESC
           MOVE WS-SENT-COUNT TO TOT-COUNT
           WRITE PRT-LINE FROM TOT-LINE.
