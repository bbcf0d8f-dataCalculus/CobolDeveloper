               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *OPEN-ITEM RECEIVABLES FILE INTRO1 ADDS TO - DYNAMIC, SINCE A
      *RECEIPT WITH NO INVOICES NAMED READS THE CUSTOMER'S ITEMS IN
      *KEY (OLDEST-FIRST) ORDER, AND A NAMED INVOICE IS READ BY KEY
           SELECT OPENITEM ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPEN-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.

      *CASH APPLICATION JOURNAL - ONE RECORD PER AMOUNT APPLIED,
      *APPENDED ACROSS RUNS SO EVERY OPEN-ITEM BALANCE CAN BE
      *TRACED BACK TO THE RECEIPTS THAT DREW IT DOWN
           SELECT OPENAPPL ASSIGN TO "OPENAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENAPPL-STATUS.

      *CUSTOMER MAINTENANCE AUDIT TRAIL CUSTMNT1 WRITES - A CREDIT
      *HOLD RELEASED BECAUSE A PAYMENT CLEARED THE OVERDUE AMOUNT IS
      *TRACED THERE THE SAME AS ONE RELEASED BY AN OPERATOR
           SELECT CUSTAUD ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUD-STATUS.

      *INVOICE-NUMBER CONTROL FILE SHARED WITH INTRO1 - A RECEIPT
      *TAKES ITS NUMBER FROM THE SAME SEQUENCE AS AN INVOICE, SO AN
      *UNAPPLIED-CASH ITEM KEYED BY IT CAN NEVER COLLIDE WITH ONE
           SELECT INVCTL  ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

      *UNATTENDED BATCH RUNS PICK UP (CUSTOMER, AMOUNT) PAYMENT
      *LINES FROM THIS FLAT FILE INSTEAD OF FROM THE TERMINAL
           SELECT PAYBATCH ASSIGN TO "PAYBATCH"
      *PAYMENTS ROLL UP INTO ONE INTERFACE RECORD, SAME
      *CONTROL-BREAK APPROACH AS INTRO1'S EXPORT
           SELECT ACCTSRT ASSIGN TO "ACCTSRT2".

      *OPERATOR SECURITY FILE - READ AT SIGN-ON TO CHECK THE
      *OPERATOR'S PASSWORD AND THAT THEIR ROLE MAY RUN THIS PROGRAM
           SELECT OPERMAS ASSIGN TO "OPERMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERMAS-STATUS.

      *SECURITY LOG - EVERY SIGN-ON ATTEMPT IS APPENDED HERE FOR THE
      *SECRPT1 SECURITY REPORT
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
      *MASTER-FILE RECOVERY JOURNAL - A BEFORE AND AFTER IMAGE OF
      *EVERY CUSTMAS UPDATE MADE HERE IS APPENDED SO MSTRCOV1 CAN
      *ROLL THE LAST BACKUP FORWARD
           SELECT MSTJRNL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANOUT.
           COPY "TRANREC.CPY".
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  OPENITEM.
           COPY "OPENITEM.CPY".
       FD  OPENAPPL.
           COPY "OAPPLREC.CPY".
       FD  CUSTAUD.
           COPY "CMAUDREC.CPY".
       FD  INVCTL.
           COPY "INVCTL.CPY".
       FD  PAYBATCH.
       01  PAYBATCH-RECORD.
           05  PAYB-CUST-NO    PIC X(15).
      *AMOUNT IS WHOLE CENTS - THE LAST TWO DIGITS ARE THE CENTS
           05  PAYB-AMOUNT     PIC X(9).
      *UP TO FIVE INVOICE NUMBERS THE REMITTANCE SAYS IT PAYS - ALL
      *BLANK MEANS APPLY OLDEST-FIRST
           05  PAYB-INVOICE-NO PIC X(9) OCCURS 5 TIMES.
       FD  PAYREJ.
       01  PAYREJ-RECORD.
           05  PAYR-RUN-DATE   PIC 9(8).
           05  PAYR-REASON     PIC X(4).
           05  PAYR-IMAGE      PIC X(69).
       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       FD  RUNCTL.
           05  ACCTSRT-CUST-NO PIC X(15).
           05  ACCTSRT-TOTAL   PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  ACCTSRT-TAX     PIC S9(7)V99 SIGN LEADING SEPARATE.
       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  SECLOG.
           COPY "SECREC.CPY".
       FD  MSTJRNL.
           COPY "JRNLREC.CPY".
       WORKING-STORAGE SECTION.
      *RECOVERY JOURNAL STATUS, AND THE MASTER RECORD AS IT STOOD
      *WHEN READ - HELD FOR THE JOURNAL'S BEFORE IMAGE UNTIL THE
      *UPDATE HAS GONE THROUGH
       01  WS-MSTJRNL-STATUS   PIC X(2) VALUE "00".
           88  MSTJRNL-IO-OK             VALUE "00".
           88  MSTJRNL-MISSING           VALUE "35".
       01  WS-JRNL-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01  WS-TRANOUT-STATUS   PIC X(2) VALUE "00".
           88  TRANOUT-OPEN-OK           VALUE "00".
           88  TRANOUT-MISSING           VALUE "35".
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-IO-OK             VALUE "00".
       01  WS-OPENITEM-STATUS  PIC X(2) VALUE "00".
           88  OPENITEM-IO-OK            VALUE "00".
           88  OPENITEM-MISSING          VALUE "35".
       01  WS-OPENAPPL-STATUS  PIC X(2) VALUE "00".
           88  OPENAPPL-OPEN-OK          VALUE "00".
           88  OPENAPPL-MISSING          VALUE "35".
       01  WS-CUSTAUD-STATUS   PIC X(2) VALUE "00".
           88  CUSTAUD-OPEN-OK           VALUE "00".
           88  CUSTAUD-MISSING           VALUE "35".
       01  WS-INVCTL-STATUS    PIC X(2) VALUE "00".
           88  INVCTL-OPEN-OK            VALUE "00".
           88  INVCTL-MISSING            VALUE "35".
       01  WS-OPEN-EOF-SW      PIC X(1) VALUE "N".
           88  OPEN-ITEMS-DONE           VALUE "Y".
       01  WS-PAYBATCH-STATUS  PIC X(2) VALUE "00".
           88  PAYBATCH-OPEN-OK          VALUE "00".
       01  WS-PAYREJ-STATUS    PIC X(2) VALUE "00".
      *BALANCE1 CAN SAY WHICH SESSION A PAYMENT CAME FROM
       01  WS-SESSION-ID       PIC X(8) VALUE SPACES.

      *OPERATOR SECURITY FILE AND SECURITY LOG STATUS - NEITHER IS
      *OPTIONAL, SINCE NOBODY MAY WORK UNSIGNED
       01  WS-OPERMAS-STATUS   PIC X(2) VALUE "00".
           88  OPERMAS-OPEN-OK           VALUE "00".
       01  WS-SECLOG-STATUS    PIC X(2) VALUE "00".
           88  SECLOG-OPEN-OK            VALUE "00".
           88  SECLOG-MISSING            VALUE "35".

      *SIGN-ON WORK FIELDS - THE PASSWORD IS NEVER DISPLAYED OR
      *WRITTEN ANYWHERE, AND THREE FAILED ATTEMPTS END THE SESSION
       01  PASSWORD-IN         PIC X(8).
       01  WS-SIGNON-TRIES     PIC 9(1) VALUE ZERO.
       01  WS-SIGNON-SW        PIC X(1) VALUE "N".
           88  SIGNON-OK                 VALUE "Y".
       01  WS-SEC-EVENT        PIC X(6).
       01  WS-SEC-REASON       PIC X(40).

      *PAYMENT BEING PROCESSED - AMOUNT IS ACCEPTED AS ALPHANUMERIC
      *SO A NON-NUMERIC KEYSTROKE CAN BE DETECTED INSTEAD OF
      *FLOWING INTO THE POSTED BALANCE. KEYED IN DOLLARS AND CENTS
           88  PAYMENT-ACCEPTED          VALUE "Y".
       01  WS-PAY-REASON       PIC X(4) VALUE SPACES.

      *RECEIPT NUMBER TAKEN FROM INVCTL FOR THE PAYMENT BEING
      *POSTED - CARRIED ON THE TRANSACTION RECORD, THE RECEIPT, THE
      *APPLICATION JOURNAL AND ANY UNAPPLIED-CASH ITEM
       01  WS-RECEIPT-NO       PIC 9(9) VALUE ZERO.

      *ENTRY SEQUENCE NUMBER FOR THE BUSINESS DATE, TAKEN FROM INVCTL
      *ALONG WITH THE RECEIPT NUMBER FROM THE SAME DAILY SEQUENCE
      *INTRO1 NUMBERS ITS ENTRIES FROM, AND PRINTED ON THE RECEIPT
       01  WS-ENTRY-SEQ        PIC 9(5) VALUE ZERO.

      *INVOICES NAMED FOR THE PAYMENT, KEYED OR OFF THE BATCH LINE -
      *A COUNT OF ZERO MEANS APPLY OLDEST-FIRST
       01  WS-NAMED-INVOICES.
           05  WS-NAMED-INV-NO PIC 9(9) OCCURS 5 TIMES.
       01  WS-NAMED-COUNT      PIC 9(1) VALUE ZERO.
       01  WS-INV-SUB          PIC 9(1) VALUE ZERO.
       01  WS-INV-SUB-2        PIC 9(1) VALUE ZERO.
       01  INVOICE-NO-IN       PIC X(9).
       01  WS-INVOICE-NUM      PIC 9(9) VALUE ZERO.

      *CASH STILL TO BE APPLIED FROM THE CURRENT RECEIPT, AND THE
      *AMOUNT BEING APPLIED TO THE OPEN ITEM IN HAND
       01  WS-UNAPPLIED-AMT    PIC S9(7)V99 VALUE ZERO.
       01  WS-APPLY-AMT        PIC S9(7)V99 VALUE ZERO.

      *OUTCOME OF CHECKING ONE NAMED INVOICE AGAINST THE OPEN-ITEM
      *FILE - IT MUST BE THE CUSTOMER'S, STILL OPEN AND STILL OWED
       01  WS-INVOICE-OK-SW    PIC X(1) VALUE "N".
           88  INVOICE-OK                VALUE "Y".

      *CREDIT-HOLD RELEASE CHECK - WHAT IS STILL OVERDUE (OPEN
      *AMOUNTS OWED MORE THAN 30 DAYS, THE SAME LINE THE COLLECTIONS
      *RUN STARTS SENDING LETTERS AT) NET OF OPEN CREDITS AND
      *UNAPPLIED CASH. ONCE THAT IS NOTHING THE HOLD COMES OFF
       01  WS-OVERDUE-AMT      PIC S9(9)V99 VALUE ZERO.
       01  WS-TODAY-DAY-NUMBER PIC 9(9) COMP.
       01  WS-ITEM-DAY-NUMBER  PIC 9(9) COMP.
       01  WS-ITEM-AGE-DAYS    PIC S9(9) COMP.
       01  WS-HOLD-RELEASED-SW PIC X(1) VALUE "N".
           88  HOLD-RELEASED             VALUE "Y".
      *DATE THE HOLD BEING RELEASED WAS PLACED - KEPT ON THE AUDIT
      *RECORD SO A VOID OF THE PAYMENT CAN PUT THE HOLD BACK AS IT WAS
       01  WS-RELEASED-HOLD-DATE PIC 9(8) VALUE ZERO.

      *BUSINESS DATE FOR THE RECEIPT HEADING AND THE REJECT FILE,
      *PULLED ONCE AT THE START OF THE RUN FROM THE RUN-CONTROL FILE
       01  WS-REPORT-DATE      PIC 9(8).
           05  STMT-CUST-NAME  PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  STMT-TRAN-DESC  PIC X(13) VALUE "** PAYMENT **".
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "RECEIPT ".
           05  STMT-RECEIPT-NO PIC 9(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "ENTRY ".
           05  STMT-ENTRY-SEQ  PIC 9(5).
           05  FILLER          PIC X(22) VALUE SPACES.

       01  STMT-PAY-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  STMT-PAY-AMT    PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(95) VALUE SPACES.

      *ONE LINE PER OPEN ITEM THE RECEIPT WAS APPLIED TO, AND ONE
      *FOR ANY REMAINDER HELD ON ACCOUNT AS UNAPPLIED CASH
       01  STMT-APPL-LINE.
           05  FILLER          PIC X(12) VALUE SPACES.
           05  STMT-APPL-DESC  PIC X(19).
           05  STMT-APPL-INV   PIC 9(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  STMT-APPL-AMT   PIC ZZZ,ZZ9.99.
           05  FILLER          PIC X(80) VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(15) VALUE "TOTAL AMOUNT =".
               GOBACK
           END-IF

      *I-O - EVERY RECEIPT DRAWS DOWN OPEN-ITEM BALANCES. NO FILE
      *YET MEANS NO ENTRY RUN HAS CREATED ONE, SO CREATE IT EMPTY
      *AND ANY CASH TAKEN IS SIMPLY HELD AS UNAPPLIED
           OPEN I-O OPENITEM
           IF OPENITEM-MISSING
               OPEN OUTPUT OPENITEM
               CLOSE OPENITEM
               OPEN I-O OPENITEM
           END-IF

           IF NOT OPENITEM-IO-OK
               DISPLAY "*** FATAL - OPENITEM COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENITEM-STATUS " ***"
               CLOSE TRANOUT
               CLOSE CUSTMAS
               GOBACK
           END-IF

      *THE APPLICATION JOURNAL IS APPENDED TO ACROSS RUNS AND
      *CREATED EMPTY THE FIRST TIME
           OPEN EXTEND OPENAPPL
           IF OPENAPPL-MISSING
               OPEN OUTPUT OPENAPPL
               CLOSE OPENAPPL
               OPEN EXTEND OPENAPPL
           END-IF

           IF NOT OPENAPPL-OPEN-OK
               DISPLAY "*** FATAL - OPENAPPL COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENAPPL-STATUS " ***"
               CLOSE TRANOUT
               CLOSE CUSTMAS
               CLOSE OPENITEM
               GOBACK
           END-IF

      *CUSTOMER AUDIT TRAIL IS APPENDED TO, AND CREATED EMPTY IF
      *CUSTMNT1 HAS NEVER RUN
           OPEN EXTEND CUSTAUD
           IF CUSTAUD-MISSING
               OPEN OUTPUT CUSTAUD
               CLOSE CUSTAUD
               OPEN EXTEND CUSTAUD
           END-IF

           IF NOT CUSTAUD-OPEN-OK
               DISPLAY "*** FATAL - CUSTAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTAUD-STATUS " ***"
               CLOSE TRANOUT
               CLOSE CUSTMAS
               CLOSE OPENITEM
               CLOSE OPENAPPL
               GOBACK
           END-IF

      *RECEIPTS RIDE ON THE SAME STATEMENT FILE INTRO1 WRITES -
      *APPENDED, AND CREATED EMPTY IF NO ENTRY RUN HAS MADE IT YET
           OPEN EXTEND PRTFILE
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               CLOSE TRANOUT
               CLOSE CUSTMAS
               CLOSE OPENITEM
               CLOSE OPENAPPL
               CLOSE CUSTAUD
               GOBACK
           END-IF

      *RECOVERY JOURNAL - APPENDED TO ACROSS RUNS, EVERY BALANCE
      *POSTING AND HOLD RELEASE THIS RUN MAKES GOES ON IT. CREATED
      *EMPTY THE FIRST TIME, SAME AS THE FILES ABOVE
           OPEN EXTEND MSTJRNL
           IF MSTJRNL-MISSING
               OPEN OUTPUT MSTJRNL
               CLOSE MSTJRNL
               OPEN EXTEND MSTJRNL
           END-IF

           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** FATAL - MSTJRNL COULD NOT BE OPENED, "
                       "FILE STATUS " WS-MSTJRNL-STATUS " ***"
               CLOSE TRANOUT
               CLOSE CUSTMAS
               CLOSE OPENITEM
               CLOSE OPENAPPL
               CLOSE CUSTAUD
               CLOSE PRTFILE
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)

      *STEP-ORDER CHECK - ONCE TRNPOST1 HAS POSTED THIS BUSINESS
      *DATE THE DAY IS CLOSED; A PAYMENT KEYED NOW WOULD SIT IN
                       "DATEADV1 TO OPEN THE NEXT DAY ***"
               CLOSE TRANOUT
               CLOSE CUSTMAS
               CLOSE OPENITEM
               CLOSE OPENAPPL
               CLOSE CUSTAUD
               CLOSE PRTFILE
               CLOSE MSTJRNL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               PERFORM INTERACTIVE-PAYMENT-PROCESSING
           END-IF

           PERFORM CLOSE-PAYMENT-FILES

      *A TERMINAL SESSION NOBODY SIGNED ON TO TOOK NO PAYMENTS - IT
      *NEITHER EXPORTS NOR MARKS THE DAY'S EXPORT STEP AS DONE, AND
      *ENDS ON THE RETURN CODE 8 THE SIGN-ON REFUSAL SET
           IF NOT BATCH-RUN AND NOT SIGNON-OK
               GOBACK
           END-IF

      *END-OF-RUN STEP - REBUILDS THE ACCOUNTING INTERFACE FROM
      *THE WHOLE OF TRANOUT SO THE PAYMENTS JUST TAKEN ARE IN IT
                   " PAYMENTS POSTED, " WS-REJECT-COUNT " REJECTED"
           GOBACK.

      *FILES EVERY RUN MODE HAS OPEN - CLOSED AT THE NORMAL END OF
      *RUN AND ON A FATAL ERROR PART WAY THROUGH
       CLOSE-PAYMENT-FILES.
           CLOSE TRANOUT
           CLOSE CUSTMAS
           CLOSE OPENITEM
           CLOSE OPENAPPL
           CLOSE CUSTAUD
           CLOSE PRTFILE
           CLOSE MSTJRNL.

      *FILES ONLY THE BATCH RUN HAS OPEN - IT CLOSES THEM ITSELF ON A
      *NORMAL END, SO THIS IS ONLY NEEDED WHEN A FATAL ERROR ENDS
      *THE RUN PART WAY THROUGH THE BATCH. THE SIGN-ON FILES OF A
      *TERMINAL SESSION ARE ALREADY CLOSED ONCE SIGN-ON IS DONE
       CLOSE-SESSION-FILES.
           IF BATCH-RUN
               CLOSE PAYBATCH
               CLOSE PAYREJ
           END-IF.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. AN INSTALLATION THAT HAS
      *NOT SET ONE UP YET FALLS BACK TO THE MACHINE CLOCK WITH A
       INTERACTIVE-PAYMENT-PROCESSING.

      *OPERATOR SIGN-ON - STAMPED ON EVERY TRANSACTION RECORD THIS
      *SESSION WRITES, SAME PROMPT THE REST OF THE SYSTEM USES. AN
      *OPERATOR WHO CANNOT SIGN ON POSTS NOTHING
           PERFORM VALIDATE-SESSION-ID
           IF NOT SIGNON-OK
               DISPLAY "*** PAYMENT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               MOVE "NO " TO MORE-DATA
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VALIDATE-CUST-NO
               PERFORM VALIDATE-PAY-AMOUNT
               PERFORM VALIDATE-NAMED-INVOICES

               COMPUTE WS-PAY-TOTAL = ZERO - PAY-AMOUNT-NUM
               DISPLAY CUST-NO-IN " " CUST-MAS-NAME
               END-IF
           END-IF

      *ANY INVOICE THE REMITTANCE NAMES MUST BE ONE OF THE
      *CUSTOMER'S STILL-OPEN ITEMS - A WRONG NUMBER IS MORE LIKELY A
      *KEYING SLIP THAN A REAL INSTRUCTION, SO THE LINE IS REJECTED
      *RATHER THAN APPLIED SOMEWHERE THE CUSTOMER DID NOT ASK FOR
           MOVE ZERO TO WS-NAMED-COUNT
           IF PAYMENT-ACCEPTED
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > 5 OR NOT PAYMENT-ACCEPTED
                   IF PAYB-INVOICE-NO(WS-INV-SUB) NOT = SPACES
                       MOVE PAYB-INVOICE-NO(WS-INV-SUB)
                           TO INVOICE-NO-IN
                       PERFORM CHECK-NAMED-INVOICE
                       IF INVOICE-OK
                           ADD 1 TO WS-NAMED-COUNT
                           MOVE WS-INVOICE-NUM
                               TO WS-NAMED-INV-NO(WS-NAMED-COUNT)
                       ELSE
                           DISPLAY "*** PAYMENT REJECT - CUSTOMER "
                                   "NUMBER " CUST-NO-IN " INVOICE "
                                   INVOICE-NO-IN
                                   " IS NOT AN OPEN ITEM ***"
                           MOVE "N"    TO WS-PAY-ACCEPT-SW
                           MOVE "INV " TO WS-PAY-REASON
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF PAYMENT-ACCEPTED
               COMPUTE WS-PAY-TOTAL = ZERO - PAY-AMOUNT-NUM
               DISPLAY CUST-NO-IN " " CUST-MAS-NAME
           WRITE PAYREJ-RECORD
           ADD 1 TO WS-REJECT-COUNT.

      *OPERATOR SIGN-ON - THE ID AND PASSWORD MUST MATCH AN ACTIVE
      *OPERATOR ON OPERMAS WHOSE ROLE MAY RUN THIS PROGRAM - A
      *CASH CLERK OR A SUPERVISOR.
      *EVERY ATTEMPT GOES ON THE SECURITY LOG, AND THREE FAILURES
      *END THE SESSION
       VALIDATE-SESSION-ID.
           MOVE "N" TO WS-SIGNON-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT OPERMAS
           IF NOT OPERMAS-OPEN-OK
               DISPLAY "*** FATAL - OPERMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPERMAS-STATUS " ***"
           ELSE
               OPEN EXTEND SECLOG
               IF SECLOG-MISSING
                   OPEN OUTPUT SECLOG
                   CLOSE SECLOG
                   OPEN EXTEND SECLOG
               END-IF
               IF NOT SECLOG-OPEN-OK
                   DISPLAY "*** FATAL - SECLOG COULD NOT BE OPENED, "
                           "FILE STATUS " WS-SECLOG-STATUS " ***"
               ELSE
                   PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TRIES = 3
                       PERFORM CHECK-OPERATOR-SIGNON
                   END-PERFORM
                   CLOSE SECLOG
               END-IF
               CLOSE OPERMAS
           END-IF.

      *ONE SIGN-ON ATTEMPT - THE REASON FOR A FAILURE IS LOGGED BUT
      *NOT SHOWN, SO THE TERMINAL DOES NOT CONFIRM WHICH IDS EXIST
       CHECK-OPERATOR-SIGNON.
           ADD 1 TO WS-SIGNON-TRIES
           DISPLAY "ENTER OPERATOR ID (8 CHARACTERS)"
           ACCEPT WS-SESSION-ID
           MOVE FUNCTION UPPER-CASE(WS-SESSION-ID) TO WS-SESSION-ID
           DISPLAY "ENTER PASSWORD"
           ACCEPT PASSWORD-IN
           MOVE "FAILED" TO WS-SEC-EVENT
           IF WS-SESSION-ID = SPACES
               MOVE "BLANK OPERATOR ID" TO WS-SEC-REASON
           ELSE
               MOVE WS-SESSION-ID TO OPER-ID
               READ OPERMAS
                   INVALID KEY
                       MOVE "OPERATOR NOT ON FILE" TO WS-SEC-REASON
                   NOT INVALID KEY
                       IF OPER-PASSWORD NOT = PASSWORD-IN
                           MOVE "WRONG PASSWORD" TO WS-SEC-REASON
                       ELSE
                           IF NOT OPER-ACTIVE
                               MOVE "OPERATOR REVOKED"
                                   TO WS-SEC-REASON
                           ELSE
                               IF OPER-CASH-CLERK OR OPER-SUPERVISOR
                                   MOVE "SIGNON" TO WS-SEC-EVENT
                                   MOVE SPACES TO WS-SEC-REASON
                                   MOVE "Y" TO WS-SIGNON-SW
                               ELSE
                                   MOVE "ROLE MAY NOT RUN PAYMENT1"
                                       TO WS-SEC-REASON
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF SIGNON-OK
               DISPLAY "SIGNED ON AS " OPER-NAME
           ELSE
               DISPLAY "*** ERROR - SIGN-ON REJECTED, ATTEMPT "
                       WS-SIGNON-TRIES " OF 3 ***"
           END-IF
           PERFORM WRITE-SIGNON-SECLOG.

      *BUILDS AND APPENDS ONE SECURITY LOG RECORD FOR THE SIGN-ON
      *ATTEMPT JUST MADE
       WRITE-SIGNON-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
           MOVE "PAYMENT1"            TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE WS-SESSION-ID         TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *CUSTOMER NUMBER - RE-PROMPTED UNTIL IT IS ON THE CUSTOMER
      *MASTER, SAME RULES AS INTRO1'S VALIDATE-CUST-NO
               END-IF
           END-PERFORM.

      *INVOICES THE CUSTOMER SAYS THIS PAYMENT IS FOR - UP TO FIVE,
      *EACH RE-PROMPTED UNTIL IT IS ONE OF THE CUSTOMER'S OPEN
      *ITEMS. A BLANK ENDS THE LIST; A BLANK FIRST ANSWER APPLIES
      *THE PAYMENT OLDEST-FIRST
       VALIDATE-NAMED-INVOICES.
           MOVE ZERO TO WS-NAMED-COUNT
           PERFORM LIST-OPEN-ITEMS
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER INVOICE NUMBER THIS PAYMENT IS FOR, "
                       "OR BLANK WHEN DONE (BLANK FIRST APPLIES "
                       "OLDEST-FIRST)"
               ACCEPT INVOICE-NO-IN
               IF INVOICE-NO-IN = SPACES
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   PERFORM CHECK-NAMED-INVOICE
                   IF INVOICE-OK
                       ADD 1 TO WS-NAMED-COUNT
                       MOVE WS-INVOICE-NUM
                           TO WS-NAMED-INV-NO(WS-NAMED-COUNT)
                       IF WS-NAMED-COUNT = 5
                           MOVE "Y" TO WS-FIELD-VALID-SW
                       END-IF
                   ELSE
                       DISPLAY "*** ERROR - INVOICE " INVOICE-NO-IN
                               " IS NOT AN OPEN ITEM FOR THIS "
                               "CUSTOMER, RE-ENTER ***"
                   END-IF
               END-IF
           END-PERFORM.

      *SHOWS THE OPERATOR THE CUSTOMER'S STILL-OPEN ITEMS, OLDEST
      *FIRST, SO THE INVOICES ON THE REMITTANCE CAN BE MATCHED
       LIST-OPEN-ITEMS.
           MOVE CUST-NO-IN TO OPEN-CUST-NO
           MOVE ZERO       TO OPEN-INVOICE-NO
           MOVE "N"        TO WS-OPEN-EOF-SW
           START OPENITEM KEY IS NOT LESS THAN OPEN-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OPEN-EOF-SW
           END-START
           PERFORM UNTIL OPEN-ITEMS-DONE
               READ OPENITEM NEXT
                   AT END
                       MOVE "Y" TO WS-OPEN-EOF-SW
                   NOT AT END
                       IF OPEN-CUST-NO NOT = CUST-NO-IN
                           MOVE "Y" TO WS-OPEN-EOF-SW
                       ELSE
                           IF OPEN-ITEM-OPEN
                               DISPLAY "  INVOICE " OPEN-INVOICE-NO
                                       " DATED " OPEN-INVOICE-DATE
                                       " TYPE " OPEN-TRAN-TYPE
                                       " OPEN BALANCE ="
                                       OPEN-BALANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *ONE NAMED INVOICE - MUST BE NUMERIC, NOT ALREADY NAMED FOR
      *THIS PAYMENT, AND ON THE OPEN-ITEM FILE FOR THIS CUSTOMER
      *STILL OPEN WITH AN AMOUNT OWED
       CHECK-NAMED-INVOICE.
           MOVE "N" TO WS-INVOICE-OK-SW
           IF FUNCTION TRIM(INVOICE-NO-IN) IS NUMERIC
               MOVE FUNCTION TRIM(INVOICE-NO-IN) TO WS-INVOICE-NUM
               MOVE CUST-NO-IN     TO OPEN-CUST-NO
               MOVE WS-INVOICE-NUM TO OPEN-INVOICE-NO
               READ OPENITEM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPEN-ITEM-OPEN AND OPEN-BALANCE > ZERO
                           MOVE "Y" TO WS-INVOICE-OK-SW
                       END-IF
               END-READ
               PERFORM VARYING WS-INV-SUB-2 FROM 1 BY 1
                       UNTIL WS-INV-SUB-2 > WS-NAMED-COUNT
                   IF WS-NAMED-INV-NO(WS-INV-SUB-2) = WS-INVOICE-NUM
                       MOVE "N" TO WS-INVOICE-OK-SW
                   END-IF
               END-PERFORM
           END-IF.

      *ONE ACCEPTED PAYMENT - RECEIPT NUMBER, TRANSACTION RECORD,
      *RECEIPT WITH ITS CASH APPLICATION, AND THE MASTER BALANCE,
      *IN THE SAME ORDER INTRO1 POSTS AN ENTRY
       POST-PAYMENT.
           PERFORM ASSIGN-RECEIPT-NUMBER
           PERFORM WRITE-TRANSACTION-RECORD
           PERFORM WRITE-PAYMENT-RECEIPT
           PERFORM POST-CUSTOMER-BALANCE
           ADD 1 TO WS-RECEIPT-COUNT.

      *TAKES THE NEXT NUMBER FROM THE CONTROL FILE INTRO1 NUMBERS
      *ITS INVOICES FROM AND REWRITES IT AT ONCE, SO AN ENTRY
      *SESSION RUNNING THE SAME DAY NEVER GETS THE SAME NUMBER. NO
      *CONTROL FILE YET MEANS NO NUMBER HAS BEEN USED. THE DAY'S
      *ENTRY SEQUENCE IS TAKEN IN THE SAME REWRITE, AND STARTS
      *AGAIN AT 1 WHEN THE CONTROL RECORD IS FROM AN EARLIER
      *BUSINESS DATE
       ASSIGN-RECEIPT-NUMBER.
           MOVE ZERO TO WS-RECEIPT-NO
           MOVE ZERO TO WS-ENTRY-SEQ
           OPEN INPUT INVCTL
           IF INVCTL-OPEN-OK
               READ INVCTL
                   NOT AT END
                       MOVE INV-LAST-NUMBER TO WS-RECEIPT-NO
                       IF INV-SEQ-DATE = WS-REPORT-DATE
                           MOVE INV-LAST-ENTRY-SEQ TO WS-ENTRY-SEQ
                       END-IF
               END-READ
               CLOSE INVCTL
           ELSE
               IF NOT INVCTL-MISSING
                   DISPLAY "*** FATAL - INVCTL COULD NOT BE OPENED, "
                           "FILE STATUS " WS-INVCTL-STATUS " ***"
                   PERFORM CLOSE-SESSION-FILES
                   PERFORM CLOSE-PAYMENT-FILES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           ADD 1 TO WS-RECEIPT-NO
           ADD 1 TO WS-ENTRY-SEQ

           OPEN OUTPUT INVCTL
           IF NOT INVCTL-OPEN-OK
               DISPLAY "*** FATAL - INVCTL COULD NOT BE REWRITTEN, "
                       "FILE STATUS " WS-INVCTL-STATUS " ***"
               PERFORM CLOSE-SESSION-FILES
               PERFORM CLOSE-PAYMENT-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-RECEIPT-NO  TO INV-LAST-NUMBER
           MOVE WS-REPORT-DATE TO INV-SEQ-DATE
           MOVE WS-ENTRY-SEQ   TO INV-LAST-ENTRY-SEQ
           WRITE INVOICE-CONTROL-RECORD
           CLOSE INVCTL.

      *APPLIES THE RECEIPT - TO THE NAMED INVOICES IN THE ORDER
      *GIVEN, OR OLDEST-FIRST ACROSS THE CUSTOMER'S OPEN ITEMS WHEN
      *NONE WERE NAMED. WHATEVER CANNOT BE APPLIED IS HELD ON
      *ACCOUNT AS AN UNAPPLIED-CASH ITEM RATHER THAN FORCED ONTO AN
      *INVOICE THE CUSTOMER DID NOT PAY
       APPLY-RECEIPT.
           MOVE PAY-AMOUNT-NUM TO WS-UNAPPLIED-AMT
           IF WS-NAMED-COUNT > ZERO
               PERFORM VARYING WS-INV-SUB FROM 1 BY 1
                       UNTIL WS-INV-SUB > WS-NAMED-COUNT
                          OR WS-UNAPPLIED-AMT = ZERO
                   MOVE CUST-NO-IN TO OPEN-CUST-NO
                   MOVE WS-NAMED-INV-NO(WS-INV-SUB)
                       TO OPEN-INVOICE-NO
                   READ OPENITEM
                       INVALID KEY
                           DISPLAY "*** ERROR - INVOICE "
                                   WS-NAMED-INV-NO(WS-INV-SUB)
                                   " COULD NOT BE RE-READ, FILE "
                                   "STATUS " WS-OPENITEM-STATUS
                                   " ***"
                       NOT INVALID KEY
                           PERFORM APPLY-TO-OPEN-ITEM
                   END-READ
               END-PERFORM
           ELSE
               PERFORM APPLY-OLDEST-FIRST
           END-IF

           IF WS-UNAPPLIED-AMT > ZERO
               PERFORM HOLD-UNAPPLIED-CASH
           END-IF.

      *WALKS THE CUSTOMER'S OPEN ITEMS IN KEY ORDER - INVOICE
      *NUMBERS ARE HANDED OUT IN ASCENDING ORDER, SO THAT IS
      *OLDEST FIRST - PAYING OFF EACH AMOUNT OWED UNTIL THE CASH
      *RUNS OUT. CREDIT ITEMS AND UNAPPLIED CASH ARE LEFT ALONE
       APPLY-OLDEST-FIRST.
           MOVE CUST-NO-IN TO OPEN-CUST-NO
           MOVE ZERO       TO OPEN-INVOICE-NO
           MOVE "N"        TO WS-OPEN-EOF-SW
           START OPENITEM KEY IS NOT LESS THAN OPEN-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OPEN-EOF-SW
           END-START
           PERFORM UNTIL OPEN-ITEMS-DONE OR WS-UNAPPLIED-AMT = ZERO
               READ OPENITEM NEXT
                   AT END
                       MOVE "Y" TO WS-OPEN-EOF-SW
                   NOT AT END
                       IF OPEN-CUST-NO NOT = CUST-NO-IN
                           MOVE "Y" TO WS-OPEN-EOF-SW
                       ELSE
                           IF OPEN-ITEM-OPEN AND OPEN-BALANCE > ZERO
                               PERFORM APPLY-TO-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *APPLIES AS MUCH OF THE REMAINING CASH AS THE OPEN ITEM IN
      *THE BUFFER WILL TAKE, REWRITES IT - MARKED PAID ONCE IT
      *REACHES ZERO - AND JOURNALS AND PRINTS THE APPLICATION
       APPLY-TO-OPEN-ITEM.
           IF OPEN-BALANCE > WS-UNAPPLIED-AMT
               MOVE WS-UNAPPLIED-AMT TO WS-APPLY-AMT
           ELSE
               MOVE OPEN-BALANCE     TO WS-APPLY-AMT
           END-IF
           SUBTRACT WS-APPLY-AMT FROM OPEN-BALANCE
           SUBTRACT WS-APPLY-AMT FROM WS-UNAPPLIED-AMT
           IF OPEN-BALANCE = ZERO
               MOVE "P" TO OPEN-STATUS
           END-IF
           MOVE WS-REPORT-DATE TO OPEN-LAST-APPL-DATE
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR - INVOICE " OPEN-INVOICE-NO
                           " COULD NOT BE REWRITTEN, FILE STATUS "
                           WS-OPENITEM-STATUS " ***"
           END-REWRITE
           MOVE OPEN-INVOICE-NO TO APPL-INVOICE-NO
           MOVE "APPLIED TO INVOICE" TO STMT-APPL-DESC
           PERFORM WRITE-APPLICATION-RECORD.

      *WHAT IS LEFT OF THE RECEIPT BECOMES A NEGATIVE OPEN ITEM
      *KEYED BY THE RECEIPT NUMBER - CASH HELD ON ACCOUNT UNTIL IT
      *IS APPLIED OR REFUNDED
       HOLD-UNAPPLIED-CASH.
           MOVE CUST-NO-IN     TO OPEN-CUST-NO
           MOVE WS-RECEIPT-NO  TO OPEN-INVOICE-NO
           MOVE WS-REPORT-DATE TO OPEN-INVOICE-DATE
           MOVE "U"            TO OPEN-TRAN-TYPE
           COMPUTE OPEN-ORIGINAL-AMT = ZERO - WS-UNAPPLIED-AMT
           MOVE OPEN-ORIGINAL-AMT TO OPEN-BALANCE
           MOVE "O"            TO OPEN-STATUS
           MOVE ZERO           TO OPEN-LAST-APPL-DATE
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR - UNAPPLIED CASH FOR RECEIPT "
                           WS-RECEIPT-NO " COULD NOT BE WRITTEN, "
                           "FILE STATUS " WS-OPENITEM-STATUS " ***"
           END-WRITE
           MOVE WS-UNAPPLIED-AMT TO WS-APPLY-AMT
           MOVE ZERO             TO WS-UNAPPLIED-AMT
           MOVE WS-RECEIPT-NO    TO APPL-INVOICE-NO
           MOVE "HELD AS UNAPPLIED" TO STMT-APPL-DESC
           PERFORM WRITE-APPLICATION-RECORD.

      *APPENDS ONE APPLICATION JOURNAL RECORD AND PRINTS THE
      *MATCHING RECEIPT LINE - APPL-INVOICE-NO AND STMT-APPL-DESC
      *ARE SET BY THE CALLER
       WRITE-APPLICATION-RECORD.
           MOVE WS-REPORT-DATE TO APPL-DATE
           MOVE WS-RECEIPT-NO  TO APPL-RECEIPT-NO
           MOVE CUST-NO-IN     TO APPL-CUST-NO
           MOVE WS-APPLY-AMT   TO APPL-AMOUNT
           MOVE WS-SESSION-ID  TO APPL-SESSION-ID
           WRITE APPL-RECORD
           MOVE APPL-INVOICE-NO TO STMT-APPL-INV
           MOVE WS-APPLY-AMT    TO STMT-APPL-AMT
           WRITE PRT-LINE FROM STMT-APPL-LINE.

      *MOVES THE PAYMENT INTO THE TRANSACTION RECORD LAYOUT AND
      *APPENDS IT TO TRANOUT AS A TYPE-P ENTRY WITH A SINGLE
      *"PAYMT" LINE, SO CUSTRPT1, TRNPOST1/CUSTRPT2 AND THE

      *A PAYMENT CARRIES NO SALES TAX OF ITS OWN
           MOVE ZERO            TO TRAN-TAX-AMT
           MOVE WS-RECEIPT-NO   TO TRAN-INVOICE-NO
           MOVE WS-ENTRY-SEQ    TO TRAN-ENTRY-SEQ
           MOVE SPACE           TO TRAN-VOID-SW

      *REP ON THE ACCOUNT WHEN THE PAYMENT IS KEYED, CARRIED FOR
      *HISTORY LIKE EVERY OTHER ENTRY EVEN THOUGH CASH EARNS NO
      *COMMISSION
           MOVE CUST-MAS-REP-ID TO TRAN-REP-ID
           WRITE TRAN-RECORD.

      *PRINTS ONE PAYMENT RECEIPT - REPORT DATE, CUSTOMER NUMBER
      *AND NAME, THE AMOUNT RECEIVED, WHERE IT WAS APPLIED, AND THE
      *SIGNED TOTAL, THE SAME WAY INTRO1'S WRITE-CUSTOMER-STATEMENT
      *PRINTS A SALE. THE APPLICATION LINES ARE PRINTED AS THE CASH
      *IS APPLIED, SO THEY ALWAYS MATCH THE JOURNAL
       WRITE-PAYMENT-RECEIPT.
           MOVE WS-REPORT-DATE TO STMT-HDG-DATE
           WRITE PRT-LINE FROM STMT-HDG-LINE
           MOVE CUST-NO-IN     TO STMT-CUST-NO
           MOVE CUST-MAS-NAME  TO STMT-CUST-NAME
           MOVE WS-RECEIPT-NO  TO STMT-RECEIPT-NO
           MOVE WS-ENTRY-SEQ   TO STMT-ENTRY-SEQ
           WRITE PRT-LINE FROM STMT-CUST-LINE
           MOVE PAY-AMOUNT-NUM TO STMT-PAY-AMT
           WRITE PRT-LINE FROM STMT-PAY-LINE
           PERFORM APPLY-RECEIPT
           MOVE WS-PAY-TOTAL   TO STMT-TOTAL-AMT
           WRITE PRT-LINE FROM STMT-TOTAL-LINE
           WRITE PRT-LINE FROM STMT-BLANK-LINE.
                           " BALANCE COULD NOT BE POSTED, FILE "
                           "STATUS " WS-CUSTMAS-STATUS " ***"
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   ADD WS-PAY-TOTAL TO CUST-MAS-BALANCE
                   MOVE "N" TO WS-HOLD-RELEASED-SW
                   MOVE CUST-MAS-HOLD-DATE TO WS-RELEASED-HOLD-DATE
                   IF CUST-ON-CREDIT-HOLD
                       PERFORM CHECK-HOLD-RELEASE
                   END-IF
                   REWRITE CUST-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - CUSTOMER "
                                   CUST-NO-IN " BALANCE COULD NOT "
                                   "BE REWRITTEN, FILE STATUS "
                                   WS-CUSTMAS-STATUS " ***"
                       NOT INVALID KEY
                           MOVE "C" TO JRNL-ACTION
                           PERFORM JOURNAL-CUSTMAS-UPDATE
                           IF HOLD-RELEASED
                               PERFORM WRITE-HOLD-RELEASE-AUDIT
                           END-IF
                   END-REWRITE
           END-READ.

      *A HELD CUSTOMER WHOSE PAYMENT HAS JUST BEEN APPLIED - WALKS
      *THE OPEN ITEMS AND TAKES THE HOLD OFF IF NOTHING OVERDUE IS
      *LEFT ONCE OPEN CREDITS AND UNAPPLIED CASH ARE NETTED AGAINST
      *IT. ONLY THE MASTER RECORD IN THE BUFFER IS CHANGED; THE
      *CALLER'S REWRITE POSTS IT WITH THE NEW BALANCE
       CHECK-HOLD-RELEASE.
           MOVE ZERO       TO WS-OVERDUE-AMT
           MOVE CUST-NO-IN TO OPEN-CUST-NO
           MOVE ZERO       TO OPEN-INVOICE-NO
           MOVE "N"        TO WS-OPEN-EOF-SW
           START OPENITEM KEY IS NOT LESS THAN OPEN-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OPEN-EOF-SW
           END-START
           PERFORM UNTIL OPEN-ITEMS-DONE
               READ OPENITEM NEXT
                   AT END
                       MOVE "Y" TO WS-OPEN-EOF-SW
                   NOT AT END
                       IF OPEN-CUST-NO NOT = CUST-NO-IN
                           MOVE "Y" TO WS-OPEN-EOF-SW
                       ELSE
                           IF OPEN-ITEM-OPEN
                               PERFORM ADD-OVERDUE-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OVERDUE-AMT NOT > ZERO
               MOVE SPACE TO CUST-MAS-CREDIT-HOLD
               MOVE ZERO  TO CUST-MAS-HOLD-DATE
               MOVE "Y"   TO WS-HOLD-RELEASED-SW
               DISPLAY "CUSTOMER " CUST-NO-IN " OVERDUE AMOUNT "
                       "CLEARED - RELEASED FROM CREDIT HOLD"
           END-IF.

      *ONE OPEN ITEM - A CREDIT OR UNAPPLIED CASH COUNTS AGAINST
      *THE OVERDUE AMOUNT WHATEVER ITS AGE; AN AMOUNT OWED COUNTS
      *ONLY ONCE IT IS MORE THAN 30 DAYS OLD
       ADD-OVERDUE-AMOUNT.
           IF OPEN-BALANCE < ZERO
               ADD OPEN-BALANCE TO WS-OVERDUE-AMT
           ELSE
               COMPUTE WS-ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(OPEN-INVOICE-DATE)
               IF WS-ITEM-DAY-NUMBER = ZERO
                   MOVE 999 TO WS-ITEM-AGE-DAYS
               ELSE
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-TODAY-DAY-NUMBER - WS-ITEM-DAY-NUMBER
               END-IF
               IF WS-ITEM-AGE-DAYS > 30
                   ADD OPEN-BALANCE TO WS-OVERDUE-AMT
               END-IF
           END-IF.

      *TRACES AN AUTOMATIC HOLD RELEASE ON THE CUSTOMER AUDIT TRAIL
      *UNDER THE SESSION THAT TOOK THE PAYMENT - NAME, LIMIT AND TAX
      *ARE UNCHANGED, SO BEFORE AND AFTER CARRY THE SAME VALUES. THE
      *RECEIPT NUMBER AND OLD HOLD DATE LET TRNVOID1 UNDO IT
       WRITE-HOLD-RELEASE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CMAUD-TIMESTAMP
           MOVE WS-SESSION-ID         TO CMAUD-USER-ID
           MOVE "RELEAS"              TO CMAUD-ACTION
           MOVE CUST-NO-IN            TO CMAUD-CUST-NO
           MOVE CUST-MAS-NAME         TO CMAUD-OLD-NAME
           MOVE CUST-MAS-NAME         TO CMAUD-NEW-NAME
           MOVE CUST-MAS-CREDIT-LIMIT TO CMAUD-OLD-LIMIT
           MOVE CUST-MAS-CREDIT-LIMIT TO CMAUD-NEW-LIMIT
           MOVE CUST-MAS-TAX-JUR      TO CMAUD-OLD-TAX-JUR
           MOVE CUST-MAS-TAX-JUR      TO CMAUD-NEW-TAX-JUR
           MOVE CUST-MAS-TAX-RATE     TO CMAUD-OLD-TAX-RATE
           MOVE CUST-MAS-TAX-RATE     TO CMAUD-NEW-TAX-RATE
           MOVE "H"                   TO CMAUD-OLD-HOLD
           MOVE SPACE                 TO CMAUD-NEW-HOLD
           MOVE CUST-MAS-REP-ID       TO CMAUD-OLD-REP
           MOVE CUST-MAS-REP-ID       TO CMAUD-NEW-REP
           MOVE "ACCEPTED"            TO CMAUD-STATUS
           MOVE "OVERDUE AMOUNT PAID - HOLD RELEASED"
                                      TO CMAUD-REASON
           MOVE WS-RELEASED-HOLD-DATE TO CMAUD-OLD-HOLD-DATE
           MOVE WS-RECEIPT-NO         TO CMAUD-RECEIPT-NO
           WRITE CMAUD-RECORD.

      *RE-READS TRANOUT AFTER THE RUN HAS FINISHED WRITING IT AND
      *WRITES ONE ACCOUNTING INTERFACE RECORD PER CUSTOMER NUMBER -
      *THE WHOLE FILE EVERY TIME, SO THE LAST EXPORT OF THE DAY,

      *SORT'S INPUT PROCEDURE - RELEASES ONE ACCTSRT RECORD PER
      *TRANOUT ENTRY, CARRYING ONLY THE CUSTOMER NUMBER, TOTAL
      *AND TAX. AN ENTRY TRNVOID1 HAS VOIDED NEVER REACHES THE
      *LEDGER
       BUILD-ACCT-SORT-INPUT.
           MOVE "N" TO WS-TRAN-EOF-SW
           OPEN INPUT TRANOUT
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       IF NOT TRAN-VOIDED
                           MOVE TRAN-CUST-NO TO ACCTSRT-CUST-NO
                           MOVE TRAN-TOTAL   TO ACCTSRT-TOTAL
                           MOVE TRAN-TAX-AMT TO ACCTSRT-TAX
                           RELEASE ACCTSRT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANOUT.
           MOVE WS-ACCT-SUBTOTAL     TO ACCT-TOTAL
           MOVE WS-ACCT-TAX-SUBTOT   TO ACCT-TAX
           WRITE ACCT-INTERFACE-RECORD.

      *RECOVERY JOURNAL IMAGES FOR A CUSTOMER MASTER UPDATE THAT HAS
      *JUST GONE THROUGH - THE CALLER SETS JRNL-ACTION AND, FOR A
      *CHANGE OR DELETE, HOLDS THE RECORD AS READ IN
      *WS-JRNL-BEFORE-IMAGE
       JOURNAL-CUSTMAS-UPDATE.
           MOVE "C"         TO JRNL-MASTER
           MOVE CUST-MAS-NO TO JRNL-KEY
           MOVE SPACES      TO JRNL-BEFORE-IMAGE
           MOVE SPACES      TO JRNL-AFTER-IMAGE
           IF NOT JRNL-ADD
               MOVE WS-JRNL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           END-IF
           IF NOT JRNL-DELETE
               MOVE CUST-MASTER-RECORD TO JRNL-AFTER-IMAGE
           END-IF
           PERFORM WRITE-JOURNAL-RECORD.

      *STAMPS AND APPENDS ONE JOURNAL RECORD. A FAILED WRITE IS
      *CALLED OUT ON THE CONSOLE - THE MASTER UPDATE HAS ALREADY
      *GONE THROUGH, AND A RECOVERY PAST THIS POINT WOULD MISS IT
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-REPORT-DATE        TO JRNL-BUS-DATE
           MOVE "PAYMENT1" TO JRNL-PROGRAM
           WRITE JRNL-RECORD
           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** WARNING - MSTJRNL WRITE FAILED, FILE "
                       "STATUS " WS-MSTJRNL-STATUS " - " JRNL-KEY
                       " IS NOT JOURNALLED ***"
           END-IF.
