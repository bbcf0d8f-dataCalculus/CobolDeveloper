               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *SPECIAL-PRICING FILE IS A VSAM KSDS KEYED ON CUSTOMER NUMBER
      *PLUS ITEM CODE - MAINTAINED BY PRCMNT1, READ HERE FOR A
      *CUSTOMER'S CONTRACT PRICE AND THE ITEM'S QUANTITY BREAKS SO
      *A LINE IS CHARGED THE AGREED PRICE INSTEAD OF LIST
           SELECT PRICEMAS ASSIGN TO "PRICEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRICE-KEY
               FILE STATUS IS WS-PRICEMAS-STATUS.

      *OPEN-ITEM RECEIVABLES FILE IS A VSAM KSDS KEYED ON CUSTOMER
      *NUMBER PLUS INVOICE NUMBER - EVERY ACCEPTED SALE, RETURN OR
      *CREDIT ADDS ONE ITEM SO PAYMENT1 CAN APPLY CASH AGAINST IT
      *AND STMTGEN1 CAN AGE WHAT IS STILL OWED
           SELECT OPENITEM ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPEN-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.

      *INVOICE-NUMBER CONTROL FILE - ONE RECORD HOLDING THE LAST
      *NUMBER HANDED OUT, SHARED WITH PAYMENT1'S RECEIPT NUMBERS
           SELECT INVCTL ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

      *UNATTENDED BATCH RUNS PICK UP KEYED-INPUT-SHAPED ENTRIES FROM
      *THIS FLAT FILE INSTEAD OF FROM THE TERMINAL
           SELECT BATCHIN ASSIGN TO "BATCHIN"
      *INTERACTIVE/BATCH DAY) ROLL UP INTO ONE INTERFACE RECORD,
      *SAME CONTROL-BREAK APPROACH AS CUSTRPT1
           SELECT ACCTSRT ASSIGN TO "ACCTSRT1".

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
      *EVERY CUSTMAS BALANCE AND ITEMMAS ON-HAND UPDATE MADE HERE IS
      *APPENDED SO MSTRCOV1 CAN ROLL THE LAST BACKUP FORWARD
           SELECT MSTJRNL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANOUT.
           COPY "CUSTMAS.CPY".
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".
       FD  PRICEMAS.
           COPY "PRICEMAS.CPY".
       FD  OPENITEM.
           COPY "OPENITEM.CPY".
       FD  INVCTL.
           COPY "INVCTL.CPY".
       FD  BATCHIN.
           COPY "BATCHREC.CPY".

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
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-FOUND             VALUE "00".
           88  CUSTMAS-NOT-FOUND         VALUE "23".
           88  ITEMMAS-FOUND             VALUE "00".
           88  ITEMMAS-NOT-FOUND         VALUE "23".

      *THE PRICING FILE IS OPTIONAL - AN INSTALLATION WITH NO
      *SPECIAL PRICES SET UP YET CHARGES LIST ON EVERY LINE
       01  WS-PRICEMAS-STATUS  PIC X(2) VALUE "00".
           88  PRICEMAS-OPEN-OK          VALUE "00".
           88  PRICEMAS-MISSING          VALUE "35".
       01  WS-PRICEMAS-AVAIL-SW PIC X(1) VALUE "N".
           88  PRICEMAS-AVAILABLE        VALUE "Y".

      *FILE STATUS FOR EVERY OTHER FILE OPENED THIS RUN - CHECKED
      *RIGHT AFTER EACH OPEN SO A FAILURE (DISK FULL, PERMISSION
      *DENIED, MISSING DIRECTORY) STOPS THE RUN INSTEAD OF SILENTLY
           88  ACCTCF-MISSING            VALUE "35".
       01  WS-ACCTCF-EOF-SW    PIC X(1) VALUE "N".
           88  ACCTCF-EOF                VALUE "Y".
       01  WS-OPENITEM-STATUS  PIC X(2) VALUE "00".
           88  OPENITEM-IO-OK            VALUE "00".
           88  OPENITEM-MISSING          VALUE "35".
       01  WS-INVCTL-STATUS    PIC X(2) VALUE "00".
           88  INVCTL-OPEN-OK            VALUE "00".
           88  INVCTL-MISSING            VALUE "35".

      *INVOICE NUMBER TAKEN FROM INVCTL FOR THE ENTRY BEING POSTED -
      *CARRIED ON THE TRANSACTION RECORD, THE OPEN ITEM AND THE
      *PRINTED STATEMENT SO ALL THREE TIE TOGETHER
       01  WS-INVOICE-NO       PIC 9(9) VALUE ZERO.

      *ENTRY SEQUENCE NUMBER FOR THE BUSINESS DATE, TAKEN FROM INVCTL
      *ALONG WITH THE INVOICE NUMBER - PRINTED ON THE STATEMENT SO A
      *SUPERVISOR CAN NAME THE ENTRY TO TRNVOID1 THE SAME DAY
       01  WS-ENTRY-SEQ        PIC 9(5) VALUE ZERO.

      *RUN-MODE SWITCH - "I" FOR THE NORMAL INTERACTIVE TERMINAL
      *SESSION, "B" FOR AN UNATTENDED BATCH RUN OFF BATCHIN, "S" FOR
      *ONE, SO BALANCE1 CAN SAY WHICH OF A DAY'S SESSIONS AN
      *OUT-OF-BALANCE ENTRY CAME FROM
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
       01  WS-SUSPOUT-STATUS   PIC X(2) VALUE "00".
           88  SUSPOUT-OPEN-OK           VALUE "00".
           88  SUSPOUT-MISSING           VALUE "35".

      *CREDIT-CHECK OUTCOME FOR THE CURRENT ENTRY - AN ENTRY THAT
      *WOULD CARRY THE ACCOUNT OVER ITS CREDIT LIMIT IS REJECTED ON
      *THE BATCH PATH AND ONLY ACCEPTED INTERACTIVELY IF A
      *SUPERVISOR OVERRIDES THE WARNING
       01  WS-ENTRY-ACCEPT-SW  PIC X(1) VALUE "Y".
           88  ENTRY-ACCEPTED            VALUE "Y".
       01  WS-PROJECTED-BALANCE PIC S9(9)V99.

      *SUPERVISOR WHO AUTHORIZES AN OVERRIDE - CREDIT HOLD, CREDIT
      *LIMIT OR OVERSELL. THE OPERATOR AT THE KEYBOARD CANNOT WAVE
      *ANY OF THEM THROUGH ON THEIR OWN SAY-SO; THE SUPERVISOR KEYS
      *THEIR OWN ID AND PASSWORD, AND THE APPROVED ID IS CARRIED
      *ONTO THE AUDIT LOG RECORD FOR THE CHECK
       01  SUPERVISOR-ID-IN    PIC X(8).
       01  WS-APPROVER-ID      PIC X(8) VALUE SPACES.
       01  WS-OVERRIDE-TYPE    PIC X(12) VALUE SPACES.
       01  WS-OVERRIDE-SW      PIC X(1) VALUE "N".
           88  OVERRIDE-APPROVED         VALUE "Y".

      *STOCK-CHECK OUTCOME FOR THE CURRENT LINE - A SALE LINE WHOSE
      *QUANTITY EXCEEDS THE ON-HAND COUNT IS REJECTED ON THE BATCH
      *PATH AND ONLY ACCEPTED INTERACTIVELY IF A SUPERVISOR
      *OVERRIDES THE WARNING, SAME SPLIT AS CHECK-CREDIT-LIMIT
       01  WS-STOCK-OK-SW      PIC X(1) VALUE "Y".
           88  STOCK-OK                  VALUE "Y".
      *THE CODE IS LOOKED UP, SO COMPUTE-TOTAL KNOWS WHICH LINE
      *AMOUNTS THE CUSTOMER'S TAX RATE APPLIES TO
               10  TAXABLE-OUT   PIC X(1).
      *LIST PRICE FROM THE ITEM MASTER AND THE UNIT PRICE ACTUALLY
      *CHARGED, WITH WHAT THE CHARGED PRICE CAME FROM, SO THE
      *STATEMENT CAN SHOW THE CUSTOMER BOTH
               10  LIST-PRICE-OUT  PIC 9(5)V99.
               10  UNIT-PRICE-OUT  PIC 9(5)V99.
               10  PRICE-BASIS-OUT PIC X(9).

      *UNIT PRICE WORK FIELDS SET BY DETERMINE-UNIT-PRICE - THE
      *PRICE TO EXTEND AND WHETHER IT IS A CONTRACT OR QUANTITY-
      *BREAK PRICE (BLANK FOR LIST)
       01  WS-UNIT-PRICE      PIC 9(5)V99.
       01  WS-PRICE-BASIS     PIC X(9).
       01  WS-BREAK-SUB       PIC 9(1).
       01  WS-PRICE-EFFECT-SW PIC X(1) VALUE "N".
           88  PRICE-IN-EFFECT          VALUE "Y".

      *PRICE EXTENSION WORK FIELD - SIZED WIDER THAN AMT-NUM SO AN
      *EXTENSION THAT OVERFLOWS THE LINE AMOUNT'S DOLLAR DIGITS CAN
      *FLAGS A RETURN OR CREDIT ADJUSTMENT SO A CREDIT STATEMENT
      *CANNOT BE MISTAKEN FOR AN INVOICE
           05  STMT-TRAN-DESC  PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "INVOICE ".
           05  STMT-INVOICE-NO PIC 9(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "ENTRY ".
           05  STMT-ENTRY-SEQ  PIC 9(5).
           05  FILLER          PIC X(22) VALUE SPACES.

       01  STMT-ITEM-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  STMT-ITEM-QTY   PIC Z9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  STMT-ITEM-AMT   PIC Z,ZZ9.99.
      *LIST PRICE BESIDE THE UNIT PRICE CHARGED, SO A CONTRACT OR
      *QUANTITY-BREAK DISCOUNT IS VISIBLE ON THE STATEMENT ITSELF
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "LIST ".
           05  STMT-ITEM-LIST  PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(8)  VALUE "CHARGED ".
           05  STMT-ITEM-PRICE PIC ZZ,ZZ9.99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  STMT-ITEM-BASIS PIC X(9).
           05  FILLER          PIC X(13) VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  FILLER          PIC X(10) VALUE SPACES.
               GOBACK
           END-IF

      *I-O - EVERY ACCEPTED ENTRY ADDS ITS OPEN ITEM. THE FIRST RUN
      *AT A NEW INSTALLATION HAS NO FILE YET, SO CREATE AN EMPTY ONE
      *SAME AS CUSTMNT1 DOES FOR THE CUSTOMER MASTER
           OPEN I-O    OPENITEM
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
               CLOSE ITEMMAS
               GOBACK
           END-IF

      *STATEMENTS ACCUMULATE ACROSS THE DAY'S SESSIONS THE SAME WAY
      *THE TRANSACTION FILE DOES, SO BALANCE1'S ONE-STATEMENT-PER-
      *ENTRY CHECK STILL HOLDS ON A MULTI-SESSION DAY. DATEADV1
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               CLOSE TRANOUT
               CLOSE CUSTMAS
               CLOSE ITEMMAS
               CLOSE OPENITEM
               GOBACK
           END-IF

      *RECOVERY JOURNAL - APPENDED TO ACROSS RUNS, EVERY BALANCE AND
      *ON-HAND POSTING THIS SESSION MAKES GOES ON IT. THE FIRST
      *UPDATE RUN AT A NEW INSTALLATION HAS NO FILE YET, SO CREATE
      *AN EMPTY ONE FIRST
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
               CLOSE ITEMMAS
               CLOSE OPENITEM
               CLOSE PRTFILE
               GOBACK
           END-IF

               CLOSE TRANOUT
               CLOSE CUSTMAS
               CLOSE ITEMMAS
               CLOSE OPENITEM
               CLOSE PRTFILE
               CLOSE MSTJRNL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *SPECIAL PRICES ARE OPTIONAL - WITHOUT THE FILE EVERY LINE IS
      *CHARGED LIST, AS IT WAS BEFORE CONTRACT PRICING EXISTED
           OPEN INPUT PRICEMAS
           IF PRICEMAS-OPEN-OK
               MOVE "Y" TO WS-PRICEMAS-AVAIL-SW
           ELSE
               IF NOT PRICEMAS-MISSING
                   DISPLAY "*** WARNING - PRICEMAS COULD NOT BE "
                           "OPENED, FILE STATUS " WS-PRICEMAS-STATUS
                           " - EVERY LINE WILL BE CHARGED LIST ***"
               END-IF
           END-IF

           IF BATCH-RUN
               PERFORM BATCH-ENTRY-PROCESSING
           ELSE
               END-IF
           END-IF

           PERFORM CLOSE-ENTRY-FILES

      *A TERMINAL SESSION NOBODY SIGNED ON TO ENTERED NOTHING - IT
      *NEITHER EXPORTS NOR MARKS THE DAY'S EXPORT STEP AS DONE, AND
      *ENDS ON THE RETURN CODE 8 THE SIGN-ON REFUSAL SET
           IF NOT BATCH-RUN AND NOT SUSPENSE-RERUN
              AND NOT SIGNON-OK
               GOBACK
           END-IF

      *END-OF-RUN STEP - EXPORTS EVERY ENTRY JUST WRITTEN TO TRANOUT
      *OUT TO THE ACCOUNTING INTERFACE FILE

           GOBACK.

      *MASTER AND OUTPUT FILES EVERY RUN MODE HAS OPEN - CLOSED AT
      *THE NORMAL END OF RUN AND ON A FATAL ERROR PART WAY THROUGH
       CLOSE-ENTRY-FILES.
           CLOSE TRANOUT
           CLOSE CUSTMAS
           CLOSE ITEMMAS
           CLOSE OPENITEM
           CLOSE PRTFILE
           CLOSE MSTJRNL
           IF PRICEMAS-AVAILABLE
               CLOSE PRICEMAS
           END-IF.

      *FILES ONLY THE CURRENT RUN MODE HAS OPEN - EACH MODE CLOSES
      *ITS OWN ON A NORMAL END, SO THIS IS ONLY NEEDED WHEN A FATAL
      *ERROR ENDS THE RUN PART WAY THROUGH THE MODE'S PROCESSING
       CLOSE-SESSION-FILES.
           IF BATCH-RUN
               CLOSE BATCHIN
               CLOSE CHKPTFILE
               CLOSE SUSPOUT
           ELSE
               IF SUSPENSE-RERUN
                   CLOSE SUSPIN
                   CLOSE SUSPOUT
               ELSE
                   CLOSE AUDITLOG
                   IF SIGNON-OK
                       CLOSE OPERMAS
                       CLOSE SECLOG
                   END-IF
               END-IF
           END-IF.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. AN INSTALLATION THAT HAS
      *NOT SET ONE UP YET FALLS BACK TO THE MACHINE CLOCK WITH A
               CLOSE RUNSTAT
           END-IF.

      *OPERATOR SIGN-ON - THE ID AND PASSWORD MUST MATCH AN ACTIVE
      *OPERATOR ON OPERMAS WHOSE ROLE MAY RUN THIS PROGRAM - AN
      *ENTRY CLERK OR A SUPERVISOR.
      *EVERY ATTEMPT GOES ON THE SECURITY LOG, AND THREE FAILURES
      *END THE SESSION. BOTH FILES STAY OPEN FOR THE REST OF THE
      *SESSION FOR THE SUPERVISOR OVERRIDE CHECKS
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
                   IF NOT SIGNON-OK
                       CLOSE SECLOG
                   END-IF
               END-IF
               IF NOT SIGNON-OK
                   CLOSE OPERMAS
               END-IF
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
                               IF OPER-ENTRY-CLERK OR OPER-SUPERVISOR
                                   MOVE "SIGNON" TO WS-SEC-EVENT
                                   MOVE SPACES TO WS-SEC-REASON
                                   MOVE "Y" TO WS-SIGNON-SW
                               ELSE
                                   MOVE "ROLE MAY NOT RUN INTRO1"
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
           MOVE "INTRO1"              TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE WS-SESSION-ID         TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *NORMAL TERMINAL SESSION - OPERATOR IS PROMPTED FOR EACH FIELD
       INTERACTIVE-ENTRY-PROCESSING.

      *OPERATOR SIGN-ON - STAMPED ON EVERY TRANSACTION RECORD THIS
      *SESSION WRITES, SAME PROMPT CUSTMNT1 AND ITEMMNT1 USE. AN
      *OPERATOR WHO CANNOT SIGN ON ENTERS NOTHING
           PERFORM VALIDATE-SESSION-ID
           IF NOT SIGNON-OK
               DISPLAY "*** INTRO1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               MOVE "NO " TO MORE-DATA
               MOVE 8 TO RETURN-CODE
           END-IF

      *AUDIT LOG IS OPENED FOR THE WHOLE SESSION AND APPENDED TO
      *ACROSS RUNS SO PRIOR DAYS' HISTORY IS NEVER LOST
      *TOTAL-OUT DATA
               PERFORM COMPUTE-TOTAL

      *A SALE TO A CUSTOMER ON CREDIT HOLD NEEDS A SUPERVISOR, THEN
      *THE PROJECTED BALANCE IS CHECKED AGAINST THE CREDIT LIMIT -
      *THE OPERATOR IS WARNED AND A SUPERVISOR MAY OVERRIDE, SO A
      *KNOWN-GOOD ACCOUNT IS NOT TURNED AWAY OVER A STALE LIMIT
               PERFORM CHECK-CREDIT-HOLD
               IF ENTRY-ACCEPTED
                   PERFORM CHECK-CREDIT-LIMIT
               END-IF

               IF ENTRY-ACCEPTED

                           " TOTAL AMOUNT =" TOTAL-OUT
                           " TAX =" TAX-OUT

      *NEXT INVOICE NUMBER, THEN THE ENTRY IS APPENDED TO THE
      *TRANSACTION FILE SO IT SURVIVES PAST THIS TERMINAL SESSION
                   PERFORM ASSIGN-INVOICE-NUMBER
                   PERFORM WRITE-TRANSACTION-RECORD

      *PRINTABLE STATEMENT FOR THIS CUSTOMER'S ENTRY
      *AND THE ACCEPTED QUANTITIES GO BACK AGAINST THE ITEM
      *MASTER'S ON-HAND COUNTS SO THE NEXT OVERSELL CHECK SEES THEM
                   PERFORM POST-ITEM-ON-HAND

      *THE ENTRY BECOMES AN OPEN ITEM UNTIL CASH IS APPLIED TO IT
                   PERFORM WRITE-OPEN-ITEM
               END-IF

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO

           END-PERFORM

           CLOSE AUDITLOG
           IF SIGNON-OK
               CLOSE OPERMAS
               CLOSE SECLOG
           END-IF.

      *UNATTENDED RUN - READS BATCHIN INSTEAD OF THE TERMINAL AND
      *DRIVES THE SAME TOTAL/VALIDATION LOGIC PER RECORD. CHECKPOINTS
               MOVE CUST-MAS-NAME TO CUST-NAME-OUT
               PERFORM COMPUTE-TOTAL

      *NOBODY IS AT THE KEYBOARD TO OVERRIDE, SO A HELD OR
      *OVER-LIMIT BATCH ENTRY IS REJECTED WITH ITS REASON INSTEAD
               PERFORM CHECK-CREDIT-HOLD
               IF ENTRY-ACCEPTED
                   PERFORM CHECK-CREDIT-LIMIT
               END-IF
               IF ENTRY-ACCEPTED
                   DISPLAY CUST-NO-OUT " " CUST-NAME-OUT
                           " TOTAL AMOUNT =" TOTAL-OUT
                           " TAX =" TAX-OUT
                   PERFORM ASSIGN-INVOICE-NUMBER
                   PERFORM WRITE-TRANSACTION-RECORD
                   PERFORM WRITE-CUSTOMER-STATEMENT
                   PERFORM POST-CUSTOMER-BALANCE
                   PERFORM POST-ITEM-ON-HAND
                   PERFORM WRITE-OPEN-ITEM
               END-IF
           END-IF

      *VALIDATE-BATCH-ITEM IS STILL IN THE FILE BUFFER, SO ITS
      *ON-HAND IS USED WITHOUT ANOTHER READ. RETURNS AND CREDIT
      *ADJUSTMENTS ALWAYS PASS - THEY DO NOT TAKE STOCK OUT. SAME
      *SUPERVISOR-OVERRIDE VS BATCH-REJECT SPLIT AS CHECK-CREDIT-LIMIT
       CHECK-STOCK-ON-HAND.
           MOVE "Y" TO WS-STOCK-OK-SW

                           " EXCEEDS ON-HAND "
                           ITEM-MAS-ON-HAND " FOR ITEM "
                           ITEM-CODE-IN(WS-ITEM-SUB) " ***"
                   MOVE "OVERSELL" TO WS-OVERRIDE-TYPE
                   PERFORM OBTAIN-SUPERVISOR-APPROVAL
                   MOVE "STOCK-CHK"      TO WS-AUDIT-FIELD
                   MOVE SUPERVISOR-ID-IN TO WS-AUDIT-RAW-VALUE
                   IF OVERRIDE-APPROVED
                       MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                       MOVE "OVERSELL - SUPERVISOR OVERRIDE"
                           TO WS-AUDIT-REASON
                   ELSE
                       MOVE "N" TO WS-STOCK-OK-SW
               END-IF
           END-IF.

      *EXTENDS THE UNIT PRICE THE CUSTOMER PAYS BY THE VALIDATED
      *QUANTITY INTO THE CURRENT LINE - REJECTS THE RECORD IF THE
      *EXTENSION OVERFLOWS THE FIVE-DIGIT LINE AMOUNT
       PRICE-ITEM-LINE.
           PERFORM DETERMINE-UNIT-PRICE
           COMPUTE WS-LINE-AMOUNT =
               WS-UNIT-PRICE * QTY-NUM(WS-ITEM-SUB)
           IF WS-LINE-AMOUNT > 99999.99
               DISPLAY "*** BATCH REJECT - CUSTOMER NUMBER "
                       CUST-NO-IN " ITEM CODE "
               MOVE ITEM-MAS-DESC TO ITEM-DESC-OUT(WS-ITEM-SUB)
               MOVE ITEM-MAS-TAXABLE TO TAXABLE-OUT(WS-ITEM-SUB)
               MOVE WS-LINE-AMOUNT TO AMT-NUM(WS-ITEM-SUB)
               PERFORM SAVE-LINE-PRICES
           END-IF.

      *UNIT PRICE FOR THE CURRENT LINE - THE CUSTOMER PAYS THE
      *LOWEST OF THE ITEM MASTER LIST PRICE, A CONTRACT PRICE FOR
      *THIS CUSTOMER AND ITEM, AND THE ITEM'S QUANTITY-BREAK PRICE
      *FOR THE LINE QUANTITY, COUNTING ONLY PRICES IN EFFECT ON THE
      *BUSINESS DATE. THE ITEM MASTER RECORD READ BY THE ITEM CODE
      *VALIDATION IS STILL IN THE FILE BUFFER. RETURNS AND CREDITS
      *ARE PRICED THE SAME WAY, SO THE CUSTOMER IS CREDITED WHAT
      *THEY WOULD HAVE BEEN CHARGED
       DETERMINE-UNIT-PRICE.
           MOVE ITEM-MAS-PRICE TO WS-UNIT-PRICE
           MOVE SPACES         TO WS-PRICE-BASIS
           IF PRICEMAS-AVAILABLE
               MOVE CUST-NO-IN    TO PRICE-CUST-NO
               MOVE ITEM-MAS-CODE TO PRICE-ITEM-CODE
               READ PRICEMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-PRICE-IN-EFFECT
                       IF PRICE-IN-EFFECT
                               AND PRICE-CONTRACT-PRICE > ZERO
                               AND PRICE-CONTRACT-PRICE < WS-UNIT-PRICE
                           MOVE PRICE-CONTRACT-PRICE TO WS-UNIT-PRICE
                           MOVE "CONTRACT" TO WS-PRICE-BASIS
                       END-IF
               END-READ

      *THE QUANTITY-BREAK SCHEDULE IS KEYED ON A BLANK CUSTOMER
      *NUMBER - THE HIGHEST BREAK THE LINE QUANTITY REACHES WINS,
      *UNLESS THE CONTRACT PRICE IS LOWER STILL
               MOVE SPACES        TO PRICE-CUST-NO
               MOVE ITEM-MAS-CODE TO PRICE-ITEM-CODE
               READ PRICEMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-PRICE-IN-EFFECT
                       IF PRICE-IN-EFFECT
                           PERFORM VARYING WS-BREAK-SUB FROM 1 BY 1
                                   UNTIL WS-BREAK-SUB > 3
                               IF PRICE-BREAK-QTY(WS-BREAK-SUB) > ZERO
                                   AND QTY-NUM(WS-ITEM-SUB) NOT <
                                       PRICE-BREAK-QTY(WS-BREAK-SUB)
                                   AND PRICE-BREAK-PRICE(WS-BREAK-SUB)
                                       < WS-UNIT-PRICE
                                   MOVE PRICE-BREAK-PRICE(WS-BREAK-SUB)
                                       TO WS-UNIT-PRICE
                                   MOVE "QTY BREAK" TO WS-PRICE-BASIS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-IF.

      *A SPECIAL PRICE APPLIES FROM ITS EFFECTIVE DATE THROUGH ITS
      *EXPIRY DATE INCLUSIVE - A ZERO EXPIRY NEVER RUNS OUT
       CHECK-PRICE-IN-EFFECT.
           MOVE "N" TO WS-PRICE-EFFECT-SW
           IF PRICE-EFF-DATE NOT > WS-REPORT-DATE
               IF PRICE-EXP-DATE = ZERO
                       OR PRICE-EXP-DATE NOT < WS-REPORT-DATE
                   MOVE "Y" TO WS-PRICE-EFFECT-SW
               END-IF
           END-IF.

      *KEEPS THE LIST AND CHARGED UNIT PRICES OF THE LINE JUST
      *PRICED FOR THE CUSTOMER STATEMENT
       SAVE-LINE-PRICES.
           MOVE ITEM-MAS-PRICE TO LIST-PRICE-OUT(WS-ITEM-SUB)
           MOVE WS-UNIT-PRICE  TO UNIT-PRICE-OUT(WS-ITEM-SUB)
           MOVE WS-PRICE-BASIS TO PRICE-BASIS-OUT(WS-ITEM-SUB).

      *REFUSES A SALE TO A CUSTOMER THE COLLECTIONS RUN HAS PUT ON
      *CREDIT HOLD. THE CUSTOMER MASTER RECORD IS STILL IN THE FILE
      *BUFFER FROM THE CUSTOMER VALIDATION. A BATCH SALE GOES TO
      *SUSPENSE; AT THE TERMINAL A SUPERVISOR MAY LET IT THROUGH AND
      *IS RECORDED ON THE AUDIT LOG. RETURNS AND CREDITS ONLY BRING
      *THE ACCOUNT DOWN, SO THEY ALWAYS PASS
       CHECK-CREDIT-HOLD.
           MOVE "Y" TO WS-ENTRY-ACCEPT-SW
           IF ENTRY-IS-SALE AND CUST-ON-CREDIT-HOLD
               IF UNATTENDED-RUN
                   DISPLAY "*** BATCH REJECT - CUSTOMER NUMBER "
                           CUST-NO-IN " IS ON CREDIT HOLD SINCE "
                           CUST-MAS-HOLD-DATE " ***"
                   MOVE "N"    TO WS-ENTRY-ACCEPT-SW
                   MOVE "HOLD" TO WS-SUSP-REASON
               ELSE
                   DISPLAY "*** WARNING - CUSTOMER " CUST-NO-IN
                           " IS ON CREDIT HOLD SINCE "
                           CUST-MAS-HOLD-DATE " ***"
                   MOVE "CREDIT HOLD" TO WS-OVERRIDE-TYPE
                   PERFORM OBTAIN-SUPERVISOR-APPROVAL
                   MOVE "HOLD-CHK"       TO WS-AUDIT-FIELD
                   MOVE SUPERVISOR-ID-IN TO WS-AUDIT-RAW-VALUE
                   IF OVERRIDE-APPROVED
                       MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                       MOVE "CREDIT HOLD - SUPERVISOR OVERRIDE"
                           TO WS-AUDIT-REASON
                   ELSE
                       MOVE "N" TO WS-ENTRY-ACCEPT-SW
                       DISPLAY "*** ENTRY NOT ACCEPTED - CUSTOMER "
                               "ON CREDIT HOLD ***"
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       MOVE "CUSTOMER ON CREDIT HOLD"
                           TO WS-AUDIT-REASON
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

      *SUPERVISOR AUTHORIZATION FOR AN OVERRIDE - THE SUPERVISOR
      *KEYS THEIR OWN ID AND PASSWORD AT THE OPERATOR'S TERMINAL,
      *AND ONLY AN ACTIVE SUPERVISOR ON OPERMAS MAY APPROVE. A BLANK
      *ID REFUSES THE OVERRIDE; ANY ID KEYED GOES ON THE SECURITY
      *LOG WHETHER IT WAS ACCEPTED OR NOT. WS-OVERRIDE-TYPE IS SET
      *BY THE CALLING CHECK
       OBTAIN-SUPERVISOR-APPROVAL.
           MOVE "N"    TO WS-OVERRIDE-SW
           MOVE SPACES TO WS-APPROVER-ID
           DISPLAY "SUPERVISOR OVERRIDE REQUIRED - ENTER "
                   "SUPERVISOR ID, OR BLANK TO REFUSE"
           ACCEPT SUPERVISOR-ID-IN
           MOVE FUNCTION UPPER-CASE(SUPERVISOR-ID-IN)
               TO SUPERVISOR-ID-IN
           IF SUPERVISOR-ID-IN NOT = SPACES
               DISPLAY "ENTER SUPERVISOR PASSWORD"
               ACCEPT PASSWORD-IN
               MOVE "OVRREF" TO WS-SEC-EVENT
               MOVE SUPERVISOR-ID-IN TO OPER-ID
               READ OPERMAS
                   INVALID KEY
                       MOVE "APPROVER NOT ON FILE" TO WS-SEC-REASON
                   NOT INVALID KEY
                       IF OPER-PASSWORD NOT = PASSWORD-IN
                           MOVE "WRONG APPROVER PASSWORD"
                               TO WS-SEC-REASON
                       ELSE
                           IF NOT OPER-ACTIVE
                               MOVE "APPROVER REVOKED"
                                   TO WS-SEC-REASON
                           ELSE
                               IF OPER-SUPERVISOR
                                   MOVE "OVRIDE" TO WS-SEC-EVENT
                                   MOVE SPACES TO WS-SEC-REASON
                                   MOVE "Y" TO WS-OVERRIDE-SW
                                   MOVE SUPERVISOR-ID-IN
                                       TO WS-APPROVER-ID
                               ELSE
                                   MOVE "APPROVER NOT A SUPERVISOR"
                                       TO WS-SEC-REASON
                               END-IF
                           END-IF
                       END-IF
               END-READ
               IF OVERRIDE-APPROVED
                   DISPLAY "OVERRIDE APPROVED BY " OPER-NAME
               ELSE
                   DISPLAY "*** ERROR - OVERRIDE NOT AUTHORIZED ***"
               END-IF
               PERFORM WRITE-OVERRIDE-SECLOG
           END-IF.

      *BUILDS AND APPENDS ONE SECURITY LOG RECORD FOR THE OVERRIDE
      *AUTHORIZATION JUST ATTEMPTED
       WRITE-OVERRIDE-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
           MOVE "INTRO1"              TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE WS-SESSION-ID         TO SEC-OPERATOR-ID
           MOVE SUPERVISOR-ID-IN      TO SEC-APPROVER-ID
           MOVE WS-OVERRIDE-TYPE      TO SEC-OVERRIDE-TYPE
           MOVE CUST-NO-IN            TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *CHECKS THE PROJECTED BALANCE OF THE CURRENT ENTRY AGAINST THE
      *CUSTOMER'S CREDIT LIMIT. THE CUSTOMER MASTER RECORD READ BY
      *VALIDATE-CUST-NO/VALIDATE-BATCH-RECORD IS STILL IN THE FILE
      *BUFFER, SO ITS LIMIT AND BALANCE ARE USED WITHOUT ANOTHER
      *READ. CREDITS ALWAYS PASS - A RETURN CAN ONLY BRING AN
      *ACCOUNT BACK UNDER ITS LIMIT. AT THE TERMINAL ONLY A
      *SUPERVISOR MAY LET AN OVER-LIMIT ENTRY THROUGH
       CHECK-CREDIT-LIMIT.
           MOVE "Y" TO WS-ENTRY-ACCEPT-SW
           COMPUTE WS-PROJECTED-BALANCE =
                           WS-PROJECTED-BALANCE
                           " EXCEEDS CREDIT LIMIT "
                           CUST-MAS-CREDIT-LIMIT " ***"
                   MOVE "CREDIT LIMIT" TO WS-OVERRIDE-TYPE
                   PERFORM OBTAIN-SUPERVISOR-APPROVAL
                   MOVE "CREDIT-CHK"     TO WS-AUDIT-FIELD
                   MOVE SUPERVISOR-ID-IN TO WS-AUDIT-RAW-VALUE
                   IF OVERRIDE-APPROVED
                       MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                       MOVE "OVER LIMIT - SUPERVISOR OVERRIDE"
                           TO WS-AUDIT-REASON
                   ELSE
                       MOVE "N" TO WS-ENTRY-ACCEPT-SW
                           " BALANCE COULD NOT BE POSTED, FILE "
                           "STATUS " WS-CUSTMAS-STATUS " ***"
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE

      *THE CUSTOMER OWES THE TAX ALONG WITH THE MERCHANDISE
                   ADD WS-TOTAL-DUE TO CUST-MAS-BALANCE
                                   CUST-NO-OUT " BALANCE COULD NOT "
                                   "BE REWRITTEN, FILE STATUS "
                                   WS-CUSTMAS-STATUS " ***"
                       NOT INVALID KEY
                           MOVE "C" TO JRNL-ACTION
                           PERFORM JOURNAL-CUSTMAS-UPDATE
                   END-REWRITE
           END-READ.

                                   "FILE STATUS " WS-ITEMMAS-STATUS
                                   " ***"
                       NOT INVALID KEY
                           MOVE ITEM-MASTER-RECORD
                               TO WS-JRNL-BEFORE-IMAGE
                           IF ENTRY-IS-RETURN
                               ADD QTY-NUM(WS-ITEM-SUB)
                                   TO ITEM-MAS-ON-HAND
                                           " ON-HAND COULD NOT BE "
                                           "REWRITTEN, FILE STATUS "
                                           WS-ITEMMAS-STATUS " ***"
                               NOT INVALID KEY
                                   MOVE "C" TO JRNL-ACTION
                                   PERFORM JOURNAL-ITEMMAS-UPDATE
                           END-REWRITE
                   END-READ
               END-PERFORM
           MOVE TOTAL-OUT       TO TRAN-TOTAL
           MOVE WS-SESSION-ID   TO TRAN-SESSION-ID
           MOVE WS-TAX-TOTAL    TO TRAN-TAX-AMT
           MOVE WS-INVOICE-NO   TO TRAN-INVOICE-NO
           MOVE WS-ENTRY-SEQ    TO TRAN-ENTRY-SEQ
           MOVE SPACE           TO TRAN-VOID-SW

      *REP ON THE ACCOUNT AS THE ENTRY IS KEYED - THE CUSTOMER RECORD
      *IS STILL IN THE BUFFER FROM VALIDATION, SO A LATER
      *REASSIGNMENT DOES NOT MOVE THIS SALE'S COMMISSION
           MOVE CUST-MAS-REP-ID TO TRAN-REP-ID
           WRITE TRAN-RECORD.

      *TAKES THE NEXT INVOICE NUMBER FROM THE CONTROL FILE AND
      *REWRITES IT AT ONCE, SO A PAYMENT1 SESSION RUNNING THE SAME
      *DAY OR A RESTART AFTER A CRASH NEVER HANDS THE SAME NUMBER
      *OUT TWICE. NO CONTROL FILE YET MEANS NO NUMBER HAS BEEN USED.
      *THE DAY'S ENTRY SEQUENCE IS TAKEN IN THE SAME REWRITE, AND
      *STARTS AGAIN AT 1 WHEN THE CONTROL RECORD IS FROM AN EARLIER
      *BUSINESS DATE
       ASSIGN-INVOICE-NUMBER.
           MOVE ZERO TO WS-INVOICE-NO
           MOVE ZERO TO WS-ENTRY-SEQ
           OPEN INPUT INVCTL
           IF INVCTL-OPEN-OK
               READ INVCTL
                   NOT AT END
                       MOVE INV-LAST-NUMBER TO WS-INVOICE-NO
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
                   PERFORM CLOSE-ENTRY-FILES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           ADD 1 TO WS-INVOICE-NO
           ADD 1 TO WS-ENTRY-SEQ

           OPEN OUTPUT INVCTL
           IF NOT INVCTL-OPEN-OK
               DISPLAY "*** FATAL - INVCTL COULD NOT BE REWRITTEN, "
                       "FILE STATUS " WS-INVCTL-STATUS " ***"
               PERFORM CLOSE-SESSION-FILES
               PERFORM CLOSE-ENTRY-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-INVOICE-NO  TO INV-LAST-NUMBER
           MOVE WS-REPORT-DATE TO INV-SEQ-DATE
           MOVE WS-ENTRY-SEQ   TO INV-LAST-ENTRY-SEQ
           WRITE INVOICE-CONTROL-RECORD
           CLOSE INVCTL.

      *ADDS THE ACCEPTED ENTRY TO THE OPEN-ITEM FILE FOR ITS FULL
      *AMOUNT WITH TAX - A SALE AS AN AMOUNT OWED, A RETURN OR
      *CREDIT AS A NEGATIVE ITEM OWED BACK TO THE CUSTOMER
       WRITE-OPEN-ITEM.
           MOVE CUST-NO-OUT     TO OPEN-CUST-NO
           MOVE WS-INVOICE-NO   TO OPEN-INVOICE-NO
           MOVE WS-REPORT-DATE  TO OPEN-INVOICE-DATE
           MOVE TRAN-TYPE-IN    TO OPEN-TRAN-TYPE
           MOVE WS-TOTAL-DUE    TO OPEN-ORIGINAL-AMT
           MOVE WS-TOTAL-DUE    TO OPEN-BALANCE
           MOVE ZERO            TO OPEN-LAST-APPL-DATE
           IF WS-TOTAL-DUE = ZERO
               MOVE "P" TO OPEN-STATUS
           ELSE
               MOVE "O" TO OPEN-STATUS
           END-IF
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR - OPEN ITEM FOR CUSTOMER "
                           CUST-NO-OUT " INVOICE " WS-INVOICE-NO
                           " COULD NOT BE WRITTEN, FILE STATUS "
                           WS-OPENITEM-STATUS " ***"
           END-WRITE.

      *SUMS HOWEVER MANY PURCHASE LINES WERE ACTUALLY ENTERED FOR
      *THIS CUSTOMER INTO TOTAL-OUT - A RETURN OR CREDIT ADJUSTMENT
      *CARRIES THE WHOLE ENTRY AS A NEGATIVE TOTAL, THOUGH EACH LINE
                   MOVE SPACES TO STMT-TRAN-DESC
               END-IF
           END-IF
           MOVE WS-INVOICE-NO TO STMT-INVOICE-NO
           MOVE WS-ENTRY-SEQ  TO STMT-ENTRY-SEQ
           WRITE PRT-LINE FROM STMT-CUST-LINE
           PERFORM VARYING WS-ITEM-SUB-2 FROM 1 BY 1
                   UNTIL WS-ITEM-SUB-2 > ITEM-COUNT-IN
               MOVE ITEM-DESC-OUT(WS-ITEM-SUB-2) TO STMT-ITEM-DESC
               MOVE QTY-NUM(WS-ITEM-SUB-2)  TO STMT-ITEM-QTY
               MOVE AMT-NUM(WS-ITEM-SUB-2)  TO STMT-ITEM-AMT
               MOVE LIST-PRICE-OUT(WS-ITEM-SUB-2) TO STMT-ITEM-LIST
               MOVE UNIT-PRICE-OUT(WS-ITEM-SUB-2) TO STMT-ITEM-PRICE
               MOVE PRICE-BASIS-OUT(WS-ITEM-SUB-2) TO STMT-ITEM-BASIS
               WRITE PRT-LINE FROM STMT-ITEM-LINE
           END-PERFORM
           MOVE TOTAL-OUT TO STMT-TOTAL-AMT
           END-IF.

      *SORT'S INPUT PROCEDURE - RELEASES ONE ACCTSRT RECORD PER
      *TRANOUT ENTRY, CARRYING ONLY THE CUSTOMER NUMBER AND TOTAL.
      *AN ENTRY TRNVOID1 HAS VOIDED NEVER REACHES THE LEDGER
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
                       MOVE "QUANTITY OUT OF RANGE"
                           TO WS-AUDIT-REASON
                   ELSE
                       PERFORM DETERMINE-UNIT-PRICE
                       IF WS-PRICE-BASIS NOT = SPACES
                           DISPLAY WS-PRICE-BASIS " PRICE ="
                                   WS-UNIT-PRICE " (LIST "
                                   ITEM-MAS-PRICE ")"
                       END-IF
                       COMPUTE WS-LINE-AMOUNT = WS-UNIT-PRICE
                           * QTY-NUM(WS-ITEM-SUB)
                       IF WS-LINE-AMOUNT > 99999.99
                           DISPLAY "*** ERROR - EXTENSION EXCEEDS "
                       ELSE

      *QUANTITY AGAINST THE ON-HAND COUNT - THE OPERATOR IS WARNED
      *AND A SUPERVISOR MAY OVERRIDE, SO A STALE COUNT DOES NOT
      *TURN A CUSTOMER AWAY AT THE COUNTER. THE STOCK CHECK WRITES
      *ITS OWN AUDIT RECORD, SO THE QUANTITY FIELDS ARE RESTORED
      *FOR THE AUDIT RECORD THIS LOOP WRITES AT THE BOTTOM
                           IF STOCK-OK
                               MOVE WS-LINE-AMOUNT
                                   TO AMT-NUM(WS-ITEM-SUB)
                               PERFORM SAVE-LINE-PRICES
                               MOVE "Y" TO WS-FIELD-VALID-SW
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
           MOVE WS-AUDIT-FIELD        TO AUDIT-FIELD-NAME
           MOVE WS-AUDIT-STATUS       TO AUDIT-STATUS
           MOVE WS-AUDIT-REASON       TO AUDIT-REASON

      *OPERATOR AT THE KEYBOARD, AND THE SUPERVISOR WHO APPROVED AN
      *OVERRIDE IF THIS RECORD IS ONE - CLEARED ONCE WRITTEN SO IT
      *CANNOT CARRY ONTO THE NEXT RECORD
           MOVE WS-SESSION-ID         TO AUDIT-OPERATOR-ID
           MOVE WS-APPROVER-ID        TO AUDIT-APPROVER-ID
           MOVE SPACES                TO WS-APPROVER-ID
           WRITE AUDIT-RECORD.

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

      *RECOVERY JOURNAL IMAGES FOR AN ITEM MASTER UPDATE THAT HAS
      *JUST GONE THROUGH - THE CALLER SETS JRNL-ACTION AND, FOR A
      *CHANGE OR DELETE, HOLDS THE RECORD AS READ IN
      *WS-JRNL-BEFORE-IMAGE
       JOURNAL-ITEMMAS-UPDATE.
           MOVE "I"           TO JRNL-MASTER
           MOVE ITEM-MAS-CODE TO JRNL-KEY
           MOVE SPACES        TO JRNL-BEFORE-IMAGE
           MOVE SPACES        TO JRNL-AFTER-IMAGE
           IF NOT JRNL-ADD
               MOVE WS-JRNL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
           END-IF
           IF NOT JRNL-DELETE
               MOVE ITEM-MASTER-RECORD TO JRNL-AFTER-IMAGE
           END-IF
           PERFORM WRITE-JOURNAL-RECORD.

      *STAMPS AND APPENDS ONE JOURNAL RECORD. A FAILED WRITE IS
      *CALLED OUT ON THE CONSOLE - THE MASTER UPDATE HAS ALREADY
      *GONE THROUGH, AND A RECOVERY PAST THIS POINT WOULD MISS IT
       WRITE-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO JRNL-TIMESTAMP
           MOVE WS-REPORT-DATE        TO JRNL-BUS-DATE
           MOVE "INTRO1" TO JRNL-PROGRAM
           WRITE JRNL-RECORD
           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** WARNING - MSTJRNL WRITE FAILED, FILE "
                       "STATUS " WS-MSTJRNL-STATUS " - " JRNL-KEY
                       " IS NOT JOURNALLED ***"
           END-IF.
