      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: SAME-DAY VOID OF A TRANSACTION ENTRY - A SUPERVISOR
      *          KEYS THE ENTRY SEQUENCE NUMBER PRINTED ON THE
      *          CUSTOMER STATEMENT, THE ENTRY IS FOUND ON TODAY'S
      *          TRANOUT AND SHOWN, AND ON CONFIRMATION IT IS MARKED
      *          VOID, ITS CUSTOMER BALANCE AND ITEM ON-HAND POSTINGS
      *          ARE REVERSED AND ITS OPEN ITEM IS TAKEN OFF. A VOIDED
      *          PAYMENT PUTS ITS CASH BACK ON THE INVOICES IT PAID,
      *          DROPS ANY UNAPPLIED CASH IT LEFT, REVERSES ITS CASH
      *          APPLICATIONS AND PUTS BACK A CREDIT HOLD IT RELEASED.
      *          ONLY ALLOWED BEFORE TRNPOST1 HAS POSTED THE DAY. EVERY
      *          ATTEMPT IS WRITTEN TO THE VOIDAUD AUDIT TRAIL, AND
      *          THE ACCOUNTING INTERFACE IS REBUILT WITHOUT THE
      *          VOIDED ENTRIES BEFORE THE SESSION ENDS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNVOID1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TODAY'S TRANSACTION FILE - SEARCHED FOR THE ENTRY TO BE
      *VOIDED, THEN REWRITTEN FROM THE HOLDING FILE WITH THE ENTRY
      *MARKED VOID
           SELECT TRANOUT ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-STATUS.

      *HOLDING FILE FOR THE REWRITE - TRANOUT CANNOT BE REWRITTEN
      *WHILE IT IS BEING READ, SO EVERY ENTRY GOES HERE ON THE FIRST
      *PASS AND COMES BACK ON THE SECOND, SAME AS MTHCLOS1 REWRITES
      *TRANHIST
           SELECT KEEPFILE ASSIGN TO "TRNVKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEPFILE-STATUS.

      *CUSTOMER MASTER - I-O, THE VOIDED ENTRY'S TOTAL AND TAX COME
      *BACK OFF THE CUSTOMER'S BALANCE
           SELECT CUSTMAS ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *ITEM MASTER - I-O, A VOIDED SALE PUTS ITS QUANTITIES BACK ON
      *HAND AND A VOIDED RETURN TAKES THEM OFF AGAIN
           SELECT ITEMMAS ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *OPEN-ITEM RECEIVABLES FILE - THE VOIDED ENTRY'S OPEN ITEM IS
      *DELETED, AND AN ITEM THAT HAS ALREADY HAD CASH APPLIED TO IT
      *STOPS THE VOID. A VOIDED PAYMENT'S CASH GOES BACK ON THE
      *INVOICES IT PAID AND ITS UNAPPLIED-CASH ITEM IS DELETED
           SELECT OPENITEM ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPEN-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.

      *CASH APPLICATION JOURNAL PAYMENT1 APPENDS TO - A VOIDED
      *PAYMENT'S APPLICATIONS ARE FOUND HERE BY RECEIPT NUMBER AND
      *REVERSING RECORDS APPENDED, SO THE JOURNAL STILL NETS TO ZERO
           SELECT OPENAPPL ASSIGN TO "OPENAPPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENAPPL-STATUS.

      *CUSTOMER MAINTENANCE AUDIT TRAIL - SEARCHED FOR A CREDIT HOLD
      *RELEASE THE VOIDED PAYMENT MADE, AND A HOLD PUT BACK IS
      *TRACED THERE UNDER THE SUPERVISOR
           SELECT CUSTAUD ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUD-STATUS.

      *VOID AUDIT TRAIL - ONE RECORD PER VOID ATTEMPTED, CARRIED OUT
      *OR REFUSED, APPENDED ACROSS SESSIONS
           SELECT VOIDAUD ASSIGN TO "VOIDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOIDAUD-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE - MAINTAINED BY
      *THE DATEADV1 OPERATOR STEP
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *RUN-STATUS CONTROL FILE - ONCE TRNPOST1 HAS POSTED THE DAY
      *THE ENTRIES ARE IN HISTORY AND CAN NO LONGER BE VOIDED HERE
           SELECT RUNSTAT ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

      *ACCOUNTING INTERFACE FILE - REGENERATED FROM THE WHOLE OF
      *TRANOUT ONCE ANYTHING HAS BEEN VOIDED, SO THE DAY'S EXPORT
      *NO LONGER CARRIES THE VOIDED ENTRIES, SAME STEP AS INTRO1'S
      *AND PAYMENT1'S EXPORT
           SELECT ACCTIF ASSIGN TO "ACCTIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTIF-STATUS.

      *CARRY-FORWARD FILE LEFT BY ACCTRCN1 - APPENDED TO THE
      *REGENERATED INTERFACE WITH ORIGINAL DATES, SAME AS INTRO1'S
      *EXPORT. THE FILE ITSELF IS LEFT ALONE
           SELECT ACCTCF ASSIGN TO "ACCTCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTCF-STATUS.

      *SORT WORK FILE FOR THE ACCOUNTING EXPORT - PUTS TRANOUT'S
      *ENTRIES IN CUSTOMER NUMBER ORDER FOR THE CONTROL BREAK
           SELECT ACCTSRT ASSIGN TO "ACCTSRT3".

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
      *EVERY CUSTMAS AND ITEMMAS UPDATE MADE HERE IS APPENDED SO
      *MSTRCOV1 CAN ROLL THE LAST BACKUP FORWARD
           SELECT MSTJRNL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANOUT.
           COPY "TRANREC.CPY".

      *SAME SHAPE AS TRAN-RECORD IN TRANREC.CPY - KEPT SEPARATE
      *BECAUSE COPY REPLACING ONLY SUBSTITUTES WHOLE WORDS, NOT THE
      *TRAN- PREFIX EMBEDDED IN EACH FIELD NAME
       FD  KEEPFILE.
       01  KEEP-RECORD.
           05  KEEP-CUST-NO    PIC X(15).
           05  KEEP-TRAN-TYPE  PIC X(1).
           05  KEEP-ITEM-COUNT PIC 9(2).
           05  KEEP-ITEMS      OCCURS 1 TO 20 TIMES
                                DEPENDING ON KEEP-ITEM-COUNT.
               10  KEEP-ITEM-CODE PIC X(5).
               10  KEEP-ITEM-DESC PIC X(30).
               10  KEEP-ITEM-QTY  PIC 9(2).
               10  KEEP-AMOUNTS   PIC 9(5)V99.
           05  KEEP-TOTAL      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  KEEP-SESSION-ID PIC X(8).
           05  KEEP-TAX-AMT    PIC S9(7)V99 SIGN LEADING SEPARATE.
           05  KEEP-INVOICE-NO PIC 9(9).
           05  KEEP-ENTRY-SEQ  PIC 9(5).
           05  KEEP-VOID-SW    PIC X(1).
           05  KEEP-REP-ID     PIC X(4).
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".
       FD  OPENITEM.
           COPY "OPENITEM.CPY".
       FD  OPENAPPL.
           COPY "OAPPLREC.CPY".
       FD  CUSTAUD.
           COPY "CMAUDREC.CPY".
       FD  VOIDAUD.
           COPY "VOIDREC.CPY".
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       FD  RUNSTAT.
           COPY "RUNSTREC.CPY".
       FD  ACCTIF.
           COPY "ACCTREC.CPY".
       FD  ACCTCF.
       01  ACCTCF-RECORD.
           05  CF-CUST-NO      PIC X(15).
           05  CF-DATE         PIC 9(8).
           05  CF-TOTAL        PIC S9(9)V99 SIGN LEADING SEPARATE.
           05  CF-TAX          PIC S9(9)V99 SIGN LEADING SEPARATE.

      *HOLDS ONLY THE CUSTOMER NUMBER, TOTAL AND TAX OFF EACH
      *TRANOUT RECORD - THE PURCHASE ITEM TABLE ISN'T NEEDED TO
      *ROLL MULTIPLE ENTRIES FOR A CUSTOMER INTO ONE INTERFACE
      *RECORD
       SD  ACCTSRT.
       01  ACCTSRT-RECORD.
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
       01  WS-KEEPFILE-STATUS  PIC X(2) VALUE "00".
           88  KEEPFILE-OPEN-OK          VALUE "00".
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-IO-OK             VALUE "00".
       01  WS-ITEMMAS-STATUS   PIC X(2) VALUE "00".
           88  ITEMMAS-IO-OK             VALUE "00".
       01  WS-OPENITEM-STATUS  PIC X(2) VALUE "00".
           88  OPENITEM-IO-OK            VALUE "00".
           88  OPENITEM-MISSING          VALUE "35".
      *CASH APPLICATION JOURNAL AND CUSTOMER AUDIT TRAIL STATUS -
      *BOTH ARE ONLY TOUCHED WHEN A PAYMENT IS VOIDED
       01  WS-OPENAPPL-STATUS  PIC X(2) VALUE "00".
           88  OPENAPPL-OPEN-OK          VALUE "00".
           88  OPENAPPL-MISSING          VALUE "35".
       01  WS-OPENAPPL-EOF-SW  PIC X(1) VALUE "N".
           88  OPENAPPL-EOF              VALUE "Y".
       01  WS-CUSTAUD-STATUS   PIC X(2) VALUE "00".
           88  CUSTAUD-OPEN-OK           VALUE "00".
           88  CUSTAUD-MISSING           VALUE "35".
       01  WS-CUSTAUD-EOF-SW   PIC X(1) VALUE "N".
           88  CUSTAUD-EOF               VALUE "Y".
       01  WS-VOIDAUD-STATUS   PIC X(2) VALUE "00".
           88  VOIDAUD-OPEN-OK           VALUE "00".
           88  VOIDAUD-MISSING           VALUE "35".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-ACCTIF-STATUS    PIC X(2) VALUE "00".
           88  ACCTIF-OPEN-OK            VALUE "00".
       01  WS-ACCTCF-STATUS    PIC X(2) VALUE "00".
           88  ACCTCF-OPEN-OK            VALUE "00".
           88  ACCTCF-MISSING            VALUE "35".
       01  WS-ACCTCF-EOF-SW    PIC X(1) VALUE "N".
           88  ACCTCF-EOF                VALUE "Y".
       01  WS-TRAN-EOF-SW      PIC X(1) VALUE "N".
           88  TRAN-EOF                  VALUE "Y".
       01  WS-KEEP-EOF-SW      PIC X(1) VALUE "N".
           88  KEEP-EOF                  VALUE "Y".

      *CONTROL-BREAK WORK FIELDS FOR ROLLING SORTED ACCTSRT RECORDS
      *UP INTO ONE ACCTIF RECORD PER CUSTOMER NUMBER
       01  WS-ACCTSRT-EOF-SW   PIC X(1) VALUE "N".
           88  END-OF-ACCTSRT            VALUE "Y".
       01  WS-ACCT-FIRST-SW    PIC X(1) VALUE "Y".
           88  NO-ACCT-RECORDS-YET       VALUE "Y".
       01  WS-ACCT-PREV-CUST-NO PIC X(15) VALUE SPACES.
       01  WS-ACCT-SUBTOTAL     PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCT-TAX-SUBTOT   PIC S9(9)V99 VALUE ZERO.

      *RUN-STATUS WORK FIELDS - A MISSING CONTROL FILE JUST MEANS
      *NOTHING HAS RUN YET FOR ANY DATE
       01  WS-RUNSTAT-STATUS   PIC X(2) VALUE "00".
           88  RUNSTAT-OPEN-OK           VALUE "00".
           88  RUNSTAT-MISSING           VALUE "35".
       01  WS-RUNSTAT-EOF-SW   PIC X(1) VALUE "N".
           88  RUNSTAT-EOF               VALUE "Y".
       01  WS-STEP-FOUND-SW    PIC X(1) VALUE "N".
           88  STEP-FOUND                VALUE "Y".
       01  WS-CHECK-STEP       PIC X(8) VALUE SPACES.

      *BUSINESS DATE FROM RUNCTL - ONLY TODAY'S UNPOSTED ENTRIES
      *CAN BE VOIDED
       01  WS-REPORT-DATE      PIC 9(8).

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
      *SESSION LOOP FLAG - SAME YES/NO CONVENTION AS INTRO1'S
      *MORE-DATA SO OPERATORS SEE THE SAME PROMPTS EVERYWHERE
       01  MORE-DATA           PIC X(3) VALUE "YES".

      *SUPERVISOR SIGN-ON - CAPTURED ONCE AT THE START OF THE
      *SESSION AND STAMPED ON EVERY VOID AUDIT RECORD
       01  USER-ID-IN          PIC X(8).

      *ENTRY SEQUENCE NUMBER AS KEYED OFF THE STATEMENT - ACCEPTED
      *AS ALPHANUMERIC SO A NON-NUMERIC KEYSTROKE CAN BE DETECTED
       01  ENTRY-SEQ-IN        PIC X(5).
       01  ENTRY-SEQ-NUM       PIC 9(5).
       01  VOID-REASON-IN      PIC X(40).
       01  CONFIRM-IN          PIC X(3).
       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
           88  FIELD-IS-VALID            VALUE "Y".

      *THE ENTRY BEING VOIDED, AS FOUND ON TRANOUT - HELD HERE SO
      *THE REVERSAL CAN BE POSTED ONCE TRANOUT HAS BEEN REWRITTEN
       01  WS-FOUND-SW         PIC X(1) VALUE "N".
           88  ENTRY-FOUND               VALUE "Y".
       01  VOID-ENTRY.
           05  VOID-CUST-NO    PIC X(15).
           05  VOID-TRAN-TYPE  PIC X(1).
               88  VOID-SALE             VALUE "S".
               88  VOID-RETURN           VALUE "R".
               88  VOID-ADJUSTMENT       VALUE "A".
               88  VOID-PAYMENT          VALUE "P".
           05  VOID-ITEM-COUNT PIC 9(2).
           05  VOID-ITEMS      OCCURS 20 TIMES.
               10  VOID-ITEM-CODE PIC X(5).
               10  VOID-ITEM-DESC PIC X(30).
               10  VOID-ITEM-QTY  PIC 9(2).
               10  VOID-AMOUNTS   PIC 9(5)V99.
           05  VOID-TOTAL      PIC S9(7)V99.
           05  VOID-SESSION-ID PIC X(8).
           05  VOID-TAX-AMT    PIC S9(7)V99.
           05  VOID-INVOICE-NO PIC 9(9).
           05  VOID-ENTRY-SEQ  PIC 9(5).
           05  VOID-STATUS-SW  PIC X(1).
               88  ENTRY-ALREADY-VOID    VALUE "V".
       01  WS-ITEM-SUB         PIC 9(2).

      *THE ENTRY'S OPEN ITEM MUST STILL STAND AT ITS ORIGINAL AMOUNT
      *- ONCE A RECEIPT HAS BEEN APPLIED AGAINST IT THE CASH WOULD
      *BE LEFT POINTING AT AN INVOICE THAT NO LONGER EXISTS
       01  WS-OPEN-ITEM-SW     PIC X(1) VALUE "N".
           88  OPEN-ITEM-UNTOUCHED       VALUE "Y".
       01  WS-OPEN-ITEM-FOUND-SW PIC X(1) VALUE "N".
           88  OPEN-ITEM-ON-FILE         VALUE "Y".

      *THE VOIDED RECEIPT'S APPLICATIONS AS FOUND ON OPENAPPL - EACH
      *AMOUNT GOES BACK ON ITS INVOICE AND IS REVERSED ON THE
      *JOURNAL. AN APPLICATION TO THE RECEIPT'S OWN NUMBER IS THE
      *REMAINDER THAT WAS HELD AS UNAPPLIED CASH
       01  WS-APPL-COUNT       PIC 9(3) VALUE ZERO.
       01  WS-APPL-MAX         PIC 9(3) VALUE 100.
       01  WS-APPL-SUB         PIC 9(3).
       01  WS-APPL-TABLE.
           05  WS-APPL-ENTRY   OCCURS 100 TIMES.
               10  WS-APPL-INV-NO  PIC 9(9).
               10  WS-APPL-AMT     PIC S9(7)V99.

      *A PAYMENT CAN ONLY BE VOIDED WHILE EVERYTHING IT TOUCHED
      *STILL STANDS AS IT LEFT IT - THE REASON IS SET WHEN IT DOES NOT
       01  WS-PAYMENT-SW       PIC X(1) VALUE "N".
           88  PAYMENT-REVERSIBLE        VALUE "Y".
       01  WS-PAYMENT-REASON   PIC X(40).

      *CREDIT HOLD THE VOIDED PAYMENT RELEASED, FROM ITS CUSTAUD
      *RECORD - PUT BACK WITH THE DATE IT WAS ORIGINALLY PLACED
       01  WS-HOLD-RELEASED-SW PIC X(1) VALUE "N".
           88  HOLD-WAS-RELEASED         VALUE "Y".
       01  WS-RELEASED-HOLD-DATE PIC 9(8) VALUE ZERO.
       01  WS-HOLD-RESTORED-SW PIC X(1) VALUE "N".
           88  HOLD-RESTORED             VALUE "Y".

      *SIGNED AMOUNT THE ENTRY PUT ON THE CUSTOMER'S BALANCE - ITS
      *TOTAL WITH THE TAX ON TOP, SAME AS INTRO1 POSTED IT
       01  WS-VOID-DUE         PIC S9(8)V99.
       01  WS-VOID-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-REWRIT-COUNT     PIC 9(7) VALUE ZERO.

      *WORK FIELDS USED TO BUILD THE NEXT AUDIT TRAIL RECORD
       01  WS-AUDIT-OLD-BAL    PIC S9(8)V99.
       01  WS-AUDIT-NEW-BAL    PIC S9(8)V99.
       01  WS-AUDIT-STATUS     PIC X(8).
       01  WS-AUDIT-REASON     PIC X(40).

      *EDITED AMOUNTS FOR THE ENTRY DISPLAY
       01  WS-DISP-AMT         PIC Z,ZZZ,ZZ9.99-.
       01  WS-DISP-LINE-AMT    PIC ZZ,ZZ9.99.
       01  WS-DISP-APPL-AMT    PIC Z,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE

      *A VOID TAKES MONEY OFF THE BOOKS, SO ONLY A SUPERVISOR MAY
      *SIGN ON HERE
           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** TRNVOID1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *STEP-ORDER CHECK - ONCE TRNPOST1 HAS POSTED THIS BUSINESS
      *DATE THE ENTRIES ARE IN HISTORY AND THE DAY IS CLOSED
           MOVE "TRNPOST1" TO WS-CHECK-STEP
           PERFORM CHECK-RUN-STEP
           IF STEP-FOUND
               DISPLAY "*** TRNVOID1 REFUSED - BUSINESS DATE "
                       WS-REPORT-DATE " IS ALREADY POSTED, NOTHING "
                       "CAN BE VOIDED ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CUSTMAS
           IF NOT CUSTMAS-IO-OK
               DISPLAY "*** FATAL - CUSTMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTMAS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ITEMMAS
           IF NOT ITEMMAS-IO-OK
               DISPLAY "*** FATAL - ITEMMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-ITEMMAS-STATUS " ***"
               CLOSE CUSTMAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *NO OPEN-ITEM FILE YET MEANS NO ENTRY RUN HAS CREATED ONE -
      *CREATE IT EMPTY, SAME AS PAYMENT1, SO THE I-O OPEN SUCCEEDS
           OPEN I-O OPENITEM
           IF OPENITEM-MISSING
               OPEN OUTPUT OPENITEM
               CLOSE OPENITEM
               OPEN I-O OPENITEM
           END-IF

           IF NOT OPENITEM-IO-OK
               DISPLAY "*** FATAL - OPENITEM COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENITEM-STATUS " ***"
               CLOSE CUSTMAS
               CLOSE ITEMMAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *THE AUDIT TRAIL IS APPENDED TO, AND CREATED EMPTY ON THE
      *FIRST RUN
           OPEN EXTEND VOIDAUD
           IF VOIDAUD-MISSING
               OPEN OUTPUT VOIDAUD
               CLOSE VOIDAUD
               OPEN EXTEND VOIDAUD
           END-IF

           IF NOT VOIDAUD-OPEN-OK
               DISPLAY "*** FATAL - VOIDAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-VOIDAUD-STATUS " ***"
               CLOSE CUSTMAS
               CLOSE ITEMMAS
               CLOSE OPENITEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *RECOVERY JOURNAL - EVERY BALANCE AND ON-HAND REVERSAL GOES
      *ON IT. APPENDED TO, AND CREATED EMPTY THE FIRST TIME
           OPEN EXTEND MSTJRNL
           IF MSTJRNL-MISSING
               OPEN OUTPUT MSTJRNL
               CLOSE MSTJRNL
               OPEN EXTEND MSTJRNL
           END-IF

           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** FATAL - MSTJRNL COULD NOT BE OPENED, "
                       "FILE STATUS " WS-MSTJRNL-STATUS " ***"
               CLOSE CUSTMAS
               CLOSE ITEMMAS
               CLOSE OPENITEM
               CLOSE VOIDAUD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VOID-ONE-ENTRY

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO
               DISPLAY "TO CONTINUE PLEASE ENTER YES OTHERWISE NO"
               ACCEPT MORE-DATA
               MOVE FUNCTION UPPER-CASE(MORE-DATA) TO MORE-DATA
           END-PERFORM

           CLOSE CUSTMAS
           CLOSE ITEMMAS
           CLOSE OPENITEM
           CLOSE VOIDAUD
           CLOSE MSTJRNL

      *THE INTERFACE FILE ON DISK STILL CARRIES WHAT WAS JUST
      *VOIDED - REBUILD IT FROM TRANOUT AND RECORD THE EXPORT AGAIN
      *SO TRNPOST1 AND BALANCE1 SEE A CURRENT ONE
           IF WS-VOID-COUNT > ZERO
               PERFORM EXPORT-ACCOUNTING-INTERFACE
               MOVE "EXPORT" TO WS-CHECK-STEP
               PERFORM RECORD-RUN-STEP
           END-IF

           DISPLAY "TRNVOID1 - " WS-VOID-COUNT " ENTRIES VOIDED"
           GOBACK.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. AN INSTALLATION THAT HAS
      *NOT SET ONE UP YET FALLS BACK TO THE MACHINE CLOCK WITH A
      *WARNING, THE SAME FALLBACK INTRO1 MAKES, SO THE TWO AGREE
       GET-BUSINESS-DATE.
           OPEN INPUT RUNCTL
           IF RUNCTL-OPEN-OK
               READ RUNCTL
                   AT END
                       DISPLAY "*** WARNING - RUNCTL IS EMPTY, "
                               "USING THE MACHINE CLOCK DATE ***"
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-REPORT-DATE
                   NOT AT END
                       MOVE RUN-BUSINESS-DATE TO WS-REPORT-DATE
               END-READ
               CLOSE RUNCTL
           ELSE
               DISPLAY "*** WARNING - RUNCTL COULD NOT BE OPENED, "
                       "USING THE MACHINE CLOCK DATE ***"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           END-IF.

      *LOOKS FOR A (BUSINESS DATE, STEP) COMPLETION RECORD ON THE
      *RUN-STATUS FILE - WS-CHECK-STEP IS SET BY THE CALLER. A
      *MISSING FILE JUST MEANS NOTHING HAS RUN YET FOR ANY DATE
       CHECK-RUN-STEP.
           MOVE "N" TO WS-STEP-FOUND-SW
           MOVE "N" TO WS-RUNSTAT-EOF-SW
           OPEN INPUT RUNSTAT
           IF RUNSTAT-MISSING
               CONTINUE
           ELSE
               PERFORM UNTIL RUNSTAT-EOF
                   READ RUNSTAT
                       AT END
                           MOVE "Y" TO WS-RUNSTAT-EOF-SW
                       NOT AT END
                           IF RUNST-DATE = WS-REPORT-DATE
                                   AND RUNST-STEP = WS-CHECK-STEP
                               MOVE "Y" TO WS-STEP-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNSTAT
           END-IF.

      *APPENDS THIS STEP'S COMPLETION RECORD FOR THE BUSINESS DATE
      *SO THE STEPS BEHIND IT IN THE JOB STREAM CAN CHECK IT RAN
       RECORD-RUN-STEP.
           OPEN EXTEND RUNSTAT
           IF RUNSTAT-MISSING
               OPEN OUTPUT RUNSTAT
               CLOSE RUNSTAT
               OPEN EXTEND RUNSTAT
           END-IF
           IF NOT RUNSTAT-OPEN-OK
               DISPLAY "*** WARNING - RUNSTAT COULD NOT BE "
                       "OPENED, FILE STATUS " WS-RUNSTAT-STATUS
                       " - COMPLETION NOT RECORDED ***"
           ELSE
               MOVE WS-REPORT-DATE        TO RUNST-DATE
               MOVE WS-CHECK-STEP         TO RUNST-STEP
               MOVE FUNCTION CURRENT-DATE TO RUNST-TIMESTAMP
               WRITE RUNST-RECORD
               CLOSE RUNSTAT
           END-IF.

      *OPERATOR SIGN-ON - THE ID AND PASSWORD MUST MATCH AN ACTIVE
      *OPERATOR ON OPERMAS WHOSE ROLE MAY RUN THIS PROGRAM - A
      *SUPERVISOR.
      *EVERY ATTEMPT GOES ON THE SECURITY LOG, AND THREE FAILURES
      *END THE SESSION
       VALIDATE-USER-ID.
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
           ACCEPT USER-ID-IN
           MOVE FUNCTION UPPER-CASE(USER-ID-IN) TO USER-ID-IN
           DISPLAY "ENTER PASSWORD"
           ACCEPT PASSWORD-IN
           MOVE "FAILED" TO WS-SEC-EVENT
           IF USER-ID-IN = SPACES
               MOVE "BLANK OPERATOR ID" TO WS-SEC-REASON
           ELSE
               MOVE USER-ID-IN TO OPER-ID
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
                               IF OPER-SUPERVISOR
                                   MOVE "SIGNON" TO WS-SEC-EVENT
                                   MOVE SPACES TO WS-SEC-REASON
                                   MOVE "Y" TO WS-SIGNON-SW
                               ELSE
                                   MOVE "ROLE MAY NOT RUN TRNVOID1"
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
           MOVE "TRNVOID1"            TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE USER-ID-IN            TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *ONE VOID - THE ENTRY IS LOOKED UP AND CHECKED, SHOWN TO THE
      *SUPERVISOR AND CONFIRMED, THEN VOIDED AND REVERSED. EVERY
      *ATTEMPT, WHATEVER ITS OUTCOME, LEAVES ONE AUDIT RECORD
       VOID-ONE-ENTRY.
           PERFORM VALIDATE-ENTRY-SEQ
           PERFORM FIND-ENTRY
           MOVE ZERO       TO WS-AUDIT-OLD-BAL
           MOVE ZERO       TO WS-AUDIT-NEW-BAL
           MOVE "REJECTED" TO WS-AUDIT-STATUS

           IF NOT ENTRY-FOUND
               MOVE "ENTRY NOT ON TODAY'S TRANSACTION FILE"
                   TO WS-AUDIT-REASON
           ELSE
               IF ENTRY-ALREADY-VOID
                   MOVE "ENTRY IS ALREADY VOID" TO WS-AUDIT-REASON
               ELSE
                   IF VOID-PAYMENT
                       PERFORM CHECK-PAYMENT-REVERSIBLE
                       IF NOT PAYMENT-REVERSIBLE
                           MOVE WS-PAYMENT-REASON TO WS-AUDIT-REASON
                       ELSE
                           PERFORM CONFIRM-VOID
                       END-IF
                   ELSE
                       PERFORM CHECK-OPEN-ITEM
                       IF NOT OPEN-ITEM-UNTOUCHED
                           MOVE "CASH ALREADY APPLIED TO THE INVOICE"
                               TO WS-AUDIT-REASON
                       ELSE
                           PERFORM CONFIRM-VOID
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-AUDIT-STATUS = "VOIDED"
               DISPLAY "ENTRY " ENTRY-SEQ-NUM " VOIDED"
           ELSE
               DISPLAY "*** ERROR - ENTRY " ENTRY-SEQ-NUM
                       " NOT VOIDED - " WS-AUDIT-REASON " ***"
           END-IF
           PERFORM WRITE-VOIDAUD-RECORD.

      *ENTRY SEQUENCE NUMBER - RE-PROMPTED UNTIL IT IS A NUMBER
      *FROM 1 UP, AS PRINTED ON THE STATEMENT OR RECEIPT
       VALIDATE-ENTRY-SEQ.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER ENTRY NUMBER FROM THE STATEMENT "
                       "(UP TO 5 DIGITS)"
               ACCEPT ENTRY-SEQ-IN
               IF FUNCTION TRIM(ENTRY-SEQ-IN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ENTRY-SEQ-IN) TO ENTRY-SEQ-NUM
                   IF ENTRY-SEQ-NUM > ZERO
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   END-IF
               END-IF
               IF NOT FIELD-IS-VALID
                   DISPLAY "*** ERROR - ENTRY NUMBER MUST BE A "
                           "NUMBER FROM 1 UP, RE-ENTER ***"
               END-IF
           END-PERFORM.

      *SEARCHES TODAY'S TRANOUT FOR THE ENTRY AND KEEPS A COPY OF
      *IT. THE SEQUENCE RESTARTS EACH BUSINESS DATE AND TRANOUT IS
      *CLEARED AT EACH DATE ADVANCE, SO THE NUMBER IS UNIQUE HERE
       FIND-ENTRY.
           MOVE "N" TO WS-FOUND-SW
           MOVE "N" TO WS-TRAN-EOF-SW
           MOVE SPACES TO VOID-CUST-NO
           MOVE SPACES TO VOID-TRAN-TYPE
           MOVE ZERO   TO VOID-ITEM-COUNT
           MOVE ZERO   TO VOID-TOTAL
           MOVE SPACES TO VOID-SESSION-ID
           MOVE ZERO   TO VOID-TAX-AMT
           MOVE ZERO   TO VOID-INVOICE-NO
           MOVE ENTRY-SEQ-NUM TO VOID-ENTRY-SEQ
           MOVE SPACE  TO VOID-STATUS-SW
           OPEN INPUT TRANOUT

           IF NOT TRANOUT-OPEN-OK
               DISPLAY "*** ERROR - TRANOUT COULD NOT BE OPENED, "
                       "FILE STATUS " WS-TRANOUT-STATUS " ***"
           ELSE
               PERFORM UNTIL TRAN-EOF OR ENTRY-FOUND
                   READ TRANOUT
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF-SW
                       NOT AT END
                           IF TRAN-ENTRY-SEQ = ENTRY-SEQ-NUM
                               PERFORM SAVE-FOUND-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANOUT
           END-IF.

      *COPIES THE MATCHING TRANOUT RECORD FIELD FOR FIELD INTO THE
      *HELD ENTRY
       SAVE-FOUND-ENTRY.
           MOVE "Y" TO WS-FOUND-SW
           MOVE TRAN-CUST-NO    TO VOID-CUST-NO
           MOVE TRAN-TYPE       TO VOID-TRAN-TYPE
           MOVE TRAN-ITEM-COUNT TO VOID-ITEM-COUNT
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > TRAN-ITEM-COUNT
               MOVE TRAN-ITEM-CODE(WS-ITEM-SUB)
                   TO VOID-ITEM-CODE(WS-ITEM-SUB)
               MOVE TRAN-ITEM-DESC(WS-ITEM-SUB)
                   TO VOID-ITEM-DESC(WS-ITEM-SUB)
               MOVE TRAN-ITEM-QTY(WS-ITEM-SUB)
                   TO VOID-ITEM-QTY(WS-ITEM-SUB)
               MOVE TRAN-AMOUNTS(WS-ITEM-SUB)
                   TO VOID-AMOUNTS(WS-ITEM-SUB)
           END-PERFORM
           MOVE TRAN-TOTAL      TO VOID-TOTAL
           MOVE TRAN-SESSION-ID TO VOID-SESSION-ID
           MOVE TRAN-TAX-AMT    TO VOID-TAX-AMT
           MOVE TRAN-INVOICE-NO TO VOID-INVOICE-NO
           MOVE TRAN-VOID-SW    TO VOID-STATUS-SW.

      *THE ENTRY'S OPEN ITEM MUST STILL BE AT ITS ORIGINAL AMOUNT.
      *AN ITEM THAT IS NOT ON FILE AT ALL HAS NOTHING APPLIED TO IT
      *EITHER, SO IT DOES NOT STOP THE VOID
       CHECK-OPEN-ITEM.
           MOVE "N" TO WS-OPEN-ITEM-SW
           MOVE "N" TO WS-OPEN-ITEM-FOUND-SW
           MOVE VOID-CUST-NO    TO OPEN-CUST-NO
           MOVE VOID-INVOICE-NO TO OPEN-INVOICE-NO
           READ OPENITEM
               INVALID KEY
                   MOVE "Y" TO WS-OPEN-ITEM-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-OPEN-ITEM-FOUND-SW
                   IF OPEN-BALANCE = OPEN-ORIGINAL-AMT
                       MOVE "Y" TO WS-OPEN-ITEM-SW
                   END-IF
           END-READ.

      *A PAYMENT IS ONLY VOIDED WHILE ITS APPLICATIONS CAN ALL BE
      *UNDONE - EVERY INVOICE IT PAID STILL ON FILE, AND ANY CASH IT
      *HELD ON ACCOUNT STILL UNUSED. ALSO LOOKS UP WHETHER IT
      *RELEASED A CREDIT HOLD. NOTHING IS CHANGED HERE
       CHECK-PAYMENT-REVERSIBLE.
           MOVE "Y"    TO WS-PAYMENT-SW
           MOVE SPACES TO WS-PAYMENT-REASON
           PERFORM LOAD-RECEIPT-APPLICATIONS
           IF PAYMENT-REVERSIBLE
               PERFORM VARYING WS-APPL-SUB FROM 1 BY 1
                       UNTIL WS-APPL-SUB > WS-APPL-COUNT
                          OR NOT PAYMENT-REVERSIBLE
                   PERFORM CHECK-APPLIED-ITEM
               END-PERFORM
           END-IF
           IF PAYMENT-REVERSIBLE
               PERFORM FIND-HOLD-RELEASE
           END-IF.

      *PULLS THE RECEIPT'S APPLICATIONS OFF THE JOURNAL INTO THE
      *TABLE. NO JOURNAL YET JUST MEANS NOTHING WAS APPLIED
       LOAD-RECEIPT-APPLICATIONS.
           MOVE ZERO TO WS-APPL-COUNT
           MOVE "N"  TO WS-OPENAPPL-EOF-SW
           OPEN INPUT OPENAPPL
           IF OPENAPPL-MISSING
               CONTINUE
           ELSE
               IF NOT OPENAPPL-OPEN-OK
                   MOVE "N" TO WS-PAYMENT-SW
                   MOVE "OPENAPPL COULD NOT BE READ"
                       TO WS-PAYMENT-REASON
               ELSE
                   PERFORM UNTIL OPENAPPL-EOF
                       READ OPENAPPL
                           AT END
                               MOVE "Y" TO WS-OPENAPPL-EOF-SW
                           NOT AT END
                               IF APPL-RECEIPT-NO = VOID-INVOICE-NO
                                   AND APPL-CUST-NO = VOID-CUST-NO
                                   PERFORM SAVE-RECEIPT-APPLICATION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPENAPPL
               END-IF
           END-IF.

      *ONE OF THE RECEIPT'S APPLICATIONS INTO THE TABLE - MORE THAN
      *THE TABLE HOLDS STOPS THE VOID RATHER THAN UNDO ONLY SOME
       SAVE-RECEIPT-APPLICATION.
           IF WS-APPL-COUNT < WS-APPL-MAX
               ADD 1 TO WS-APPL-COUNT
               MOVE APPL-INVOICE-NO TO WS-APPL-INV-NO(WS-APPL-COUNT)
               MOVE APPL-AMOUNT     TO WS-APPL-AMT(WS-APPL-COUNT)
           ELSE
               MOVE "N" TO WS-PAYMENT-SW
               MOVE "TOO MANY CASH APPLICATIONS TO REVERSE"
                   TO WS-PAYMENT-REASON
           END-IF.

      *THE OPEN ITEM BEHIND ONE APPLICATION - A PAID INVOICE MUST
      *STILL BE ON FILE TO TAKE ITS CASH BACK, AND CASH HELD ON
      *ACCOUNT MUST STILL BE AT THE AMOUNT THE RECEIPT LEFT
       CHECK-APPLIED-ITEM.
           MOVE VOID-CUST-NO               TO OPEN-CUST-NO
           MOVE WS-APPL-INV-NO(WS-APPL-SUB) TO OPEN-INVOICE-NO
           READ OPENITEM
               INVALID KEY
                   MOVE "N" TO WS-PAYMENT-SW
                   IF WS-APPL-INV-NO(WS-APPL-SUB) = VOID-INVOICE-NO
                       MOVE "UNAPPLIED CASH NO LONGER ON FILE"
                           TO WS-PAYMENT-REASON
                   ELSE
                       MOVE "PAID INVOICE NO LONGER ON FILE"
                           TO WS-PAYMENT-REASON
                   END-IF
               NOT INVALID KEY
                   IF WS-APPL-INV-NO(WS-APPL-SUB) = VOID-INVOICE-NO
                       AND OPEN-BALANCE NOT = OPEN-ORIGINAL-AMT
                       MOVE "N" TO WS-PAYMENT-SW
                       MOVE "UNAPPLIED CASH ALREADY USED"
                           TO WS-PAYMENT-REASON
                   END-IF
           END-READ.

      *LOOKS FOR THE CREDIT HOLD RELEASE PAYMENT1 MADE ON THIS
      *RECEIPT - ITS CUSTAUD RECORD CARRIES THE RECEIPT NUMBER AND
      *THE DATE THE HOLD WAS PLACED. NO AUDIT TRAIL YET MEANS NO
      *HOLD WAS EVER RELEASED
       FIND-HOLD-RELEASE.
           MOVE "N"  TO WS-HOLD-RELEASED-SW
           MOVE ZERO TO WS-RELEASED-HOLD-DATE
           MOVE "N"  TO WS-CUSTAUD-EOF-SW
           OPEN INPUT CUSTAUD
           IF CUSTAUD-MISSING
               CONTINUE
           ELSE
               IF NOT CUSTAUD-OPEN-OK
                   MOVE "N" TO WS-PAYMENT-SW
                   MOVE "CUSTAUD COULD NOT BE READ"
                       TO WS-PAYMENT-REASON
               ELSE
                   PERFORM UNTIL CUSTAUD-EOF
                       READ CUSTAUD
                           AT END
                               MOVE "Y" TO WS-CUSTAUD-EOF-SW
                           NOT AT END
                               IF CMAUD-ACTION = "RELEAS"
                                   AND CMAUD-STATUS = "ACCEPTED"
                                   AND CMAUD-CUST-NO = VOID-CUST-NO
                                   AND CMAUD-RECEIPT-NO IS NUMERIC
                                   AND CMAUD-RECEIPT-NO
                                       = VOID-INVOICE-NO
                                   MOVE "Y" TO WS-HOLD-RELEASED-SW
                                   MOVE CMAUD-OLD-HOLD-DATE
                                       TO WS-RELEASED-HOLD-DATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUSTAUD
               END-IF
           END-IF.

      *SHOWS THE ENTRY AND ASKS FOR THE REASON AND A CONFIRMATION -
      *ONLY A KEYED YES GOES ON TO VOID IT
       CONFIRM-VOID.
           PERFORM DISPLAY-FOUND-ENTRY
           MOVE SPACES TO VOID-REASON-IN
           PERFORM UNTIL VOID-REASON-IN NOT = SPACES
               DISPLAY "ENTER REASON FOR THE VOID (40 CHARACTERS)"
               ACCEPT VOID-REASON-IN
               MOVE FUNCTION UPPER-CASE(VOID-REASON-IN)
                   TO VOID-REASON-IN
               IF VOID-REASON-IN = SPACES
                   DISPLAY "*** ERROR - A REASON IS REQUIRED, "
                           "RE-ENTER ***"
               END-IF
           END-PERFORM
           DISPLAY "VOID ENTRY " ENTRY-SEQ-NUM
                   " - ENTER YES TO CONFIRM"
           ACCEPT CONFIRM-IN
           MOVE FUNCTION UPPER-CASE(CONFIRM-IN) TO CONFIRM-IN
           IF CONFIRM-IN = "YES"
               PERFORM MARK-ENTRY-VOID
               PERFORM REVERSE-CUSTOMER-BALANCE
               IF VOID-PAYMENT
                   PERFORM REVERSE-RECEIPT-APPLICATIONS
               ELSE
                   PERFORM REVERSE-ITEM-ON-HAND
                   PERFORM REMOVE-OPEN-ITEM
               END-IF
               ADD 1 TO WS-VOID-COUNT
               MOVE "VOIDED"       TO WS-AUDIT-STATUS
               MOVE VOID-REASON-IN TO WS-AUDIT-REASON
           ELSE
               MOVE "VOID NOT CONFIRMED BY SUPERVISOR"
                   TO WS-AUDIT-REASON
           END-IF.

      *THE HELD ENTRY AS THE SUPERVISOR SEES IT BEFORE CONFIRMING
       DISPLAY-FOUND-ENTRY.
           DISPLAY "CUSTOMER " VOID-CUST-NO
                   "  INVOICE " VOID-INVOICE-NO
                   "  SESSION " VOID-SESSION-ID
           IF VOID-RETURN
               DISPLAY "TYPE     RETURN"
           ELSE
               IF VOID-ADJUSTMENT
                   DISPLAY "TYPE     CREDIT ADJUSTMENT"
               ELSE
                   IF VOID-PAYMENT
                       DISPLAY "TYPE     PAYMENT"
                   ELSE
                       DISPLAY "TYPE     SALE"
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > VOID-ITEM-COUNT
               MOVE VOID-AMOUNTS(WS-ITEM-SUB) TO WS-DISP-LINE-AMT
               DISPLAY "  ITEM " VOID-ITEM-CODE(WS-ITEM-SUB) " "
                       VOID-ITEM-DESC(WS-ITEM-SUB) " QTY "
                       VOID-ITEM-QTY(WS-ITEM-SUB) " "
                       WS-DISP-LINE-AMT
           END-PERFORM
           MOVE VOID-TOTAL TO WS-DISP-AMT
           DISPLAY "TOTAL    " WS-DISP-AMT
           MOVE VOID-TAX-AMT TO WS-DISP-AMT
           DISPLAY "TAX      " WS-DISP-AMT

      *A PAYMENT ALSO SHOWS WHERE ITS CASH WENT, ALL OF WHICH THE
      *VOID WILL UNDO
           IF VOID-PAYMENT
               PERFORM VARYING WS-APPL-SUB FROM 1 BY 1
                       UNTIL WS-APPL-SUB > WS-APPL-COUNT
                   MOVE WS-APPL-AMT(WS-APPL-SUB) TO WS-DISP-APPL-AMT
                   IF WS-APPL-INV-NO(WS-APPL-SUB) = VOID-INVOICE-NO
                       DISPLAY "  HELD AS UNAPPLIED CASH    "
                               WS-DISP-APPL-AMT
                   ELSE
                       DISPLAY "  APPLIED TO INVOICE "
                               WS-APPL-INV-NO(WS-APPL-SUB) " "
                               WS-DISP-APPL-AMT
                   END-IF
               END-PERFORM
               IF HOLD-WAS-RELEASED
                   DISPLAY "RELEASED A CREDIT HOLD PLACED "
                           WS-RELEASED-HOLD-DATE
                           " - THE HOLD WILL BE PUT BACK"
               END-IF
           END-IF.

      *FIRST PASS - EVERY TRANOUT ENTRY GOES TO THE HOLDING FILE,
      *THE ONE BEING VOIDED WITH ITS VOID FLAG SET. A FAILURE HERE
      *LEAVES TRANOUT AS IT WAS AND NOTHING REVERSED
       MARK-ENTRY-VOID.
           MOVE "N" TO WS-TRAN-EOF-SW
           OPEN INPUT TRANOUT

           IF NOT TRANOUT-OPEN-OK
               DISPLAY "*** FATAL - TRANOUT COULD NOT BE OPENED, "
                       "FILE STATUS " WS-TRANOUT-STATUS " ***"
               PERFORM CLOSE-MASTER-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT KEEPFILE

           IF NOT KEEPFILE-OPEN-OK
               DISPLAY "*** FATAL - TRNVKEEP COULD NOT BE OPENED, "
                       "FILE STATUS " WS-KEEPFILE-STATUS " ***"
               CLOSE TRANOUT
               PERFORM CLOSE-MASTER-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL TRAN-EOF
               READ TRANOUT
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-SW
                   NOT AT END
                       IF TRAN-ENTRY-SEQ = VOID-ENTRY-SEQ
                           MOVE "V" TO TRAN-VOID-SW
                       END-IF
                       PERFORM WRITE-KEEP-RECORD
               END-READ
           END-PERFORM

           CLOSE TRANOUT
           CLOSE KEEPFILE
           PERFORM REWRITE-TRANSACTION-FILE.

      *ONE TRANOUT ENTRY ONTO THE HOLDING FILE, FIELD FOR FIELD
       WRITE-KEEP-RECORD.
           MOVE TRAN-CUST-NO    TO KEEP-CUST-NO
           MOVE TRAN-TYPE       TO KEEP-TRAN-TYPE
           MOVE TRAN-ITEM-COUNT TO KEEP-ITEM-COUNT
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > TRAN-ITEM-COUNT
               MOVE TRAN-ITEM-CODE(WS-ITEM-SUB)
                   TO KEEP-ITEM-CODE(WS-ITEM-SUB)
               MOVE TRAN-ITEM-DESC(WS-ITEM-SUB)
                   TO KEEP-ITEM-DESC(WS-ITEM-SUB)
               MOVE TRAN-ITEM-QTY(WS-ITEM-SUB)
                   TO KEEP-ITEM-QTY(WS-ITEM-SUB)
               MOVE TRAN-AMOUNTS(WS-ITEM-SUB)
                   TO KEEP-AMOUNTS(WS-ITEM-SUB)
           END-PERFORM
           MOVE TRAN-TOTAL      TO KEEP-TOTAL
           MOVE TRAN-SESSION-ID TO KEEP-SESSION-ID
           MOVE TRAN-TAX-AMT    TO KEEP-TAX-AMT
           MOVE TRAN-INVOICE-NO TO KEEP-INVOICE-NO
           MOVE TRAN-ENTRY-SEQ  TO KEEP-ENTRY-SEQ
           MOVE TRAN-VOID-SW    TO KEEP-VOID-SW
           MOVE TRAN-REP-ID     TO KEEP-REP-ID
           WRITE KEEP-RECORD.

      *SECOND PASS - TRANOUT IS REWRITTEN FROM THE HOLDING FILE. A
      *FAILURE HERE LEAVES THE HOLDING FILE INTACT TO RECOVER FROM
       REWRITE-TRANSACTION-FILE.
           MOVE "N" TO WS-KEEP-EOF-SW
           MOVE ZERO TO WS-REWRIT-COUNT
           OPEN INPUT KEEPFILE

           IF NOT KEEPFILE-OPEN-OK
               DISPLAY "*** FATAL - TRNVKEEP COULD NOT BE "
                       "RE-OPENED, FILE STATUS "
                       WS-KEEPFILE-STATUS " ***"
               PERFORM CLOSE-MASTER-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT TRANOUT

           IF NOT TRANOUT-OPEN-OK
               DISPLAY "*** FATAL - TRANOUT COULD NOT BE "
                       "REWRITTEN, FILE STATUS " WS-TRANOUT-STATUS
                       " - THE ENTRIES ARE ON TRNVKEEP ***"
               CLOSE KEEPFILE
               PERFORM CLOSE-MASTER-FILES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL KEEP-EOF
               READ KEEPFILE
                   AT END
                       MOVE "Y" TO WS-KEEP-EOF-SW
                   NOT AT END
                       PERFORM WRITE-TRANOUT-RECORD
               END-READ
           END-PERFORM

           CLOSE KEEPFILE
           CLOSE TRANOUT.

      *ONE HELD ENTRY BACK ONTO THE REWRITTEN TRANSACTION FILE
       WRITE-TRANOUT-RECORD.
           MOVE KEEP-CUST-NO    TO TRAN-CUST-NO
           MOVE KEEP-TRAN-TYPE  TO TRAN-TYPE
           MOVE KEEP-ITEM-COUNT TO TRAN-ITEM-COUNT
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > KEEP-ITEM-COUNT
               MOVE KEEP-ITEM-CODE(WS-ITEM-SUB)
                   TO TRAN-ITEM-CODE(WS-ITEM-SUB)
               MOVE KEEP-ITEM-DESC(WS-ITEM-SUB)
                   TO TRAN-ITEM-DESC(WS-ITEM-SUB)
               MOVE KEEP-ITEM-QTY(WS-ITEM-SUB)
                   TO TRAN-ITEM-QTY(WS-ITEM-SUB)
               MOVE KEEP-AMOUNTS(WS-ITEM-SUB)
                   TO TRAN-AMOUNTS(WS-ITEM-SUB)
           END-PERFORM
           MOVE KEEP-TOTAL      TO TRAN-TOTAL
           MOVE KEEP-SESSION-ID TO TRAN-SESSION-ID
           MOVE KEEP-TAX-AMT    TO TRAN-TAX-AMT
           MOVE KEEP-INVOICE-NO TO TRAN-INVOICE-NO
           MOVE KEEP-ENTRY-SEQ  TO TRAN-ENTRY-SEQ
           MOVE KEEP-VOID-SW    TO TRAN-VOID-SW
           MOVE KEEP-REP-ID     TO TRAN-REP-ID
           WRITE TRAN-RECORD
           ADD 1 TO WS-REWRIT-COUNT.

      *TAKES THE ENTRY'S TOTAL AND TAX BACK OFF THE CUSTOMER'S
      *BALANCE - THE EXACT REVERSE OF INTRO1'S POST-CUSTOMER-BALANCE.
      *A PAYMENT'S TOTAL IS NEGATIVE, SO ITS CASH GOES BACK ON, AND A
      *CREDIT HOLD IT RELEASED IS PUT BACK IN THE SAME REWRITE.
      *THE RECORD IS RE-READ FIRST SO THE REWRITE CANNOT PUT BACK A
      *STALE IMAGE OF ANY OTHER FIELD
       REVERSE-CUSTOMER-BALANCE.
           COMPUTE WS-VOID-DUE = VOID-TOTAL + VOID-TAX-AMT
           MOVE VOID-CUST-NO TO CUST-MAS-NO
           READ CUSTMAS
               INVALID KEY
                   DISPLAY "*** ERROR - CUSTOMER " VOID-CUST-NO
                           " BALANCE COULD NOT BE REVERSED, FILE "
                           "STATUS " WS-CUSTMAS-STATUS " ***"
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE CUST-MAS-BALANCE TO WS-AUDIT-OLD-BAL
                   SUBTRACT WS-VOID-DUE FROM CUST-MAS-BALANCE
                   MOVE CUST-MAS-BALANCE TO WS-AUDIT-NEW-BAL
                   MOVE "N" TO WS-HOLD-RESTORED-SW
                   IF VOID-PAYMENT AND HOLD-WAS-RELEASED
                           AND NOT CUST-ON-CREDIT-HOLD
                       MOVE "H" TO CUST-MAS-CREDIT-HOLD
                       MOVE WS-RELEASED-HOLD-DATE
                           TO CUST-MAS-HOLD-DATE
                       MOVE "Y" TO WS-HOLD-RESTORED-SW
                   END-IF
                   REWRITE CUST-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - CUSTOMER "
                                   VOID-CUST-NO " BALANCE COULD NOT "
                                   "BE REWRITTEN, FILE STATUS "
                                   WS-CUSTMAS-STATUS " ***"
                       NOT INVALID KEY
                           MOVE "C" TO JRNL-ACTION
                           PERFORM JOURNAL-CUSTMAS-UPDATE
                           IF HOLD-RESTORED
                               PERFORM WRITE-HOLD-RESTORE-AUDIT
                           END-IF
                   END-REWRITE
           END-READ.

      *TRACES A CREDIT HOLD PUT BACK BY A VOIDED PAYMENT ON THE
      *CUSTOMER AUDIT TRAIL UNDER THE SUPERVISOR - NAME, LIMIT AND
      *TAX ARE UNCHANGED, SO BEFORE AND AFTER CARRY THE SAME VALUES.
      *THE AUDIT TRAIL IS CREATED EMPTY IF CUSTMNT1 HAS NEVER RUN
       WRITE-HOLD-RESTORE-AUDIT.
           OPEN EXTEND CUSTAUD
           IF CUSTAUD-MISSING
               OPEN OUTPUT CUSTAUD
               CLOSE CUSTAUD
               OPEN EXTEND CUSTAUD
           END-IF
           IF NOT CUSTAUD-OPEN-OK
               DISPLAY "*** WARNING - CUSTAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTAUD-STATUS " - HOLD "
                       "PUT BACK ON " VOID-CUST-NO " NOT TRACED ***"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO CMAUD-TIMESTAMP
               MOVE USER-ID-IN            TO CMAUD-USER-ID
               MOVE "HOLD"                TO CMAUD-ACTION
               MOVE VOID-CUST-NO          TO CMAUD-CUST-NO
               MOVE CUST-MAS-NAME         TO CMAUD-OLD-NAME
               MOVE CUST-MAS-NAME         TO CMAUD-NEW-NAME
               MOVE CUST-MAS-CREDIT-LIMIT TO CMAUD-OLD-LIMIT
               MOVE CUST-MAS-CREDIT-LIMIT TO CMAUD-NEW-LIMIT
               MOVE CUST-MAS-TAX-JUR      TO CMAUD-OLD-TAX-JUR
               MOVE CUST-MAS-TAX-JUR      TO CMAUD-NEW-TAX-JUR
               MOVE CUST-MAS-TAX-RATE     TO CMAUD-OLD-TAX-RATE
               MOVE CUST-MAS-TAX-RATE     TO CMAUD-NEW-TAX-RATE
               MOVE SPACE                 TO CMAUD-OLD-HOLD
               MOVE "H"                   TO CMAUD-NEW-HOLD
               MOVE CUST-MAS-REP-ID       TO CMAUD-OLD-REP
               MOVE CUST-MAS-REP-ID       TO CMAUD-NEW-REP
               MOVE "ACCEPTED"            TO CMAUD-STATUS
               MOVE "PAYMENT VOIDED - HOLD PUT BACK"
                                          TO CMAUD-REASON
               MOVE ZERO                  TO CMAUD-OLD-HOLD-DATE
               MOVE VOID-INVOICE-NO       TO CMAUD-RECEIPT-NO
               WRITE CMAUD-RECORD
               CLOSE CUSTAUD
           END-IF.

      *PUTS THE ENTRY'S QUANTITIES BACK - A VOIDED SALE RETURNS ITS
      *STOCK TO ON-HAND AND A VOIDED RETURN TAKES IT OFF AGAIN. A
      *CREDIT ADJUSTMENT NEVER MOVED STOCK, SO IT MOVES NONE NOW.
      *EACH ITEM IS RE-READ BEFORE ITS REWRITE SO AN ENTRY CARRYING
      *THE SAME ITEM ON TWO LINES REVERSES BOTH
       REVERSE-ITEM-ON-HAND.
           IF VOID-SALE OR VOID-RETURN
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > VOID-ITEM-COUNT
                   MOVE VOID-ITEM-CODE(WS-ITEM-SUB) TO ITEM-MAS-CODE
                   READ ITEMMAS
                       INVALID KEY
                           DISPLAY "*** ERROR - ITEM "
                                   VOID-ITEM-CODE(WS-ITEM-SUB)
                                   " ON-HAND COULD NOT BE REVERSED, "
                                   "FILE STATUS " WS-ITEMMAS-STATUS
                                   " ***"
                       NOT INVALID KEY
                           MOVE ITEM-MASTER-RECORD
                               TO WS-JRNL-BEFORE-IMAGE
                           IF VOID-RETURN
                               SUBTRACT VOID-ITEM-QTY(WS-ITEM-SUB)
                                   FROM ITEM-MAS-ON-HAND
                           ELSE
                               ADD VOID-ITEM-QTY(WS-ITEM-SUB)
                                   TO ITEM-MAS-ON-HAND
                           END-IF
                           REWRITE ITEM-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "*** ERROR - ITEM "
                                           VOID-ITEM-CODE(WS-ITEM-SUB)
                                           " ON-HAND COULD NOT BE "
                                           "REWRITTEN, FILE STATUS "
                                           WS-ITEMMAS-STATUS " ***"
                               NOT INVALID KEY
                                   MOVE "C" TO JRNL-ACTION
                                   PERFORM JOURNAL-ITEMMAS-UPDATE
                           END-REWRITE
                   END-READ
               END-PERFORM
           END-IF.

      *THE VOIDED ENTRY'S OPEN ITEM COMES OFF THE RECEIVABLES FILE -
      *NOTHING WAS EVER APPLIED TO IT, SO THE CUSTOMER OWES NOTHING
      *ON IT AND STMTGEN1 MUST NOT AGE IT
       REMOVE-OPEN-ITEM.
           IF OPEN-ITEM-ON-FILE
               MOVE VOID-CUST-NO    TO OPEN-CUST-NO
               MOVE VOID-INVOICE-NO TO OPEN-INVOICE-NO
               DELETE OPENITEM
                   INVALID KEY
                       DISPLAY "*** ERROR - OPEN ITEM " VOID-INVOICE-NO
                               " COULD NOT BE DELETED, FILE STATUS "
                               WS-OPENITEM-STATUS " ***"
               END-DELETE
           END-IF.

      *UNDOES A VOIDED PAYMENT'S CASH APPLICATIONS - EACH AMOUNT
      *GOES BACK ON THE INVOICE IT PAID, WHICH IS OPEN AGAIN, AND
      *THE REMAINDER HELD AS UNAPPLIED CASH COMES OFF THE FILE. A
      *NEGATIVE APPLICATION IS JOURNALLED AGAINST EACH ONE SO THE
      *JOURNAL FOR THE RECEIPT NETS TO ZERO
       REVERSE-RECEIPT-APPLICATIONS.
           IF WS-APPL-COUNT > ZERO
               OPEN EXTEND OPENAPPL
               IF OPENAPPL-MISSING
                   OPEN OUTPUT OPENAPPL
                   CLOSE OPENAPPL
                   OPEN EXTEND OPENAPPL
               END-IF
               IF NOT OPENAPPL-OPEN-OK
                   DISPLAY "*** ERROR - OPENAPPL COULD NOT BE OPENED, "
                           "FILE STATUS " WS-OPENAPPL-STATUS " - "
                           "RECEIPT " VOID-INVOICE-NO
                           " REVERSALS NOT JOURNALLED ***"
               END-IF
               PERFORM VARYING WS-APPL-SUB FROM 1 BY 1
                       UNTIL WS-APPL-SUB > WS-APPL-COUNT
                   PERFORM REVERSE-ONE-APPLICATION
               END-PERFORM
               IF OPENAPPL-OPEN-OK
                   CLOSE OPENAPPL
               END-IF
           END-IF.

      *ONE APPLICATION - THE OPEN ITEM IS PUT BACK AS IT STOOD
      *BEFORE THE RECEIPT, THEN THE REVERSING JOURNAL RECORD
       REVERSE-ONE-APPLICATION.
           MOVE VOID-CUST-NO               TO OPEN-CUST-NO
           MOVE WS-APPL-INV-NO(WS-APPL-SUB) TO OPEN-INVOICE-NO
           IF WS-APPL-INV-NO(WS-APPL-SUB) = VOID-INVOICE-NO
               DELETE OPENITEM
                   INVALID KEY
                       DISPLAY "*** ERROR - UNAPPLIED CASH FOR RECEIPT "
                               VOID-INVOICE-NO " COULD NOT BE "
                               "DELETED, FILE STATUS "
                               WS-OPENITEM-STATUS " ***"
               END-DELETE
           ELSE
               READ OPENITEM
                   INVALID KEY
                       DISPLAY "*** ERROR - INVOICE "
                               WS-APPL-INV-NO(WS-APPL-SUB)
                               " COULD NOT BE RE-READ, FILE STATUS "
                               WS-OPENITEM-STATUS " ***"
                   NOT INVALID KEY
                       ADD WS-APPL-AMT(WS-APPL-SUB) TO OPEN-BALANCE
                       MOVE "O" TO OPEN-STATUS
                       REWRITE OPEN-ITEM-RECORD
                           INVALID KEY
                               DISPLAY "*** ERROR - INVOICE "
                                       WS-APPL-INV-NO(WS-APPL-SUB)
                                       " COULD NOT BE REWRITTEN, "
                                       "FILE STATUS "
                                       WS-OPENITEM-STATUS " ***"
                       END-REWRITE
               END-READ
           END-IF
           IF OPENAPPL-OPEN-OK
               MOVE WS-REPORT-DATE TO APPL-DATE
               MOVE VOID-INVOICE-NO TO APPL-RECEIPT-NO
               MOVE VOID-CUST-NO   TO APPL-CUST-NO
               MOVE WS-APPL-INV-NO(WS-APPL-SUB) TO APPL-INVOICE-NO
               COMPUTE APPL-AMOUNT = ZERO - WS-APPL-AMT(WS-APPL-SUB)
               MOVE USER-ID-IN     TO APPL-SESSION-ID
               WRITE APPL-RECORD
           END-IF.

      *A FATAL ERROR PART WAY THROUGH A VOID STILL CLOSES THE
      *MASTERS AND THE AUDIT TRAIL CLEANLY BEFORE THE RUN ENDS
       CLOSE-MASTER-FILES.
           CLOSE CUSTMAS
           CLOSE ITEMMAS
           CLOSE OPENITEM
           CLOSE VOIDAUD
           CLOSE MSTJRNL.

      *BUILDS AND APPENDS ONE AUDIT TRAIL RECORD FOR THE VOID JUST
      *ATTEMPTED - THE WS-AUDIT- FIELDS ARE SET BY VOID-ONE-ENTRY
       WRITE-VOIDAUD-RECORD.
           MOVE FUNCTION CURRENT-DATE TO VDAUD-TIMESTAMP
           MOVE USER-ID-IN            TO VDAUD-USER-ID
           MOVE WS-REPORT-DATE        TO VDAUD-BUS-DATE
           MOVE ENTRY-SEQ-NUM         TO VDAUD-ENTRY-SEQ
           MOVE VOID-CUST-NO          TO VDAUD-CUST-NO
           MOVE VOID-TRAN-TYPE        TO VDAUD-TRAN-TYPE
           MOVE VOID-INVOICE-NO       TO VDAUD-INVOICE-NO
           MOVE VOID-SESSION-ID       TO VDAUD-SESSION-ID
           MOVE VOID-TOTAL            TO VDAUD-TOTAL
           MOVE VOID-TAX-AMT          TO VDAUD-TAX-AMT
           MOVE WS-AUDIT-OLD-BAL      TO VDAUD-OLD-BALANCE
           MOVE WS-AUDIT-NEW-BAL      TO VDAUD-NEW-BALANCE
           MOVE WS-AUDIT-STATUS       TO VDAUD-STATUS
           MOVE WS-AUDIT-REASON       TO VDAUD-REASON
           WRITE VDAUD-RECORD.

      *RE-READS TRANOUT AND WRITES ONE ACCOUNTING INTERFACE RECORD
      *PER CUSTOMER NUMBER - THE WHOLE FILE, SO THE INTERFACE CARRIES
      *THE WHOLE DAY LESS WHAT WAS VOIDED EXACTLY ONCE. SAME STEP AS
      *INTRO1'S EXPORT, FIELD FOR FIELD
       EXPORT-ACCOUNTING-INTERFACE.
           OPEN OUTPUT ACCTIF

           IF NOT ACCTIF-OPEN-OK
               DISPLAY "*** FATAL - ACCTIF COULD NOT BE OPENED, "
                       "FILE STATUS " WS-ACCTIF-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SORT ACCTSRT
               ON ASCENDING KEY ACCTSRT-CUST-NO
               INPUT PROCEDURE IS BUILD-ACCT-SORT-INPUT
               OUTPUT PROCEDURE IS PRODUCE-ACCT-INTERFACE

      *ANYTHING ACCTRCN1 LEFT UNPOSTED FROM A PRIOR DAY RIDES OUT
      *BEHIND TODAY'S RECORDS
           PERFORM APPEND-CARRY-FORWARD

           CLOSE ACCTIF.

      *APPENDS THE CARRY-FORWARD RECORDS TO THE INTERFACE FILE JUST
      *WRITTEN, KEEPING THEIR ORIGINAL DATES. NO CARRY-FORWARD FILE
      *AT ALL JUST MEANS NOTHING TO RE-SEND
       APPEND-CARRY-FORWARD.
           MOVE "N" TO WS-ACCTCF-EOF-SW
           OPEN INPUT ACCTCF
           IF ACCTCF-MISSING
               CONTINUE
           ELSE
               IF NOT ACCTCF-OPEN-OK
                   DISPLAY "*** WARNING - CARRY-FORWARD FILE COULD "
                           "NOT BE OPENED, FILE STATUS "
                           WS-ACCTCF-STATUS " - NOTHING RE-SENT ***"
               ELSE
                   PERFORM UNTIL ACCTCF-EOF
                       READ ACCTCF
                           AT END
                               MOVE "Y" TO WS-ACCTCF-EOF-SW
                           NOT AT END
                               MOVE CF-CUST-NO TO ACCT-CUST-NO
                               MOVE CF-DATE    TO ACCT-DATE
                               MOVE CF-TOTAL   TO ACCT-TOTAL
                               MOVE CF-TAX     TO ACCT-TAX
                               WRITE ACCT-INTERFACE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ACCTCF
               END-IF
           END-IF.

      *SORT'S INPUT PROCEDURE - RELEASES ONE ACCTSRT RECORD PER
      *TRANOUT ENTRY STILL STANDING, CARRYING ONLY THE CUSTOMER
      *NUMBER, TOTAL AND TAX
       BUILD-ACCT-SORT-INPUT.
           MOVE "N" TO WS-TRAN-EOF-SW
           OPEN INPUT TRANOUT

           IF NOT TRANOUT-OPEN-OK
               DISPLAY "*** FATAL - TRANOUT COULD NOT BE RE-OPENED "
                       "FOR THE ACCOUNTING EXPORT, FILE STATUS "
                       WS-TRANOUT-STATUS " ***"
               CLOSE ACCTIF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL TRAN-EOF
               READ TRANOUT
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

      *SORT'S OUTPUT PROCEDURE - RETURNS THE SORTED ACCTSRT RECORDS
      *ONE AT A TIME AND DRIVES THE CUSTOMER-NUMBER CONTROL BREAK
       PRODUCE-ACCT-INTERFACE.
           PERFORM UNTIL END-OF-ACCTSRT
               RETURN ACCTSRT
                   AT END
                       MOVE "Y" TO WS-ACCTSRT-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-ACCT-SORTED-RECORD
               END-RETURN
           END-PERFORM

      *LAST CUSTOMER GROUP STILL NEEDS ITS INTERFACE RECORD WRITTEN
           IF NOT NO-ACCT-RECORDS-YET
               PERFORM WRITE-ACCT-INTERFACE-RECORD
           END-IF.

      *ONE SORTED ACCTSRT RECORD - DETECTS A CUSTOMER NUMBER CHANGE
      *AND WRITES THE PRIOR CUSTOMER'S INTERFACE RECORD BEFORE
      *STARTING THE NEW CUSTOMER'S RUNNING SUBTOTAL
       PROCESS-ACCT-SORTED-RECORD.
           IF NO-ACCT-RECORDS-YET
               MOVE ACCTSRT-CUST-NO TO WS-ACCT-PREV-CUST-NO
               MOVE "N" TO WS-ACCT-FIRST-SW
           END-IF

           IF ACCTSRT-CUST-NO NOT = WS-ACCT-PREV-CUST-NO
               PERFORM WRITE-ACCT-INTERFACE-RECORD
               MOVE ZERO TO WS-ACCT-SUBTOTAL
               MOVE ZERO TO WS-ACCT-TAX-SUBTOT
               MOVE ACCTSRT-CUST-NO TO WS-ACCT-PREV-CUST-NO
           END-IF

           ADD ACCTSRT-TOTAL TO WS-ACCT-SUBTOTAL
           ADD ACCTSRT-TAX   TO WS-ACCT-TAX-SUBTOT.

      *WRITES ONE ACCOUNTING INTERFACE RECORD FOR THE CUSTOMER GROUP
      *JUST FINISHED
       WRITE-ACCT-INTERFACE-RECORD.
           MOVE WS-ACCT-PREV-CUST-NO TO ACCT-CUST-NO
           MOVE WS-REPORT-DATE       TO ACCT-DATE
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
           MOVE "TRNVOID1" TO JRNL-PROGRAM
           WRITE JRNL-RECORD
           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** WARNING - MSTJRNL WRITE FAILED, FILE "
                       "STATUS " WS-MSTJRNL-STATUS " - " JRNL-KEY
                       " IS NOT JOURNALLED ***"
           END-IF.
