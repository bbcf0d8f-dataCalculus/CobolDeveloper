      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: READ-ONLY CUSTOMER ACCOUNT INQUIRY - THE OPERATOR
      *          KEYS A CUSTOMER NUMBER AND SEES THE ACCOUNT'S NAME,
      *          CREDIT LIMIT, BALANCE AND AVAILABLE CREDIT, THEN
      *          TODAY'S UNPOSTED TRANOUT ENTRIES, AND CAN PAGE BACK
      *          THROUGH THE CUSTOMER'S TRANHIST ACTIVITY OR AN OLDER
      *          MONTH'S TRNHYYYYMM ARCHIVE AND OPEN ANY ENTRY FOR ITS
      *          LINE DETAIL. NOTHING IS UPDATED. EVERY LOOKUP IS
      *          LOGGED TO INQLOG WITH THE SIGNED-ON OPERATOR ID
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTINQ1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CUSTOMER MASTER - OPENED INPUT ONLY, THE INQUIRY NEVER
      *CHANGES AN ACCOUNT
           SELECT CUSTMAS ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *TODAY'S TRANSACTION FILE - THE ENTRIES KEYED SINCE THE LAST
      *DATE ADVANCE THAT TRNPOST1 HAS NOT YET MOVED TO HISTORY
           SELECT TRANOUT ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-STATUS.

      *TRANSACTION HISTORY - THE FILE NAME IS A WORKING-STORAGE
      *FIELD, SAME AS CUSTRPT2, SO THE INQUIRY CAN BE POINTED AT A
      *MONTH-CLOSE ARCHIVE (E.G. TRNH202608) FOR AN OLDER MONTH. IT
      *STARTS ON THE LIVE TRANHIST FOR EACH CUSTOMER
           SELECT HISTIN   ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

      *INQUIRY LOG - ONE RECORD PER LOOKUP, APPENDED ACROSS SESSIONS
           SELECT INQLOG ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE - MAINTAINED BY
      *THE DATEADV1 OPERATOR STEP
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *RUN-STATUS CONTROL FILE - ONCE TRNPOST1 HAS POSTED THE DAY,
      *TODAY'S ENTRIES ARE ON TRANHIST AND TRANOUT IS NOT SHOWN
      *AGAIN, OR EVERY ENTRY WOULD APPEAR TWICE
           SELECT RUNSTAT ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

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
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  TRANOUT.
           COPY "TRANREC.CPY".
       FD  HISTIN.
           COPY "HISTREC.CPY".
       FD  INQLOG.
           COPY "INQREC.CPY".
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       FD  RUNSTAT.
           COPY "RUNSTREC.CPY".
       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  SECLOG.
           COPY "SECREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-OPEN-OK           VALUE "00".
       01  WS-TRANOUT-STATUS   PIC X(2) VALUE "00".
           88  TRANOUT-OPEN-OK           VALUE "00".
       01  WS-HISTIN-STATUS    PIC X(2) VALUE "00".
           88  HISTIN-OPEN-OK            VALUE "00".
       01  WS-INQLOG-STATUS    PIC X(2) VALUE "00".
           88  INQLOG-OPEN-OK            VALUE "00".
           88  INQLOG-MISSING            VALUE "35".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-SOURCE-EOF-SW    PIC X(1) VALUE "N".
           88  SOURCE-EOF                VALUE "Y".

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
       01  WS-DAY-POSTED-SW    PIC X(1) VALUE "N".
           88  DAY-ALREADY-POSTED        VALUE "Y".

      *BUSINESS DATE FROM RUNCTL - DATES TODAY'S UNPOSTED ENTRIES
      *AND MARKS THE MONTH STILL ON THE LIVE TRANHIST
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

      *OPERATOR SIGN-ON - CAPTURED ONCE AT THE START OF THE SESSION
      *AND STAMPED ON EVERY INQUIRY LOG RECORD
       01  USER-ID-IN          PIC X(8).
       01  CUST-NO-IN          PIC X(15).

      *WHAT TO DO NEXT WITH THE CUSTOMER ON SCREEN - A LINE NUMBER
      *OPENS THAT ENTRY, B PAGES BACK, M ASKS FOR AN OLDER MONTH
      *AND X ENDS THE CUSTOMER
       01  COMMAND-IN          PIC X(2).
           88  COMMAND-BACK              VALUE "B".
           88  COMMAND-MONTH             VALUE "M".
           88  COMMAND-END               VALUE "X".
       01  WS-PICK             PIC 9(2).

      *OLDER MONTH ASKED FOR - MUST BE A REAL YYYYMM MONTH BEFORE THE
      *ONE STILL OPEN ON TRANHIST, SAME RULE AS MTHCLOS1
       01  MONTH-IN            PIC X(6).
       01  WS-MONTH-YYYYMM     PIC 9(6) VALUE ZERO.
       01  WS-MONTH-YYYYMM-R REDEFINES WS-MONTH-YYYYMM.
           05  WS-MONTH-YYYY   PIC 9(4).
           05  WS-MONTH-MM     PIC 9(2).
       01  WS-OPEN-YYYYMM      PIC 9(6) VALUE ZERO.
       01  WS-HIST-FILE-NAME   PIC X(10) VALUE "TRANHIST".

      *THE FILE THE ENTRIES ON SCREEN CAME FROM - TODAY'S TRANOUT
      *FIRST, THEN TRANHIST OR THE ARCHIVE MONTH ASKED FOR
       01  WS-SOURCE-SW        PIC X(1) VALUE "T".
           88  SOURCE-TODAY              VALUE "T".
           88  SOURCE-HISTORY            VALUE "H".
       01  WS-SOURCE-NAME      PIC X(10) VALUE SPACES.
       01  WS-SOURCE-AVAIL-SW  PIC X(1) VALUE "N".
           88  SOURCE-AVAILABLE          VALUE "Y".

      *PAGING WORK FIELDS - THE FILES ARE SEQUENTIAL, SO THE
      *CUSTOMER'S ENTRIES ARE COUNTED ONCE AND EACH PAGE RE-READS
      *THE FILE FOR THE NEXT TEN OLDER ONES. WS-PAGE-END IS THE
      *POSITION (AMONG THIS CUSTOMER'S ENTRIES, IN FILE ORDER) OF THE
      *NEWEST ENTRY NOT YET SHOWN - ZERO ONCE THE FILE IS EXHAUSTED
       01  WS-PAGE-SIZE        PIC 9(2) VALUE 10.
       01  WS-SOURCE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-PAGE-END         PIC 9(7) VALUE ZERO.
       01  WS-PAGE-START       PIC 9(7) VALUE ZERO.
       01  WS-REC-IDX          PIC 9(7) VALUE ZERO.
       01  WS-SLOT             PIC 9(2) VALUE ZERO.
       01  WS-ITEM-SUB         PIC 9(2) VALUE ZERO.

      *THE PAGE OF ENTRIES ON SCREEN, NEWEST FIRST - HELD WITH THEIR
      *LINE ITEMS SO ANY ONE OF THEM CAN BE OPENED WITHOUT ANOTHER
      *PASS OF THE FILE
       01  WS-LIST-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-LIST-TABLE.
           05  LIST-ENTRY      OCCURS 10 TIMES.
               10  LIST-DATE       PIC 9(8).
               10  LIST-TRAN-TYPE  PIC X(1).
               10  LIST-INVOICE-NO PIC 9(9).
               10  LIST-SESSION-ID PIC X(8).
               10  LIST-TOTAL      PIC S9(7)V99.
               10  LIST-TAX-AMT    PIC S9(7)V99.
               10  LIST-VOID-SW    PIC X(1).
               10  LIST-ITEM-COUNT PIC 9(2).
               10  LIST-ITEMS      OCCURS 20 TIMES.
                   15  LIST-ITEM-CODE PIC X(5).
                   15  LIST-ITEM-DESC PIC X(30).
                   15  LIST-ITEM-QTY  PIC 9(2).
                   15  LIST-AMOUNTS   PIC 9(5)V99.

      *AVAILABLE CREDIT IS THE LIMIT LESS THE BALANCE - NEGATIVE
      *WHEN THE ACCOUNT IS OVER ITS LIMIT
       01  WS-AVAILABLE        PIC S9(9)V99 VALUE ZERO.

      *WORK FIELDS USED TO BUILD THE NEXT INQUIRY LOG RECORD
       01  WS-INQ-TYPE         PIC X(8).
       01  WS-INQ-INVOICE      PIC 9(9).
       01  WS-INQ-RESULT       PIC X(30).

      *EDITED FIELDS FOR THE SCREEN
       01  WS-TYPE-TEXT        PIC X(8).
       01  WS-VOID-TEXT        PIC X(4).
       01  WS-DISP-LIMIT       PIC Z,ZZZ,ZZ9.99.
       01  WS-DISP-BAL         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-DISP-AVAIL       PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-DISP-AMT         PIC Z,ZZZ,ZZ9.99-.
       01  WS-DISP-TAX         PIC Z,ZZZ,ZZ9.99-.
       01  WS-DISP-LINE-AMT    PIC ZZ,ZZ9.99.
       01  WS-DISP-COUNT       PIC Z,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           MOVE WS-REPORT-DATE(1:6) TO WS-OPEN-YYYYMM

      *CUSTOMER FINANCIAL DATA - NOBODY LOOKS WITHOUT SIGNING ON
           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** CUSTINQ1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "TRNPOST1" TO WS-CHECK-STEP
           PERFORM CHECK-RUN-STEP
           IF STEP-FOUND
               MOVE "Y" TO WS-DAY-POSTED-SW
           END-IF

           OPEN INPUT CUSTMAS
           IF NOT CUSTMAS-OPEN-OK
               DISPLAY "*** FATAL - CUSTMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTMAS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *THE INQUIRY LOG IS APPENDED TO, AND CREATED EMPTY ON THE
      *FIRST RUN. NO LOG MEANS NO INQUIRY
           OPEN EXTEND INQLOG
           IF INQLOG-MISSING
               OPEN OUTPUT INQLOG
               CLOSE INQLOG
               OPEN EXTEND INQLOG
           END-IF

           IF NOT INQLOG-OPEN-OK
               DISPLAY "*** FATAL - INQLOG COULD NOT BE OPENED, "
                       "FILE STATUS " WS-INQLOG-STATUS " ***"
               CLOSE CUSTMAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM INQUIRE-ONE-CUSTOMER

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO
               DISPLAY "TO CONTINUE PLEASE ENTER YES OTHERWISE NO"
               ACCEPT MORE-DATA
               MOVE FUNCTION UPPER-CASE(MORE-DATA) TO MORE-DATA
           END-PERFORM

           CLOSE CUSTMAS
           CLOSE INQLOG
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

      *OPERATOR SIGN-ON - THE ID AND PASSWORD MUST MATCH AN ACTIVE
      *OPERATOR ON OPERMAS - ANY ROLE MAY MAKE AN INQUIRY, SINCE
      *EVERY ROLE DEALS WITH CUSTOMERS AT THE COUNTER.
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
                               IF OPER-VALID-ROLE
                                   MOVE "SIGNON" TO WS-SEC-EVENT
                                   MOVE SPACES TO WS-SEC-REASON
                                   MOVE "Y" TO WS-SIGNON-SW
                               ELSE
                                   MOVE "ROLE MAY NOT RUN CUSTINQ1"
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
           MOVE "CUSTINQ1"            TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE USER-ID-IN            TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *ONE CUSTOMER - THE ACCOUNT IS SHOWN, THEN THE NEWEST PAGE OF
      *ITS ENTRIES, AND THE OPERATOR WORKS FROM THERE UNTIL X
       INQUIRE-ONE-CUSTOMER.
           MOVE SPACES TO CUST-NO-IN
           PERFORM UNTIL CUST-NO-IN NOT = SPACES
               DISPLAY "ENTER CUSTOMER NUMBER (15 CHARACTERS)"
               ACCEPT CUST-NO-IN
               IF CUST-NO-IN = SPACES
                   DISPLAY "*** ERROR - CUSTOMER NUMBER CANNOT BE "
                           "BLANK, RE-ENTER ***"
               END-IF
           END-PERFORM

           MOVE "ACCOUNT" TO WS-INQ-TYPE
           MOVE SPACES    TO WS-SOURCE-NAME
           MOVE ZERO      TO WS-INQ-INVOICE
           MOVE CUST-NO-IN TO CUST-MAS-NO
           READ CUSTMAS
               INVALID KEY
                   DISPLAY "*** ERROR - CUSTOMER NUMBER " CUST-NO-IN
                           " NOT ON FILE ***"
                   MOVE "NOT ON FILE" TO WS-INQ-RESULT
                   PERFORM WRITE-INQLOG-RECORD
               NOT INVALID KEY
                   MOVE "ACCOUNT SHOWN" TO WS-INQ-RESULT
                   PERFORM WRITE-INQLOG-RECORD
                   PERFORM DISPLAY-ACCOUNT
                   PERFORM BROWSE-CUSTOMER-ENTRIES
           END-READ.

      *THE ACCOUNT POSITION AS IT STANDS ON CUSTMAS RIGHT NOW
       DISPLAY-ACCOUNT.
           COMPUTE WS-AVAILABLE =
               CUST-MAS-CREDIT-LIMIT - CUST-MAS-BALANCE
           MOVE CUST-MAS-CREDIT-LIMIT TO WS-DISP-LIMIT
           MOVE CUST-MAS-BALANCE      TO WS-DISP-BAL
           MOVE WS-AVAILABLE          TO WS-DISP-AVAIL
           DISPLAY "CUSTOMER         " CUST-MAS-NO " " CUST-MAS-NAME
           DISPLAY "CREDIT LIMIT     " WS-DISP-LIMIT
           DISPLAY "CURRENT BALANCE  " WS-DISP-BAL
           DISPLAY "AVAILABLE CREDIT " WS-DISP-AVAIL
           IF CUST-ON-CREDIT-HOLD
               DISPLAY "*** ACCOUNT ON CREDIT HOLD SINCE "
                       CUST-MAS-HOLD-DATE " ***"
           END-IF.

      *TODAY'S UNPOSTED ENTRIES COME FIRST, THEN HISTORY. ONCE THE
      *DAY HAS BEEN POSTED THE SAME ENTRIES ARE ALREADY ON TRANHIST,
      *SO THE BROWSE STARTS THERE INSTEAD
       BROWSE-CUSTOMER-ENTRIES.
           MOVE "TRANHIST" TO WS-HIST-FILE-NAME
           IF DAY-ALREADY-POSTED
               DISPLAY "TODAY'S ENTRIES ARE POSTED - THEY ARE SHOWN "
                       "WITH THE HISTORY"
               MOVE "H" TO WS-SOURCE-SW
           ELSE
               MOVE "T" TO WS-SOURCE-SW
           END-IF
           PERFORM START-ENTRY-SOURCE
           IF SOURCE-AVAILABLE AND WS-SOURCE-COUNT > ZERO
               PERFORM SHOW-NEXT-PAGE
           ELSE
               MOVE ZERO TO WS-LIST-COUNT
           END-IF

           MOVE SPACES TO COMMAND-IN
           PERFORM UNTIL COMMAND-END
               DISPLAY "ENTER LINE NUMBER FOR DETAIL, B FOR EARLIER "
                       "ENTRIES, M FOR AN OLDER MONTH, X TO END"
               ACCEPT COMMAND-IN
               MOVE FUNCTION UPPER-CASE(COMMAND-IN) TO COMMAND-IN
               IF COMMAND-BACK
                   PERFORM PAGE-BACKWARD
               ELSE
                   IF COMMAND-MONTH
                       PERFORM SELECT-ARCHIVE-MONTH
                   ELSE
                       IF NOT COMMAND-END
                           PERFORM SHOW-ENTRY-DETAIL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *NEXT OLDER PAGE - WHEN TODAY'S ENTRIES RUN OUT THE BROWSE
      *CARRIES ON INTO TRANHIST. AT THE START OF A HISTORY FILE THE
      *OPERATOR IS TOLD TO ASK FOR AN OLDER MONTH
       PAGE-BACKWARD.
           IF WS-PAGE-END > ZERO
               PERFORM SHOW-NEXT-PAGE
           ELSE
               IF SOURCE-TODAY
                   MOVE "H" TO WS-SOURCE-SW
                   PERFORM START-ENTRY-SOURCE
                   IF SOURCE-AVAILABLE AND WS-SOURCE-COUNT > ZERO
                       PERFORM SHOW-NEXT-PAGE
                   END-IF
               ELSE
                   DISPLAY "*** NO EARLIER ENTRIES ON "
                           WS-HIST-FILE-NAME
                           " - ENTER M FOR AN OLDER MONTH ***"
               END-IF
           END-IF.

      *OLDER MONTH - CLOSED MONTHS LIVE ON THEIR OWN MONTH-CLOSE
      *ARCHIVE, NAMED TRNH FOLLOWED BY THE MONTH THE WAY MTHCLOS1
      *NAMES IT. A BAD MONTH JUST RETURNS TO THE PROMPT
       SELECT-ARCHIVE-MONTH.
           DISPLAY "ENTER MONTH TO VIEW (YYYYMM)"
           ACCEPT MONTH-IN
           IF MONTH-IN IS NOT NUMERIC
               DISPLAY "*** ERROR - MONTH MUST BE YYYYMM ***"
           ELSE
               MOVE MONTH-IN TO WS-MONTH-YYYYMM
               IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                   DISPLAY "*** ERROR - MONTH MUST BE 01 TO 12 ***"
               ELSE
                   IF WS-MONTH-YYYYMM >= WS-OPEN-YYYYMM
                       DISPLAY "*** ERROR - MONTH " WS-MONTH-YYYYMM
                               " IS NOT CLOSED YET, ITS ENTRIES ARE "
                               "ON TRANHIST ***"
                   ELSE
                       MOVE SPACES TO WS-HIST-FILE-NAME
                       STRING "TRNH" DELIMITED BY SIZE
                              MONTH-IN DELIMITED BY SIZE
                           INTO WS-HIST-FILE-NAME
                       MOVE "H" TO WS-SOURCE-SW
                       PERFORM START-ENTRY-SOURCE
                       IF SOURCE-AVAILABLE AND WS-SOURCE-COUNT > ZERO
                           PERFORM SHOW-NEXT-PAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *COUNTS THE CUSTOMER'S ENTRIES ON THE FILE NOW BEING BROWSED
      *AND POSITIONS THE BROWSE AT THE NEWEST OF THEM. A FILE THAT
      *CANNOT BE OPENED, OR HOLDS NOTHING FOR THE CUSTOMER, IS SAID
      *SO AND LOGGED
       START-ENTRY-SOURCE.
           MOVE ZERO TO WS-SOURCE-COUNT
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N"  TO WS-SOURCE-AVAIL-SW
           MOVE "N"  TO WS-SOURCE-EOF-SW
           IF SOURCE-TODAY
               MOVE "TRANOUT" TO WS-SOURCE-NAME
               OPEN INPUT TRANOUT
               IF TRANOUT-OPEN-OK
                   MOVE "Y" TO WS-SOURCE-AVAIL-SW
                   PERFORM UNTIL SOURCE-EOF
                       READ TRANOUT
                           AT END
                               MOVE "Y" TO WS-SOURCE-EOF-SW
                           NOT AT END
                               IF TRAN-CUST-NO = CUST-MAS-NO
                                   ADD 1 TO WS-SOURCE-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANOUT
               END-IF
           ELSE
               MOVE WS-HIST-FILE-NAME TO WS-SOURCE-NAME
               OPEN INPUT HISTIN
               IF HISTIN-OPEN-OK
                   MOVE "Y" TO WS-SOURCE-AVAIL-SW
                   PERFORM UNTIL SOURCE-EOF
                       READ HISTIN
                           AT END
                               MOVE "Y" TO WS-SOURCE-EOF-SW
                           NOT AT END
                               IF HIST-CUST-NO = CUST-MAS-NO
                                   ADD 1 TO WS-SOURCE-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTIN
               END-IF
           END-IF
           MOVE WS-SOURCE-COUNT TO WS-PAGE-END

           MOVE "ENTRIES" TO WS-INQ-TYPE
           MOVE ZERO      TO WS-INQ-INVOICE
           IF NOT SOURCE-AVAILABLE
               DISPLAY "*** " WS-SOURCE-NAME " IS NOT AVAILABLE ***"
               MOVE "FILE NOT AVAILABLE" TO WS-INQ-RESULT
               PERFORM WRITE-INQLOG-RECORD
           ELSE
               IF WS-SOURCE-COUNT = ZERO
                   IF SOURCE-TODAY
                       DISPLAY "NO UNPOSTED ENTRIES TODAY - ENTER B "
                               "FOR HISTORY"
                   ELSE
                       DISPLAY "NO ENTRIES FOR THIS CUSTOMER ON "
                               WS-SOURCE-NAME
                   END-IF
                   MOVE "NO ENTRIES FOR CUSTOMER" TO WS-INQ-RESULT
                   PERFORM WRITE-INQLOG-RECORD
               ELSE
                   MOVE WS-SOURCE-COUNT TO WS-DISP-COUNT
                   IF SOURCE-TODAY
                       DISPLAY "TODAY'S UNPOSTED ENTRIES - "
                               WS-DISP-COUNT " ON TRANOUT"
                   ELSE
                       DISPLAY "HISTORY ON " WS-SOURCE-NAME " - "
                               WS-DISP-COUNT " ENTRIES, NEWEST FIRST"
                   END-IF
               END-IF
           END-IF.

      *SHOWS THE NEXT TEN OLDER ENTRIES - THE FILE IS RE-READ AND
      *THE CUSTOMER'S ENTRIES BETWEEN WS-PAGE-START AND WS-PAGE-END
      *ARE HELD NEWEST FIRST, THEN LISTED WITH THEIR LINE NUMBERS
       SHOW-NEXT-PAGE.
           IF WS-PAGE-END > WS-PAGE-SIZE
               COMPUTE WS-PAGE-START = WS-PAGE-END - WS-PAGE-SIZE + 1
           ELSE
               MOVE 1 TO WS-PAGE-START
           END-IF
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-REC-IDX
           MOVE "N"  TO WS-SOURCE-EOF-SW

           IF SOURCE-TODAY
               OPEN INPUT TRANOUT
               IF TRANOUT-OPEN-OK
                   PERFORM UNTIL SOURCE-EOF
                           OR WS-REC-IDX >= WS-PAGE-END
                       READ TRANOUT
                           AT END
                               MOVE "Y" TO WS-SOURCE-EOF-SW
                           NOT AT END
                               IF TRAN-CUST-NO = CUST-MAS-NO
                                   ADD 1 TO WS-REC-IDX
                                   IF WS-REC-IDX >= WS-PAGE-START
                                       PERFORM HOLD-TRANOUT-ENTRY
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANOUT
               END-IF
           ELSE
               OPEN INPUT HISTIN
               IF HISTIN-OPEN-OK
                   PERFORM UNTIL SOURCE-EOF
                           OR WS-REC-IDX >= WS-PAGE-END
                       READ HISTIN
                           AT END
                               MOVE "Y" TO WS-SOURCE-EOF-SW
                           NOT AT END
                               IF HIST-CUST-NO = CUST-MAS-NO
                                   ADD 1 TO WS-REC-IDX
                                   IF WS-REC-IDX >= WS-PAGE-START
                                       PERFORM HOLD-HISTORY-ENTRY
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HISTIN
               END-IF
           END-IF

           PERFORM VARYING WS-SLOT FROM 1 BY 1
                   UNTIL WS-SLOT > WS-LIST-COUNT
               PERFORM DISPLAY-LIST-LINE
           END-PERFORM

           COMPUTE WS-PAGE-END = WS-PAGE-START - 1
           IF WS-PAGE-END = ZERO
               DISPLAY "- START OF " WS-SOURCE-NAME " FOR THIS "
                       "CUSTOMER -"
           END-IF

           MOVE "ENTRIES"      TO WS-INQ-TYPE
           MOVE ZERO           TO WS-INQ-INVOICE
           MOVE "ENTRIES SHOWN" TO WS-INQ-RESULT
           PERFORM WRITE-INQLOG-RECORD.

      *HOLDS ONE OF TODAY'S TRANOUT ENTRIES IN ITS SCREEN SLOT - THE
      *NEWEST ON THE PAGE GOES IN SLOT 1
       HOLD-TRANOUT-ENTRY.
           COMPUTE WS-SLOT = WS-PAGE-END - WS-REC-IDX + 1
           ADD 1 TO WS-LIST-COUNT
           MOVE WS-REPORT-DATE  TO LIST-DATE(WS-SLOT)
           MOVE TRAN-TYPE       TO LIST-TRAN-TYPE(WS-SLOT)
           MOVE TRAN-INVOICE-NO TO LIST-INVOICE-NO(WS-SLOT)
           MOVE TRAN-SESSION-ID TO LIST-SESSION-ID(WS-SLOT)
           MOVE TRAN-TOTAL      TO LIST-TOTAL(WS-SLOT)
           MOVE TRAN-TAX-AMT    TO LIST-TAX-AMT(WS-SLOT)
           MOVE TRAN-VOID-SW    TO LIST-VOID-SW(WS-SLOT)
           MOVE TRAN-ITEM-COUNT TO LIST-ITEM-COUNT(WS-SLOT)
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > TRAN-ITEM-COUNT
               MOVE TRAN-ITEM-CODE(WS-ITEM-SUB)
                   TO LIST-ITEM-CODE(WS-SLOT, WS-ITEM-SUB)
               MOVE TRAN-ITEM-DESC(WS-ITEM-SUB)
                   TO LIST-ITEM-DESC(WS-SLOT, WS-ITEM-SUB)
               MOVE TRAN-ITEM-QTY(WS-ITEM-SUB)
                   TO LIST-ITEM-QTY(WS-SLOT, WS-ITEM-SUB)
               MOVE TRAN-AMOUNTS(WS-ITEM-SUB)
                   TO LIST-AMOUNTS(WS-SLOT, WS-ITEM-SUB)
           END-PERFORM.

      *HOLDS ONE HISTORY ENTRY IN ITS SCREEN SLOT, DATED WITH THE
      *BUSINESS DATE TRNPOST1 POSTED IT ON. HISTORY NEVER HOLDS A
      *VOIDED ENTRY
       HOLD-HISTORY-ENTRY.
           COMPUTE WS-SLOT = WS-PAGE-END - WS-REC-IDX + 1
           ADD 1 TO WS-LIST-COUNT
           MOVE HIST-POST-DATE  TO LIST-DATE(WS-SLOT)
           MOVE HIST-TRAN-TYPE  TO LIST-TRAN-TYPE(WS-SLOT)
           MOVE HIST-INVOICE-NO TO LIST-INVOICE-NO(WS-SLOT)
           MOVE HIST-SESSION-ID TO LIST-SESSION-ID(WS-SLOT)
           MOVE HIST-TOTAL      TO LIST-TOTAL(WS-SLOT)
           MOVE HIST-TAX-AMT    TO LIST-TAX-AMT(WS-SLOT)
           MOVE SPACE           TO LIST-VOID-SW(WS-SLOT)
           MOVE HIST-ITEM-COUNT TO LIST-ITEM-COUNT(WS-SLOT)
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > HIST-ITEM-COUNT
               MOVE HIST-ITEM-CODE(WS-ITEM-SUB)
                   TO LIST-ITEM-CODE(WS-SLOT, WS-ITEM-SUB)
               MOVE HIST-ITEM-DESC(WS-ITEM-SUB)
                   TO LIST-ITEM-DESC(WS-SLOT, WS-ITEM-SUB)
               MOVE HIST-ITEM-QTY(WS-ITEM-SUB)
                   TO LIST-ITEM-QTY(WS-SLOT, WS-ITEM-SUB)
               MOVE HIST-AMOUNTS(WS-ITEM-SUB)
                   TO LIST-AMOUNTS(WS-SLOT, WS-ITEM-SUB)
           END-PERFORM.

      *ONE LINE OF THE PAGE - A VOIDED ENTRY IS STILL SHOWN SO THE
      *COUNTER CAN EXPLAIN IT, BUT IS FLAGGED AS VOID
       DISPLAY-LIST-LINE.
           PERFORM SET-TYPE-TEXT
           IF LIST-VOID-SW(WS-SLOT) = "V"
               MOVE "VOID" TO WS-VOID-TEXT
           ELSE
               MOVE SPACES TO WS-VOID-TEXT
           END-IF
           MOVE LIST-TOTAL(WS-SLOT)   TO WS-DISP-AMT
           MOVE LIST-TAX-AMT(WS-SLOT) TO WS-DISP-TAX
           DISPLAY WS-SLOT " " LIST-DATE(WS-SLOT) " " WS-TYPE-TEXT
                   " NO " LIST-INVOICE-NO(WS-SLOT) " TOTAL "
                   WS-DISP-AMT " TAX " WS-DISP-TAX " " WS-VOID-TEXT.

      *ENTRY TYPE IN WORDS FOR THE SCREEN
       SET-TYPE-TEXT.
           IF LIST-TRAN-TYPE(WS-SLOT) = "R"
               MOVE "RETURN" TO WS-TYPE-TEXT
           ELSE
               IF LIST-TRAN-TYPE(WS-SLOT) = "A"
                   MOVE "CREDIT" TO WS-TYPE-TEXT
               ELSE
                   IF LIST-TRAN-TYPE(WS-SLOT) = "P"
                       MOVE "PAYMENT" TO WS-TYPE-TEXT
                   ELSE
                       MOVE "SALE" TO WS-TYPE-TEXT
                   END-IF
               END-IF
           END-IF.

      *ONE ENTRY OPENED FOR ITS LINE DETAIL - THE LINE NUMBER MUST BE
      *ONE OF THOSE ON THE PAGE NOW SHOWING
       SHOW-ENTRY-DETAIL.
           MOVE ZERO TO WS-PICK
           IF COMMAND-IN NOT = SPACES
                   AND FUNCTION TRIM(COMMAND-IN) IS NUMERIC
               MOVE FUNCTION NUMVAL(COMMAND-IN) TO WS-PICK
           END-IF
           IF WS-PICK < 1 OR WS-PICK > WS-LIST-COUNT
               DISPLAY "*** ERROR - ENTER A LINE NUMBER FROM THE "
                       "PAGE SHOWING, B, M OR X ***"
           ELSE
               MOVE WS-PICK TO WS-SLOT
               PERFORM SET-TYPE-TEXT
               MOVE LIST-TOTAL(WS-SLOT)   TO WS-DISP-AMT
               MOVE LIST-TAX-AMT(WS-SLOT) TO WS-DISP-TAX
               DISPLAY WS-TYPE-TEXT " NO " LIST-INVOICE-NO(WS-SLOT)
                       " DATED " LIST-DATE(WS-SLOT)
                       " SESSION " LIST-SESSION-ID(WS-SLOT)
               IF LIST-VOID-SW(WS-SLOT) = "V"
                   DISPLAY "*** THIS ENTRY HAS BEEN VOIDED ***"
               END-IF
               PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                       UNTIL WS-ITEM-SUB > LIST-ITEM-COUNT(WS-SLOT)
                   MOVE LIST-AMOUNTS(WS-SLOT, WS-ITEM-SUB)
                       TO WS-DISP-LINE-AMT
                   DISPLAY "  ITEM "
                           LIST-ITEM-CODE(WS-SLOT, WS-ITEM-SUB) " "
                           LIST-ITEM-DESC(WS-SLOT, WS-ITEM-SUB)
                           " QTY "
                           LIST-ITEM-QTY(WS-SLOT, WS-ITEM-SUB) " "
                           WS-DISP-LINE-AMT
               END-PERFORM
               DISPLAY "TOTAL    " WS-DISP-AMT
               DISPLAY "TAX      " WS-DISP-TAX

               MOVE "DETAIL"                 TO WS-INQ-TYPE
               MOVE LIST-INVOICE-NO(WS-SLOT) TO WS-INQ-INVOICE
               MOVE "LINE DETAIL SHOWN"      TO WS-INQ-RESULT
               PERFORM WRITE-INQLOG-RECORD
           END-IF.

      *BUILDS AND APPENDS ONE INQUIRY LOG RECORD FOR THE LOOKUP JUST
      *MADE - THE WS-INQ- FIELDS ARE SET BY THE CALLER
       WRITE-INQLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO INQ-TIMESTAMP
           MOVE USER-ID-IN            TO INQ-OPERATOR-ID
           MOVE WS-REPORT-DATE        TO INQ-BUS-DATE
           MOVE CUST-NO-IN            TO INQ-CUST-NO
           MOVE WS-INQ-TYPE           TO INQ-TYPE
           MOVE WS-SOURCE-NAME        TO INQ-FILE-NAME
           MOVE WS-INQ-INVOICE        TO INQ-INVOICE-NO
           MOVE WS-INQ-RESULT         TO INQ-RESULT
           WRITE INQ-RECORD.
