      * Purpose: INTERACTIVE MAINTENANCE (ADD/CHANGE/DELETE) OF THE
      *          CUSTMAS CUSTOMER MASTER KSDS THAT INTRO1 VALIDATES
      *          AGAINST, SO CUSTOMER SETUP IS PART OF THIS SYSTEM
      *          INSTEAD OF A SIDE CHANNEL. ALSO RELEASES A CREDIT
      *          HOLD PLACED BY THE COLLECTIONS RUN, AND ASSIGNS
      *          EACH CUSTOMER THE SALES REP WHO EARNS COMMISSION ON
      *          THE ACCOUNT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUSTAUD ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUD-STATUS.

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

      *SALESPERSON MASTER - READ ONLY, TO CHECK THE SALES REP KEYED
      *FOR A CUSTOMER IS ONE COMMRPT1 CAN PAY COMMISSION TO
           SELECT SLSMAS ASSIGN TO "SLSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLS-MAS-REP-ID
               FILE STATUS IS WS-SLSMAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  CUSTAUD.
           COPY "CMAUDREC.CPY".
       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  SECLOG.
           COPY "SECREC.CPY".
       FD  MSTJRNL.
           COPY "JRNLREC.CPY".
       FD  SLSMAS.
           COPY "SLSMAS.CPY".
       WORKING-STORAGE SECTION.
      *RECOVERY JOURNAL STATUS, AND THE MASTER RECORD AS IT STOOD
      *WHEN READ - HELD FOR THE JOURNAL'S BEFORE IMAGE UNTIL THE
      *UPDATE HAS GONE THROUGH
       01  WS-MSTJRNL-STATUS   PIC X(2) VALUE "00".
           88  MSTJRNL-IO-OK             VALUE "00".
           88  MSTJRNL-MISSING           VALUE "35".
       01  WS-JRNL-BEFORE-IMAGE PIC X(100) VALUE SPACES.
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-IO-OK             VALUE "00".
           88  CUSTMAS-REC-NOT-FOUND     VALUE "23".
           88  CUSTMAS-FILE-MISSING      VALUE "35".
       01  WS-CUSTAUD-STATUS   PIC X(2) VALUE "00".
           88  CUSTAUD-OPEN-OK           VALUE "00".
       01  WS-SLSMAS-STATUS    PIC X(2) VALUE "00".
           88  SLSMAS-OPEN-OK            VALUE "00".

      *SET WHEN THE SALESPERSON MASTER COULD BE OPENED - WITHOUT IT
      *NO SALES REP CAN BE CHECKED, SO ONLY A BLANK ONE IS TAKEN
       01  WS-SLSMAS-AVAIL-SW  PIC X(1) VALUE "N".
           88  SLSMAS-AVAILABLE          VALUE "Y".

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
           88  ADD-FUNCTION              VALUE "A".
           88  CHANGE-FUNCTION           VALUE "C".
           88  DELETE-FUNCTION           VALUE "D".
           88  RELEASE-FUNCTION          VALUE "R".
           88  VALID-FUNCTION            VALUES "A" "C" "D" "R".

       01  CUST-NO-IN          PIC X(15).
       01  CUST-NAME-IN        PIC X(30).
       01  TAX-RATE-IN         PIC X(5).
       01  TAX-RATE-MILLS      PIC 9(5).
       01  TAX-RATE-NUM        PIC 9(2)V9(3).

      *SALES REP WHO OWNS THE ACCOUNT - BLANK FOR A HOUSE ACCOUNT
      *THAT EARNS NOBODY COMMISSION
       01  REP-ID-IN           PIC X(4).
       01  CONFIRM-IN          PIC X(3).

       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
       01  WS-AUDIT-NEW-TAXJUR PIC X(4).
       01  WS-AUDIT-OLD-TAXRTE PIC 9(2)V9(3).
       01  WS-AUDIT-NEW-TAXRTE PIC 9(2)V9(3).
       01  WS-AUDIT-OLD-HOLD   PIC X(1).
       01  WS-AUDIT-NEW-HOLD   PIC X(1).
       01  WS-AUDIT-OLD-HLDDT  PIC 9(8).
       01  WS-AUDIT-OLD-REP    PIC X(4).
       01  WS-AUDIT-NEW-REP    PIC X(4).
       01  WS-AUDIT-STATUS     PIC X(8).
       01  WS-AUDIT-REASON     PIC X(40).
       PROCEDURE DIVISION.
               GOBACK
           END-IF

      *RECOVERY JOURNAL - EVERY ADD, CHANGE, DELETE AND RELEASE
      *GOES ON IT. APPENDED TO, AND CREATED EMPTY THE FIRST TIME
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
               CLOSE CUSTAUD
               GOBACK
           END-IF

      *NO SALESPERSON MASTER YET IS NOT FATAL - CUSTOMERS CAN STILL
      *BE MAINTAINED, JUST AS HOUSE ACCOUNTS
           OPEN INPUT SLSMAS
           IF SLSMAS-OPEN-OK
               MOVE "Y" TO WS-SLSMAS-AVAIL-SW
           ELSE
               DISPLAY "*** WARNING - SLSMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-SLSMAS-STATUS
                       " - SALES REP MUST BE LEFT BLANK ***"
           END-IF

           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** CUSTMNT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               CLOSE CUSTMAS
               CLOSE CUSTAUD
               CLOSE MSTJRNL
               IF SLSMAS-AVAILABLE
                   CLOSE SLSMAS
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VALIDATE-FUNCTION
               IF DELETE-FUNCTION
                   PERFORM DELETE-CUSTOMER
               END-IF
               IF RELEASE-FUNCTION
                   PERFORM RELEASE-CREDIT-HOLD
               END-IF

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO
               DISPLAY "TO CONTINUE PLEASE ENTER YES OTHERWISE NO"

           CLOSE CUSTMAS
           CLOSE CUSTAUD
           CLOSE MSTJRNL
           IF SLSMAS-AVAILABLE
               CLOSE SLSMAS
           END-IF
           GOBACK.

      *OPERATOR SIGN-ON - THE ID AND PASSWORD MUST MATCH AN ACTIVE
      *OPERATOR ON OPERMAS WHOSE ROLE MAY RUN THIS PROGRAM - A
      *MASTER-FILE MAINTAINER OR A SUPERVISOR.
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
                               IF OPER-MASTER-MAINT OR OPER-SUPERVISOR
                                   MOVE "SIGNON" TO WS-SEC-EVENT
                                   MOVE SPACES TO WS-SEC-REASON
                                   MOVE "Y" TO WS-SIGNON-SW
                               ELSE
                                   MOVE "ROLE MAY NOT RUN CUSTMNT1"
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
           MOVE "CUSTMNT1"            TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE USER-ID-IN            TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *MAINTENANCE FUNCTION - RE-PROMPTED UNTIL IT IS A, C, D OR R
       VALIDATE-FUNCTION.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER FUNCTION - A=ADD C=CHANGE D=DELETE "
                       "R=RELEASE CREDIT HOLD"
               ACCEPT FUNCTION-IN
               MOVE FUNCTION UPPER-CASE(FUNCTION-IN) TO FUNCTION-IN
               IF VALID-FUNCTION
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   DISPLAY "*** ERROR - FUNCTION MUST BE A, C, D "
                           "OR R, RE-ENTER ***"
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

      *SALES REP - BLANK IS ALLOWED FOR A HOUSE ACCOUNT, OTHERWISE
      *RE-PROMPTED UNTIL IT IS ON SLSMAS
       VALIDATE-REP-ID.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER SALES REP ID (4 CHARACTERS, BLANK FOR "
                       "HOUSE ACCOUNT)"
               ACCEPT REP-ID-IN
               MOVE FUNCTION UPPER-CASE(REP-ID-IN) TO REP-ID-IN
               IF REP-ID-IN = SPACES
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   IF SLSMAS-AVAILABLE
                       MOVE REP-ID-IN TO SLS-MAS-REP-ID
                       READ SLSMAS
                           INVALID KEY
                               DISPLAY "*** ERROR - SALES REP "
                                       REP-ID-IN " NOT ON FILE, "
                                       "RE-ENTER ***"
                           NOT INVALID KEY
                               DISPLAY "SALES REP IS " SLS-MAS-NAME
                               MOVE "Y" TO WS-FIELD-VALID-SW
                       END-READ
                   ELSE
                       DISPLAY "*** ERROR - NO SALESPERSON MASTER, "
                               "LEAVE BLANK ***"
                   END-IF
               END-IF
           END-PERFORM.

      *ADDS A NEW CUSTOMER - REJECTED IF THE NUMBER IS ALREADY ON
      *FILE, SINCE A SECOND WRITE WOULD EITHER FAIL OR SHADOW THE
      *EXISTING RECORD
       ADD-CUSTOMER.
           MOVE "ADD"  TO WS-AUDIT-ACTION
           MOVE SPACES TO WS-AUDIT-OLD-NAME
           MOVE SPACES TO WS-AUDIT-OLD-REP
           MOVE SPACES TO WS-AUDIT-NEW-REP
           MOVE ZERO   TO WS-AUDIT-OLD-LIMIT
           MOVE ZERO   TO WS-AUDIT-NEW-LIMIT
           MOVE SPACES TO WS-AUDIT-OLD-TAXJUR
           MOVE SPACES TO WS-AUDIT-NEW-TAXJUR
           MOVE ZERO   TO WS-AUDIT-OLD-TAXRTE
           MOVE ZERO   TO WS-AUDIT-NEW-TAXRTE
           MOVE SPACE  TO WS-AUDIT-OLD-HOLD
           MOVE ZERO   TO WS-AUDIT-OLD-HLDDT
           MOVE SPACE  TO WS-AUDIT-NEW-HOLD
           MOVE CUST-NO-IN TO CUST-MAS-NO
           READ CUSTMAS
               INVALID KEY
                   PERFORM VALIDATE-CREDIT-LIMIT
                   PERFORM VALIDATE-TAX-JUR
                   PERFORM VALIDATE-TAX-RATE
                   PERFORM VALIDATE-REP-ID
                   MOVE CUST-NO-IN   TO CUST-MAS-NO
                   MOVE CUST-NAME-IN TO CUST-MAS-NAME
                   MOVE CREDIT-LIMIT-NUM TO CUST-MAS-CREDIT-LIMIT
      *A BRAND NEW CUSTOMER HAS NOTHING ON ACCOUNT YET - THE BALANCE
      *IS OWNED BY INTRO1'S POSTING FROM HERE ON
                   MOVE ZERO         TO CUST-MAS-BALANCE

      *AND CANNOT BE OVERDUE, SO IT STARTS OFF HOLD
                   MOVE SPACE        TO CUST-MAS-CREDIT-HOLD
                   MOVE ZERO         TO CUST-MAS-HOLD-DATE
                   MOVE REP-ID-IN    TO CUST-MAS-REP-ID
                   WRITE CUST-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - CUSTOMER " CUST-NO-IN
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER " CUST-NO-IN " ADDED"
                           MOVE "A" TO JRNL-ACTION
                           PERFORM JOURNAL-CUSTMAS-UPDATE
                           MOVE CUST-NAME-IN TO WS-AUDIT-NEW-NAME
                           MOVE CREDIT-LIMIT-NUM
                               TO WS-AUDIT-NEW-LIMIT
                               TO WS-AUDIT-NEW-TAXJUR
                           MOVE TAX-RATE-NUM
                               TO WS-AUDIT-NEW-TAXRTE
                           MOVE REP-ID-IN TO WS-AUDIT-NEW-REP
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-WRITE
                   MOVE CUST-MAS-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
                   MOVE CUST-MAS-TAX-JUR  TO WS-AUDIT-OLD-TAXJUR
                   MOVE CUST-MAS-TAX-RATE TO WS-AUDIT-OLD-TAXRTE
                   MOVE CUST-MAS-CREDIT-HOLD TO WS-AUDIT-OLD-HOLD
                   MOVE CUST-MAS-HOLD-DATE TO WS-AUDIT-OLD-HLDDT
                   MOVE CUST-MAS-REP-ID   TO WS-AUDIT-OLD-REP
                   MOVE SPACES        TO WS-AUDIT-NEW-NAME
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "CUSTOMER ALREADY ON FILE" TO WS-AUDIT-REASON
           PERFORM WRITE-CUSTAUD-RECORD.

      *CHANGES AN EXISTING CUSTOMER'S NAME - THE CURRENT NAME IS
      *DISPLAYED FIRST SO THE OPERATOR CAN CONFIRM THE ACCOUNT. A
      *NEW SALES REP IS CALLED OUT IN THE AUDIT REASON SO EVERY
      *REASSIGNMENT CAN BE FOUND ON THE TRAIL
       CHANGE-CUSTOMER.
           MOVE "CHANGE" TO WS-AUDIT-ACTION
           MOVE SPACES   TO WS-AUDIT-OLD-REP
           MOVE SPACES   TO WS-AUDIT-NEW-REP
           MOVE ZERO     TO WS-AUDIT-NEW-LIMIT
           MOVE SPACES   TO WS-AUDIT-NEW-TAXJUR
           MOVE ZERO     TO WS-AUDIT-NEW-TAXRTE
           MOVE SPACE    TO WS-AUDIT-OLD-HOLD
           MOVE ZERO     TO WS-AUDIT-OLD-HLDDT
           MOVE SPACE    TO WS-AUDIT-NEW-HOLD
           MOVE CUST-NO-IN TO CUST-MAS-NO
           READ CUSTMAS
               INVALID KEY
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "CUSTOMER NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   DISPLAY "CURRENT NAME IS " CUST-MAS-NAME
                   DISPLAY "CURRENT CREDIT LIMIT IS "
                           CUST-MAS-CREDIT-LIMIT
                   DISPLAY "CURRENT TAX JURISDICTION IS "
                           CUST-MAS-TAX-JUR " RATE "
                           CUST-MAS-TAX-RATE
                   IF CUST-MAS-REP-ID = SPACES
                       DISPLAY "CURRENTLY A HOUSE ACCOUNT"
                   ELSE
                       DISPLAY "CURRENT SALES REP IS " CUST-MAS-REP-ID
                   END-IF
                   IF CUST-ON-CREDIT-HOLD
                       DISPLAY "CUSTOMER IS ON CREDIT HOLD SINCE "
                               CUST-MAS-HOLD-DATE
                   END-IF
                   MOVE CUST-MAS-NAME TO WS-AUDIT-OLD-NAME
                   MOVE CUST-MAS-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
                   MOVE CUST-MAS-TAX-JUR  TO WS-AUDIT-OLD-TAXJUR
                   MOVE CUST-MAS-TAX-RATE TO WS-AUDIT-OLD-TAXRTE
                   MOVE CUST-MAS-REP-ID   TO WS-AUDIT-OLD-REP

      *A CHANGE NEVER TOUCHES THE HOLD - THAT IS FUNCTION R'S JOB
                   MOVE CUST-MAS-CREDIT-HOLD TO WS-AUDIT-OLD-HOLD
                   MOVE CUST-MAS-HOLD-DATE TO WS-AUDIT-OLD-HLDDT
                   MOVE CUST-MAS-CREDIT-HOLD TO WS-AUDIT-NEW-HOLD
                   PERFORM VALIDATE-CUST-NAME
                   PERFORM VALIDATE-CREDIT-LIMIT
                   PERFORM VALIDATE-TAX-JUR
                   PERFORM VALIDATE-TAX-RATE
                   PERFORM VALIDATE-REP-ID
                   MOVE CUST-NAME-IN TO CUST-MAS-NAME
                   MOVE CREDIT-LIMIT-NUM TO CUST-MAS-CREDIT-LIMIT
                   MOVE TAX-JUR-IN   TO CUST-MAS-TAX-JUR
                   MOVE TAX-RATE-NUM TO CUST-MAS-TAX-RATE
                   MOVE REP-ID-IN    TO CUST-MAS-REP-ID

      *THE BALANCE IS NEVER KEYED HERE - IT IS CARRIED FORWARD AS
      *POSTED BY INTRO1 SO A NAME OR LIMIT CHANGE CANNOT WIPE IT
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "CUSTOMER " CUST-NO-IN " CHANGED"
                           MOVE "C" TO JRNL-ACTION
                           PERFORM JOURNAL-CUSTMAS-UPDATE
                           MOVE CUST-NAME-IN TO WS-AUDIT-NEW-NAME
                           MOVE CREDIT-LIMIT-NUM
                               TO WS-AUDIT-NEW-LIMIT
                               TO WS-AUDIT-NEW-TAXJUR
                           MOVE TAX-RATE-NUM
                               TO WS-AUDIT-NEW-TAXRTE
                           MOVE REP-ID-IN TO WS-AUDIT-NEW-REP
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                           IF WS-AUDIT-NEW-REP NOT = WS-AUDIT-OLD-REP
                               MOVE "SALES REP REASSIGNED"
                                   TO WS-AUDIT-REASON
                           END-IF
                   END-REWRITE
           END-READ
           PERFORM WRITE-CUSTAUD-RECORD.
       DELETE-CUSTOMER.
           MOVE "DELETE" TO WS-AUDIT-ACTION
           MOVE SPACES   TO WS-AUDIT-NEW-NAME
           MOVE SPACES   TO WS-AUDIT-OLD-REP
           MOVE SPACES   TO WS-AUDIT-NEW-REP
           MOVE ZERO     TO WS-AUDIT-NEW-LIMIT
           MOVE SPACES   TO WS-AUDIT-NEW-TAXJUR
           MOVE ZERO     TO WS-AUDIT-NEW-TAXRTE
           MOVE SPACE    TO WS-AUDIT-OLD-HOLD
           MOVE ZERO     TO WS-AUDIT-OLD-HLDDT
           MOVE SPACE    TO WS-AUDIT-NEW-HOLD
           MOVE CUST-NO-IN TO CUST-MAS-NO
           READ CUSTMAS
               INVALID KEY
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "CUSTOMER NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE CUST-MAS-NAME TO WS-AUDIT-OLD-NAME
                   MOVE CUST-MAS-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
                   MOVE CUST-MAS-TAX-JUR  TO WS-AUDIT-OLD-TAXJUR
                   MOVE CUST-MAS-TAX-RATE TO WS-AUDIT-OLD-TAXRTE
                   MOVE CUST-MAS-CREDIT-HOLD TO WS-AUDIT-OLD-HOLD
                   MOVE CUST-MAS-HOLD-DATE TO WS-AUDIT-OLD-HLDDT
                   MOVE CUST-MAS-REP-ID   TO WS-AUDIT-OLD-REP
                   DISPLAY "DELETE " CUST-NO-IN " " CUST-MAS-NAME
                           " - ENTER YES TO CONFIRM"
                   ACCEPT CONFIRM-IN
                           NOT INVALID KEY
                               DISPLAY "CUSTOMER " CUST-NO-IN
                                       " DELETED"
                               MOVE "D" TO JRNL-ACTION
                               PERFORM JOURNAL-CUSTMAS-UPDATE
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
                       END-DELETE
           END-READ
           PERFORM WRITE-CUSTAUD-RECORD.

      *RELEASES A CREDIT HOLD THE COLLECTIONS RUN PLACED - THE
      *OPERATOR SEES THE BALANCE AND HOLD DATE AND MUST CONFIRM,
      *SINCE A RELEASED CUSTOMER CAN BUY ON ACCOUNT AGAIN. ONLY THE
      *HOLD FLAG AND DATE CHANGE
       RELEASE-CREDIT-HOLD.
           MOVE "RELEAS" TO WS-AUDIT-ACTION
           MOVE SPACES   TO WS-AUDIT-OLD-NAME
           MOVE SPACES   TO WS-AUDIT-OLD-REP
           MOVE SPACES   TO WS-AUDIT-NEW-REP
           MOVE SPACES   TO WS-AUDIT-NEW-NAME
           MOVE ZERO     TO WS-AUDIT-OLD-LIMIT
           MOVE ZERO     TO WS-AUDIT-NEW-LIMIT
           MOVE SPACES   TO WS-AUDIT-OLD-TAXJUR
           MOVE SPACES   TO WS-AUDIT-NEW-TAXJUR
           MOVE ZERO     TO WS-AUDIT-OLD-TAXRTE
           MOVE ZERO     TO WS-AUDIT-NEW-TAXRTE
           MOVE SPACE    TO WS-AUDIT-OLD-HOLD
           MOVE ZERO     TO WS-AUDIT-OLD-HLDDT
           MOVE SPACE    TO WS-AUDIT-NEW-HOLD
           MOVE CUST-NO-IN TO CUST-MAS-NO
           READ CUSTMAS
               INVALID KEY
                   DISPLAY "*** ERROR - CUSTOMER " CUST-NO-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "CUSTOMER NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   MOVE CUST-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE CUST-MAS-NAME TO WS-AUDIT-OLD-NAME
                   MOVE CUST-MAS-NAME TO WS-AUDIT-NEW-NAME
                   MOVE CUST-MAS-CREDIT-LIMIT TO WS-AUDIT-OLD-LIMIT
                   MOVE CUST-MAS-CREDIT-LIMIT TO WS-AUDIT-NEW-LIMIT
                   MOVE CUST-MAS-TAX-JUR  TO WS-AUDIT-OLD-TAXJUR
                   MOVE CUST-MAS-TAX-JUR  TO WS-AUDIT-NEW-TAXJUR
                   MOVE CUST-MAS-TAX-RATE TO WS-AUDIT-OLD-TAXRTE
                   MOVE CUST-MAS-TAX-RATE TO WS-AUDIT-NEW-TAXRTE
                   MOVE CUST-MAS-CREDIT-HOLD TO WS-AUDIT-OLD-HOLD
                   MOVE CUST-MAS-HOLD-DATE TO WS-AUDIT-OLD-HLDDT
                   MOVE CUST-MAS-CREDIT-HOLD TO WS-AUDIT-NEW-HOLD
                   MOVE CUST-MAS-REP-ID   TO WS-AUDIT-OLD-REP
                   MOVE CUST-MAS-REP-ID   TO WS-AUDIT-NEW-REP
                   IF NOT CUST-ON-CREDIT-HOLD
                       DISPLAY "*** ERROR - CUSTOMER " CUST-NO-IN
                               " IS NOT ON CREDIT HOLD ***"
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       MOVE "CUSTOMER NOT ON CREDIT HOLD"
                           TO WS-AUDIT-REASON
                   ELSE
                       DISPLAY "RELEASE HOLD ON " CUST-NO-IN " "
                               CUST-MAS-NAME
                       DISPLAY "HELD SINCE " CUST-MAS-HOLD-DATE
                               " CURRENT BALANCE IS "
                               CUST-MAS-BALANCE
                               " - ENTER YES TO CONFIRM"
                       ACCEPT CONFIRM-IN
                       MOVE FUNCTION UPPER-CASE(CONFIRM-IN)
                           TO CONFIRM-IN
                       IF CONFIRM-IN = "YES"
                           MOVE SPACE TO CUST-MAS-CREDIT-HOLD
                           MOVE ZERO  TO CUST-MAS-HOLD-DATE
                           REWRITE CUST-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "*** ERROR - CUSTOMER "
                                           CUST-NO-IN " COULD NOT BE "
                                           "REWRITTEN, FILE STATUS "
                                           WS-CUSTMAS-STATUS " ***"
                                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                                   MOVE "REWRITE TO CUSTMAS FAILED"
                                       TO WS-AUDIT-REASON
                               NOT INVALID KEY
                                   DISPLAY "CUSTOMER " CUST-NO-IN
                                           " RELEASED FROM CREDIT HOLD"
                                   MOVE "C" TO JRNL-ACTION
                                   PERFORM JOURNAL-CUSTMAS-UPDATE
                                   MOVE SPACE TO WS-AUDIT-NEW-HOLD
                                   MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                                   MOVE SPACES TO WS-AUDIT-REASON
                           END-REWRITE
                       ELSE
                           DISPLAY "RELEASE OF " CUST-NO-IN
                                   " ABANDONED"
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           MOVE "RELEASE NOT CONFIRMED BY OPERATOR"
                               TO WS-AUDIT-REASON
                       END-IF
                   END-IF
           END-READ
           PERFORM WRITE-CUSTAUD-RECORD.

      *BUILDS AND APPENDS ONE AUDIT TRAIL RECORD FOR THE MAINTENANCE
      *ACTION JUST ATTEMPTED - WS-AUDIT-ACTION/OLD-NAME/NEW-NAME/
      *STATUS/REASON ARE SET BY THE CALLING PARAGRAPH
           MOVE WS-AUDIT-NEW-TAXJUR   TO CMAUD-NEW-TAX-JUR
           MOVE WS-AUDIT-OLD-TAXRTE   TO CMAUD-OLD-TAX-RATE
           MOVE WS-AUDIT-NEW-TAXRTE   TO CMAUD-NEW-TAX-RATE
           MOVE WS-AUDIT-OLD-HOLD     TO CMAUD-OLD-HOLD
           MOVE WS-AUDIT-NEW-HOLD     TO CMAUD-NEW-HOLD
           MOVE WS-AUDIT-OLD-REP      TO CMAUD-OLD-REP
           MOVE WS-AUDIT-NEW-REP      TO CMAUD-NEW-REP
           MOVE WS-AUDIT-STATUS       TO CMAUD-STATUS
           MOVE WS-AUDIT-REASON       TO CMAUD-REASON
           MOVE WS-AUDIT-OLD-HLDDT    TO CMAUD-OLD-HOLD-DATE
           MOVE ZERO                  TO CMAUD-RECEIPT-NO
           WRITE CMAUD-RECORD.

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
      *NO BUSINESS DATE IS KEPT BY THIS PROGRAM - THE MACHINE DATE
      *IS CARRIED FOR INFORMATION, RECOVERY GOES BY THE TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-BUS-DATE
           MOVE "CUSTMNT1" TO JRNL-PROGRAM
           WRITE JRNL-RECORD
           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** WARNING - MSTJRNL WRITE FAILED, FILE "
                       "STATUS " WS-MSTJRNL-STATUS " - " JRNL-KEY
                       " IS NOT JOURNALLED ***"
           END-IF.
