      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: INTERACTIVE MAINTENANCE (ADD/CHANGE/DELETE) OF THE
      *          SLSMAS SALESPERSON MASTER KSDS THAT CUSTMNT1 ASSIGNS
      *          EACH CUSTOMER'S SALES REP FROM AND COMMRPT1 TAKES
      *          EACH REP'S NAME AND COMMISSION RATE FROM - SAME
      *          SHAPE AS VENDMNT1 FOR THE VENDOR MASTER
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SALESPERSON MASTER IS A VSAM KSDS KEYED ON REP ID - OPENED
      *I-O HERE SINCE THIS IS THE PROGRAM THAT MAINTAINS IT
           SELECT SLSMAS ASSIGN TO "SLSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLS-MAS-REP-ID
               FILE STATUS IS WS-SLSMAS-STATUS.

      *MAINTENANCE AUDIT TRAIL - ONE RECORD PER ADD/CHANGE/DELETE
      *ATTEMPT, ACCEPTED OR REJECTED, APPENDED ACROSS SESSIONS SO
      *PRIOR DAYS' HISTORY IS NEVER LOST
           SELECT SLSAUD ASSIGN TO "SLSAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLSAUD-STATUS.

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
       FD  SLSMAS.
           COPY "SLSMAS.CPY".
       FD  SLSAUD.
           COPY "SMAUDREC.CPY".
       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  SECLOG.
           COPY "SECREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-SLSMAS-STATUS    PIC X(2) VALUE "00".
           88  SLSMAS-IO-OK              VALUE "00".
           88  SLSMAS-REC-NOT-FOUND      VALUE "23".
           88  SLSMAS-FILE-MISSING       VALUE "35".
       01  WS-SLSAUD-STATUS    PIC X(2) VALUE "00".
           88  SLSAUD-OPEN-OK            VALUE "00".
           88  SLSAUD-MISSING            VALUE "35".

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
      *AND STAMPED ON EVERY AUDIT RECORD SO THE TRAIL SHOWS WHO
      *CHANGED WHICH REP'S RATE
       01  USER-ID-IN          PIC X(8).

      *MAINTENANCE FUNCTION KEYED FOR THE CURRENT REP
       01  FUNCTION-IN         PIC X(1).
           88  ADD-FUNCTION              VALUE "A".
           88  CHANGE-FUNCTION           VALUE "C".
           88  DELETE-FUNCTION           VALUE "D".
           88  VALID-FUNCTION            VALUES "A" "C" "D".

       01  REP-ID-IN           PIC X(4).
       01  REP-NAME-IN         PIC X(30).

      *COMMISSION RATE - KEYED AS FIVE DIGITS WITH NO DECIMAL POINT,
      *TWO WHOLE AND THREE DECIMAL (05000 IS 5 PERCENT), THE SAME
      *WAY CUSTMNT1 TAKES A TAX RATE
       01  COMM-RATE-IN        PIC X(5).
       01  COMM-RATE-MILLS     PIC 9(5).
       01  COMM-RATE-NUM       PIC 9(2)V9(3).
       01  CONFIRM-IN          PIC X(3).

       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
           88  FIELD-IS-VALID            VALUE "Y".
           88  FIELD-IS-INVALID          VALUE "N".

      *WORK FIELDS USED TO BUILD THE NEXT AUDIT TRAIL RECORD
       01  WS-AUDIT-ACTION     PIC X(6).
       01  WS-AUDIT-OLD-NAME   PIC X(30).
       01  WS-AUDIT-NEW-NAME   PIC X(30).
       01  WS-AUDIT-OLD-RATE   PIC 9(2)V9(3).
       01  WS-AUDIT-NEW-RATE   PIC 9(2)V9(3).
       01  WS-AUDIT-STATUS     PIC X(8).
       01  WS-AUDIT-REASON     PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *FIRST MAINTENANCE RUN AT A NEW INSTALLATION HAS NO
      *SALESPERSON MASTER YET - CREATE AN EMPTY ONE SO THE I-O OPEN
      *BELOW CAN SUCCEED INSTEAD OF TURNING THE OPERATOR AWAY
           OPEN I-O SLSMAS
           IF SLSMAS-FILE-MISSING
               OPEN OUTPUT SLSMAS
               CLOSE SLSMAS
               OPEN I-O SLSMAS
           END-IF

           IF NOT SLSMAS-IO-OK
               DISPLAY "*** FATAL - SLSMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-SLSMAS-STATUS " ***"
               GOBACK
           END-IF

      *THE AUDIT TRAIL IS APPENDED TO, AND CREATED EMPTY ON THE
      *FIRST RUN
           OPEN EXTEND SLSAUD
           IF SLSAUD-MISSING
               OPEN OUTPUT SLSAUD
               CLOSE SLSAUD
               OPEN EXTEND SLSAUD
           END-IF

           IF NOT SLSAUD-OPEN-OK
               DISPLAY "*** FATAL - SLSAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-SLSAUD-STATUS " ***"
               CLOSE SLSMAS
               GOBACK
           END-IF

           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** SLSMNT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               CLOSE SLSMAS
               CLOSE SLSAUD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VALIDATE-FUNCTION
               PERFORM VALIDATE-REP-ID

               IF ADD-FUNCTION
                   PERFORM ADD-SALESREP
               END-IF
               IF CHANGE-FUNCTION
                   PERFORM CHANGE-SALESREP
               END-IF
               IF DELETE-FUNCTION
                   PERFORM DELETE-SALESREP
               END-IF

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO
               DISPLAY "TO CONTINUE PLEASE ENTER YES OTHERWISE NO"
               ACCEPT MORE-DATA
               MOVE FUNCTION UPPER-CASE(MORE-DATA) TO MORE-DATA
           END-PERFORM

           CLOSE SLSMAS
           CLOSE SLSAUD
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
                                   MOVE "ROLE MAY NOT RUN SLSMNT1"
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
           MOVE "SLSMNT1"             TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE USER-ID-IN            TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *MAINTENANCE FUNCTION - RE-PROMPTED UNTIL IT IS A, C OR D
       VALIDATE-FUNCTION.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER FUNCTION - A=ADD C=CHANGE D=DELETE"
               ACCEPT FUNCTION-IN
               MOVE FUNCTION UPPER-CASE(FUNCTION-IN) TO FUNCTION-IN
               IF VALID-FUNCTION
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   DISPLAY "*** ERROR - FUNCTION MUST BE A, C OR "
                           "D, RE-ENTER ***"
               END-IF
           END-PERFORM.

      *REP ID - RE-PROMPTED UNTIL NOT BLANK, SINCE A BLANK REP ON
      *THE CUSTOMER MASTER MEANS A HOUSE ACCOUNT. WHETHER IT MUST OR
      *MUST NOT ALREADY BE ON FILE DEPENDS ON THE FUNCTION, SO THAT
      *CHECK IS MADE IN THE FUNCTION PARAGRAPHS
       VALIDATE-REP-ID.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER SALES REP ID (4 CHARACTERS)"
               ACCEPT REP-ID-IN
               MOVE FUNCTION UPPER-CASE(REP-ID-IN) TO REP-ID-IN
               IF REP-ID-IN = SPACES
                   DISPLAY "*** ERROR - SALES REP ID CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *REP NAME - RE-PROMPTED UNTIL NOT BLANK, SINCE IT HEADS THE
      *REP'S SECTION OF THE COMMISSION REPORT AND GOES TO PAYROLL
       VALIDATE-REP-NAME.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER SALES REP NAME (30 CHARACTERS)"
               ACCEPT REP-NAME-IN
               IF REP-NAME-IN = SPACES
                   DISPLAY "*** ERROR - SALES REP NAME CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *COMMISSION RATE - RE-PROMPTED UNTIL IT IS NUMERIC. THE FIVE
      *KEYED DIGITS ARE A PERCENTAGE TIMES ONE THOUSAND, SO 05000
      *LANDS IN THE MASTER AS 5 PERCENT
       VALIDATE-COMM-RATE.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER COMMISSION RATE (5 DIGITS, 05000 = 5 "
                       "PERCENT)"
               ACCEPT COMM-RATE-IN
               IF COMM-RATE-IN = SPACES
                       OR FUNCTION TRIM(COMM-RATE-IN)
                           IS NOT NUMERIC
                   DISPLAY "*** ERROR - COMMISSION RATE MUST BE "
                           "NUMERIC, RE-ENTER ***"
               ELSE
                   MOVE FUNCTION TRIM(COMM-RATE-IN)
                       TO COMM-RATE-MILLS
                   COMPUTE COMM-RATE-NUM = COMM-RATE-MILLS / 1000
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *ADDS A NEW SALES REP - REJECTED IF THE ID IS ALREADY ON
      *FILE, SINCE A SECOND WRITE WOULD EITHER FAIL OR SHADOW THE
      *EXISTING RECORD
       ADD-SALESREP.
           MOVE "ADD"  TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE REP-ID-IN TO SLS-MAS-REP-ID
           READ SLSMAS
               INVALID KEY
                   PERFORM VALIDATE-REP-NAME
                   PERFORM VALIDATE-COMM-RATE
                   MOVE REP-ID-IN     TO SLS-MAS-REP-ID
                   MOVE REP-NAME-IN   TO SLS-MAS-NAME
                   MOVE COMM-RATE-NUM TO SLS-MAS-COMM-RATE
                   WRITE SALESREP-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - SALES REP " REP-ID-IN
                                   " COULD NOT BE WRITTEN, FILE "
                                   "STATUS " WS-SLSMAS-STATUS " ***"
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           MOVE "WRITE TO SLSMAS FAILED"
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "SALES REP " REP-ID-IN " ADDED"
                           PERFORM SAVE-NEW-AUDIT-IMAGE
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "*** ERROR - SALES REP " REP-ID-IN
                           " IS ALREADY ON FILE ***"
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "SALES REP ALREADY ON FILE" TO WS-AUDIT-REASON
           END-READ
           PERFORM WRITE-SLSAUD-RECORD.

      *CHANGES AN EXISTING SALES REP - THE CURRENT VALUES ARE
      *DISPLAYED FIRST SO THE OPERATOR CAN CONFIRM THE REP BEFORE
      *CHANGING IT. A NEW RATE APPLIES TO THE NEXT COMMISSION RUN
       CHANGE-SALESREP.
           MOVE "CHANGE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE REP-ID-IN TO SLS-MAS-REP-ID
           READ SLSMAS
               INVALID KEY
                   DISPLAY "*** ERROR - SALES REP " REP-ID-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "SALES REP NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   DISPLAY "CURRENT NAME IS " SLS-MAS-NAME
                   DISPLAY "CURRENT COMMISSION RATE IS "
                           SLS-MAS-COMM-RATE
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   PERFORM VALIDATE-REP-NAME
                   PERFORM VALIDATE-COMM-RATE
                   MOVE REP-NAME-IN   TO SLS-MAS-NAME
                   MOVE COMM-RATE-NUM TO SLS-MAS-COMM-RATE
                   REWRITE SALESREP-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - SALES REP " REP-ID-IN
                                   " COULD NOT BE REWRITTEN, FILE "
                                   "STATUS " WS-SLSMAS-STATUS " ***"
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           MOVE "REWRITE TO SLSMAS FAILED"
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "SALES REP " REP-ID-IN " CHANGED"
                           PERFORM SAVE-NEW-AUDIT-IMAGE
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-REWRITE
           END-READ
           PERFORM WRITE-SLSAUD-RECORD.

      *DELETES AN EXISTING SALES REP - THE NAME IS DISPLAYED AND THE
      *OPERATOR MUST CONFIRM. CUSTOMERS STILL ASSIGNED TO THE REP
      *ARE LEFT FOR COMMRPT1 TO LIST AS HAVING NO REP ON FILE UNTIL
      *CUSTMNT1 REASSIGNS THEM
       DELETE-SALESREP.
           MOVE "DELETE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE REP-ID-IN TO SLS-MAS-REP-ID
           READ SLSMAS
               INVALID KEY
                   DISPLAY "*** ERROR - SALES REP " REP-ID-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "SALES REP NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   DISPLAY "DELETE " REP-ID-IN " " SLS-MAS-NAME
                           " - ENTER YES TO CONFIRM"
                   ACCEPT CONFIRM-IN
                   MOVE FUNCTION UPPER-CASE(CONFIRM-IN) TO CONFIRM-IN
                   IF CONFIRM-IN = "YES"
                       DELETE SLSMAS
                           INVALID KEY
                               DISPLAY "*** ERROR - SALES REP "
                                       REP-ID-IN " COULD NOT BE "
                                       "DELETED, FILE STATUS "
                                       WS-SLSMAS-STATUS " ***"
                               MOVE "REJECTED" TO WS-AUDIT-STATUS
                               MOVE "DELETE FROM SLSMAS FAILED"
                                   TO WS-AUDIT-REASON
                           NOT INVALID KEY
                               DISPLAY "SALES REP " REP-ID-IN
                                       " DELETED"
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
                       END-DELETE
                   ELSE
                       DISPLAY "DELETE OF " REP-ID-IN " ABANDONED"
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       MOVE "DELETE NOT CONFIRMED BY OPERATOR"
                           TO WS-AUDIT-REASON
                   END-IF
           END-READ
           PERFORM WRITE-SLSAUD-RECORD.

      *BEFORE AND AFTER IMAGES START EMPTY - A REP NOT ON FILE HAS
      *NO BEFORE IMAGE, A REJECTED CHANGE NO AFTER IMAGE
       CLEAR-AUDIT-IMAGES.
           MOVE SPACES TO WS-AUDIT-OLD-NAME
           MOVE SPACES TO WS-AUDIT-NEW-NAME
           MOVE ZERO   TO WS-AUDIT-OLD-RATE
           MOVE ZERO   TO WS-AUDIT-NEW-RATE.

      *BEFORE IMAGE - THE REP RECORD AS READ FROM THE FILE
       SAVE-OLD-AUDIT-IMAGE.
           MOVE SLS-MAS-NAME      TO WS-AUDIT-OLD-NAME
           MOVE SLS-MAS-COMM-RATE TO WS-AUDIT-OLD-RATE.

      *AFTER IMAGE - THE VALUES JUST WRITTEN TO THE FILE
       SAVE-NEW-AUDIT-IMAGE.
           MOVE REP-NAME-IN   TO WS-AUDIT-NEW-NAME
           MOVE COMM-RATE-NUM TO WS-AUDIT-NEW-RATE.

      *BUILDS AND APPENDS ONE AUDIT TRAIL RECORD FOR THE MAINTENANCE
      *ACTION JUST ATTEMPTED - THE WS-AUDIT- FIELDS ARE SET BY THE
      *CALLING PARAGRAPH
       WRITE-SLSAUD-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SMAUD-TIMESTAMP
           MOVE USER-ID-IN            TO SMAUD-USER-ID
           MOVE WS-AUDIT-ACTION       TO SMAUD-ACTION
           MOVE REP-ID-IN             TO SMAUD-REP-ID
           MOVE WS-AUDIT-OLD-NAME     TO SMAUD-OLD-NAME
           MOVE WS-AUDIT-NEW-NAME     TO SMAUD-NEW-NAME
           MOVE WS-AUDIT-OLD-RATE     TO SMAUD-OLD-RATE
           MOVE WS-AUDIT-NEW-RATE     TO SMAUD-NEW-RATE
           MOVE WS-AUDIT-STATUS       TO SMAUD-STATUS
           MOVE WS-AUDIT-REASON       TO SMAUD-REASON
           WRITE SMAUD-RECORD.
