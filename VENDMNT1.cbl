      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: INTERACTIVE MAINTENANCE (ADD/CHANGE/DELETE) OF THE
      *          VENDMAS VENDOR MASTER KSDS THAT ITEMMNT1 CHECKS EACH
      *          ITEM'S PREFERRED VENDOR AGAINST AND POGEN1 PRINTS
      *          ON EVERY PURCHASE ORDER - SAME SHAPE AS CUSTMNT1 AND
      *          ITEMMNT1 FOR THE OTHER TWO MASTERS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *VENDOR MASTER IS A VSAM KSDS KEYED ON VENDOR NUMBER - OPENED
      *I-O HERE SINCE THIS IS THE PROGRAM THAT MAINTAINS IT
           SELECT VENDMAS ASSIGN TO "VENDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-MAS-NO
               FILE STATUS IS WS-VENDMAS-STATUS.

      *MAINTENANCE AUDIT TRAIL - ONE RECORD PER ADD/CHANGE/DELETE
      *ATTEMPT, ACCEPTED OR REJECTED, APPENDED ACROSS SESSIONS SO
      *PRIOR DAYS' HISTORY IS NEVER LOST
           SELECT VENDAUD ASSIGN TO "VENDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDAUD-STATUS.

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
       FD  VENDMAS.
           COPY "VENDMAS.CPY".
       FD  VENDAUD.
           COPY "VMAUDREC.CPY".
       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  SECLOG.
           COPY "SECREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-VENDMAS-STATUS   PIC X(2) VALUE "00".
           88  VENDMAS-IO-OK             VALUE "00".
           88  VENDMAS-REC-NOT-FOUND     VALUE "23".
           88  VENDMAS-FILE-MISSING      VALUE "35".
       01  WS-VENDAUD-STATUS   PIC X(2) VALUE "00".
           88  VENDAUD-OPEN-OK           VALUE "00".
           88  VENDAUD-MISSING           VALUE "35".

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
      *CHANGED WHICH VENDOR
       01  USER-ID-IN          PIC X(8).

      *MAINTENANCE FUNCTION KEYED FOR THE CURRENT VENDOR
       01  FUNCTION-IN         PIC X(1).
           88  ADD-FUNCTION              VALUE "A".
           88  CHANGE-FUNCTION           VALUE "C".
           88  DELETE-FUNCTION           VALUE "D".
           88  VALID-FUNCTION            VALUES "A" "C" "D".

       01  VENDOR-NO-IN        PIC X(6).
       01  VENDOR-NAME-IN      PIC X(30).

      *ADDRESS, CONTACT AND PHONE ARE FREE TEXT - ONLY THE NAME AND
      *THE FIRST ADDRESS LINE ARE REQUIRED, SINCE A PURCHASE ORDER
      *CANNOT BE MAILED WITHOUT THEM
       01  VENDOR-ADDRESS-IN   PIC X(30).
       01  VENDOR-CITY-IN      PIC X(30).
       01  VENDOR-CONTACT-IN   PIC X(20).
       01  VENDOR-PHONE-IN     PIC X(15).
       01  CONFIRM-IN          PIC X(3).

       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
           88  FIELD-IS-VALID            VALUE "Y".
           88  FIELD-IS-INVALID          VALUE "N".

      *WORK FIELDS USED TO BUILD THE NEXT AUDIT TRAIL RECORD
       01  WS-AUDIT-ACTION     PIC X(6).
       01  WS-AUDIT-OLD-NAME   PIC X(30).
       01  WS-AUDIT-NEW-NAME   PIC X(30).
       01  WS-AUDIT-OLD-ADDR   PIC X(30).
       01  WS-AUDIT-NEW-ADDR   PIC X(30).
       01  WS-AUDIT-OLD-CITY   PIC X(30).
       01  WS-AUDIT-NEW-CITY   PIC X(30).
       01  WS-AUDIT-OLD-CONTCT PIC X(20).
       01  WS-AUDIT-NEW-CONTCT PIC X(20).
       01  WS-AUDIT-OLD-PHONE  PIC X(15).
       01  WS-AUDIT-NEW-PHONE  PIC X(15).
       01  WS-AUDIT-STATUS     PIC X(8).
       01  WS-AUDIT-REASON     PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *FIRST MAINTENANCE RUN AT A NEW INSTALLATION HAS NO VENDOR
      *MASTER YET - CREATE AN EMPTY ONE SO THE I-O OPEN BELOW CAN
      *SUCCEED INSTEAD OF TURNING THE OPERATOR AWAY
           OPEN I-O VENDMAS
           IF VENDMAS-FILE-MISSING
               OPEN OUTPUT VENDMAS
               CLOSE VENDMAS
               OPEN I-O VENDMAS
           END-IF

           IF NOT VENDMAS-IO-OK
               DISPLAY "*** FATAL - VENDMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-VENDMAS-STATUS " ***"
               GOBACK
           END-IF

      *THE AUDIT TRAIL IS APPENDED TO, AND CREATED EMPTY ON THE
      *FIRST RUN
           OPEN EXTEND VENDAUD
           IF VENDAUD-MISSING
               OPEN OUTPUT VENDAUD
               CLOSE VENDAUD
               OPEN EXTEND VENDAUD
           END-IF

           IF NOT VENDAUD-OPEN-OK
               DISPLAY "*** FATAL - VENDAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-VENDAUD-STATUS " ***"
               CLOSE VENDMAS
               GOBACK
           END-IF

           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** VENDMNT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               CLOSE VENDMAS
               CLOSE VENDAUD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VALIDATE-FUNCTION
               PERFORM VALIDATE-VENDOR-NO

               IF ADD-FUNCTION
                   PERFORM ADD-VENDOR
               END-IF
               IF CHANGE-FUNCTION
                   PERFORM CHANGE-VENDOR
               END-IF
               IF DELETE-FUNCTION
                   PERFORM DELETE-VENDOR
               END-IF

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO
               DISPLAY "TO CONTINUE PLEASE ENTER YES OTHERWISE NO"
               ACCEPT MORE-DATA
               MOVE FUNCTION UPPER-CASE(MORE-DATA) TO MORE-DATA
           END-PERFORM

           CLOSE VENDMAS
           CLOSE VENDAUD
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
                                   MOVE "ROLE MAY NOT RUN VENDMNT1"
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
           MOVE "VENDMNT1"            TO SEC-PROGRAM
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

      *VENDOR NUMBER - RE-PROMPTED UNTIL NOT BLANK. WHETHER IT MUST
      *OR MUST NOT ALREADY BE ON FILE DEPENDS ON THE FUNCTION, SO
      *THAT CHECK IS MADE IN THE FUNCTION PARAGRAPHS
       VALIDATE-VENDOR-NO.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER VENDOR NUMBER (6 CHARACTERS)"
               ACCEPT VENDOR-NO-IN
               MOVE FUNCTION UPPER-CASE(VENDOR-NO-IN) TO VENDOR-NO-IN
               IF VENDOR-NO-IN = SPACES
                   DISPLAY "*** ERROR - VENDOR NUMBER CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *VENDOR NAME - RE-PROMPTED UNTIL NOT BLANK, SINCE IT HEADS
      *EVERY PURCHASE ORDER RAISED AGAINST THE VENDOR
       VALIDATE-VENDOR-NAME.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER VENDOR NAME (30 CHARACTERS)"
               ACCEPT VENDOR-NAME-IN
               IF VENDOR-NAME-IN = SPACES
                   DISPLAY "*** ERROR - VENDOR NAME CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *MAILING ADDRESS - THE STREET LINE IS RE-PROMPTED UNTIL NOT
      *BLANK, THE CITY LINE MAY BE LEFT EMPTY
       VALIDATE-VENDOR-ADDRESS.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER VENDOR STREET ADDRESS (30 CHARACTERS)"
               ACCEPT VENDOR-ADDRESS-IN
               IF VENDOR-ADDRESS-IN = SPACES
                   DISPLAY "*** ERROR - VENDOR ADDRESS CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM
           DISPLAY "ENTER VENDOR CITY, STATE AND ZIP (30 CHARACTERS)"
           ACCEPT VENDOR-CITY-IN.

      *PURCHASING CONTACT AND PHONE - OPTIONAL
       VALIDATE-VENDOR-CONTACT.
           DISPLAY "ENTER PURCHASING CONTACT NAME (20 CHARACTERS)"
           ACCEPT VENDOR-CONTACT-IN
           DISPLAY "ENTER CONTACT PHONE (15 CHARACTERS)"
           ACCEPT VENDOR-PHONE-IN.

      *ADDS A NEW VENDOR - REJECTED IF THE NUMBER IS ALREADY ON
      *FILE, SINCE A SECOND WRITE WOULD EITHER FAIL OR SHADOW THE
      *EXISTING RECORD
       ADD-VENDOR.
           MOVE "ADD"  TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE VENDOR-NO-IN TO VEND-MAS-NO
           READ VENDMAS
               INVALID KEY
                   PERFORM VALIDATE-VENDOR-NAME
                   PERFORM VALIDATE-VENDOR-ADDRESS
                   PERFORM VALIDATE-VENDOR-CONTACT
                   MOVE VENDOR-NO-IN      TO VEND-MAS-NO
                   MOVE VENDOR-NAME-IN    TO VEND-MAS-NAME
                   MOVE VENDOR-ADDRESS-IN TO VEND-MAS-ADDRESS
                   MOVE VENDOR-CITY-IN    TO VEND-MAS-CITY
                   MOVE VENDOR-CONTACT-IN TO VEND-MAS-CONTACT
                   MOVE VENDOR-PHONE-IN   TO VEND-MAS-PHONE
                   WRITE VENDOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - VENDOR " VENDOR-NO-IN
                                   " COULD NOT BE WRITTEN, FILE "
                                   "STATUS " WS-VENDMAS-STATUS " ***"
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           MOVE "WRITE TO VENDMAS FAILED"
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "VENDOR " VENDOR-NO-IN " ADDED"
                           PERFORM SAVE-NEW-AUDIT-IMAGE
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "*** ERROR - VENDOR " VENDOR-NO-IN
                           " IS ALREADY ON FILE ***"
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "VENDOR ALREADY ON FILE" TO WS-AUDIT-REASON
           END-READ
           PERFORM WRITE-VENDAUD-RECORD.

      *CHANGES AN EXISTING VENDOR - THE CURRENT VALUES ARE
      *DISPLAYED FIRST SO THE OPERATOR CAN CONFIRM THE VENDOR
      *BEFORE CHANGING IT
       CHANGE-VENDOR.
           MOVE "CHANGE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE VENDOR-NO-IN TO VEND-MAS-NO
           READ VENDMAS
               INVALID KEY
                   DISPLAY "*** ERROR - VENDOR " VENDOR-NO-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "VENDOR NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   DISPLAY "CURRENT NAME IS " VEND-MAS-NAME
                   DISPLAY "CURRENT ADDRESS IS " VEND-MAS-ADDRESS
                   DISPLAY "                   " VEND-MAS-CITY
                   DISPLAY "CURRENT CONTACT IS " VEND-MAS-CONTACT
                           " PHONE " VEND-MAS-PHONE
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   PERFORM VALIDATE-VENDOR-NAME
                   PERFORM VALIDATE-VENDOR-ADDRESS
                   PERFORM VALIDATE-VENDOR-CONTACT
                   MOVE VENDOR-NAME-IN    TO VEND-MAS-NAME
                   MOVE VENDOR-ADDRESS-IN TO VEND-MAS-ADDRESS
                   MOVE VENDOR-CITY-IN    TO VEND-MAS-CITY
                   MOVE VENDOR-CONTACT-IN TO VEND-MAS-CONTACT
                   MOVE VENDOR-PHONE-IN   TO VEND-MAS-PHONE
                   REWRITE VENDOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - VENDOR " VENDOR-NO-IN
                                   " COULD NOT BE REWRITTEN, FILE "
                                   "STATUS " WS-VENDMAS-STATUS " ***"
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           MOVE "REWRITE TO VENDMAS FAILED"
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "VENDOR " VENDOR-NO-IN " CHANGED"
                           PERFORM SAVE-NEW-AUDIT-IMAGE
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-REWRITE
           END-READ
           PERFORM WRITE-VENDAUD-RECORD.

      *DELETES AN EXISTING VENDOR - THE NAME IS DISPLAYED AND THE
      *OPERATOR MUST CONFIRM. ITEMS STILL NAMING THE VENDOR ARE LEFT
      *FOR POGEN1 TO LIST AS HAVING NO VENDOR ON FILE
       DELETE-VENDOR.
           MOVE "DELETE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE VENDOR-NO-IN TO VEND-MAS-NO
           READ VENDMAS
               INVALID KEY
                   DISPLAY "*** ERROR - VENDOR " VENDOR-NO-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "VENDOR NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   DISPLAY "DELETE " VENDOR-NO-IN " " VEND-MAS-NAME
                           " - ENTER YES TO CONFIRM"
                   ACCEPT CONFIRM-IN
                   MOVE FUNCTION UPPER-CASE(CONFIRM-IN) TO CONFIRM-IN
                   IF CONFIRM-IN = "YES"
                       DELETE VENDMAS
                           INVALID KEY
                               DISPLAY "*** ERROR - VENDOR "
                                       VENDOR-NO-IN " COULD NOT BE "
                                       "DELETED, FILE STATUS "
                                       WS-VENDMAS-STATUS " ***"
                               MOVE "REJECTED" TO WS-AUDIT-STATUS
                               MOVE "DELETE FROM VENDMAS FAILED"
                                   TO WS-AUDIT-REASON
                           NOT INVALID KEY
                               DISPLAY "VENDOR " VENDOR-NO-IN
                                       " DELETED"
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
                       END-DELETE
                   ELSE
                       DISPLAY "DELETE OF " VENDOR-NO-IN " ABANDONED"
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       MOVE "DELETE NOT CONFIRMED BY OPERATOR"
                           TO WS-AUDIT-REASON
                   END-IF
           END-READ
           PERFORM WRITE-VENDAUD-RECORD.

      *BEFORE AND AFTER IMAGES START EMPTY - A VENDOR NOT ON FILE
      *HAS NO BEFORE IMAGE, A REJECTED CHANGE NO AFTER IMAGE
       CLEAR-AUDIT-IMAGES.
           MOVE SPACES TO WS-AUDIT-OLD-NAME
           MOVE SPACES TO WS-AUDIT-NEW-NAME
           MOVE SPACES TO WS-AUDIT-OLD-ADDR
           MOVE SPACES TO WS-AUDIT-NEW-ADDR
           MOVE SPACES TO WS-AUDIT-OLD-CITY
           MOVE SPACES TO WS-AUDIT-NEW-CITY
           MOVE SPACES TO WS-AUDIT-OLD-CONTCT
           MOVE SPACES TO WS-AUDIT-NEW-CONTCT
           MOVE SPACES TO WS-AUDIT-OLD-PHONE
           MOVE SPACES TO WS-AUDIT-NEW-PHONE.

      *BEFORE IMAGE - THE VENDOR RECORD AS READ FROM THE FILE
       SAVE-OLD-AUDIT-IMAGE.
           MOVE VEND-MAS-NAME    TO WS-AUDIT-OLD-NAME
           MOVE VEND-MAS-ADDRESS TO WS-AUDIT-OLD-ADDR
           MOVE VEND-MAS-CITY    TO WS-AUDIT-OLD-CITY
           MOVE VEND-MAS-CONTACT TO WS-AUDIT-OLD-CONTCT
           MOVE VEND-MAS-PHONE   TO WS-AUDIT-OLD-PHONE.

      *AFTER IMAGE - THE VALUES JUST WRITTEN TO THE FILE
       SAVE-NEW-AUDIT-IMAGE.
           MOVE VENDOR-NAME-IN    TO WS-AUDIT-NEW-NAME
           MOVE VENDOR-ADDRESS-IN TO WS-AUDIT-NEW-ADDR
           MOVE VENDOR-CITY-IN    TO WS-AUDIT-NEW-CITY
           MOVE VENDOR-CONTACT-IN TO WS-AUDIT-NEW-CONTCT
           MOVE VENDOR-PHONE-IN   TO WS-AUDIT-NEW-PHONE.

      *BUILDS AND APPENDS ONE AUDIT TRAIL RECORD FOR THE MAINTENANCE
      *ACTION JUST ATTEMPTED - THE WS-AUDIT- FIELDS ARE SET BY THE
      *CALLING PARAGRAPH
       WRITE-VENDAUD-RECORD.
           MOVE FUNCTION CURRENT-DATE TO VMAUD-TIMESTAMP
           MOVE USER-ID-IN            TO VMAUD-USER-ID
           MOVE WS-AUDIT-ACTION       TO VMAUD-ACTION
           MOVE VENDOR-NO-IN          TO VMAUD-VENDOR-NO
           MOVE WS-AUDIT-OLD-NAME     TO VMAUD-OLD-NAME
           MOVE WS-AUDIT-NEW-NAME     TO VMAUD-NEW-NAME
           MOVE WS-AUDIT-OLD-ADDR     TO VMAUD-OLD-ADDRESS
           MOVE WS-AUDIT-NEW-ADDR     TO VMAUD-NEW-ADDRESS
           MOVE WS-AUDIT-OLD-CITY     TO VMAUD-OLD-CITY
           MOVE WS-AUDIT-NEW-CITY     TO VMAUD-NEW-CITY
           MOVE WS-AUDIT-OLD-CONTCT   TO VMAUD-OLD-CONTACT
           MOVE WS-AUDIT-NEW-CONTCT   TO VMAUD-NEW-CONTACT
           MOVE WS-AUDIT-OLD-PHONE    TO VMAUD-OLD-PHONE
           MOVE WS-AUDIT-NEW-PHONE    TO VMAUD-NEW-PHONE
           MOVE WS-AUDIT-STATUS       TO VMAUD-STATUS
           MOVE WS-AUDIT-REASON       TO VMAUD-REASON
           WRITE VMAUD-RECORD.
