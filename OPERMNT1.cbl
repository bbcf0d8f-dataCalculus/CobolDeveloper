      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: INTERACTIVE MAINTENANCE (ADD/CHANGE/DELETE) OF THE
      *          OPERMAS OPERATOR SECURITY FILE THAT EVERY
      *          INTERACTIVE PROGRAM CHECKS AT SIGN-ON - OPERATOR
      *          NAME, PASSWORD, ROLE AND ACTIVE/REVOKED STATUS.
      *          SUPERVISORS ONLY. A NEW INSTALLATION WITH NO
      *          OPERATORS ON FILE IS LET IN ONCE TO SET UP ITS FIRST
      *          SUPERVISOR. SAME SHAPE AS CUSTMNT1, ITEMMNT1 AND
      *          VENDMNT1 FOR THE OTHER MASTERS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *OPERATOR SECURITY FILE IS A VSAM KSDS KEYED ON OPERATOR ID -
      *OPENED I-O HERE SINCE THIS IS THE PROGRAM THAT MAINTAINS IT.
      *DYNAMIC ACCESS SO ONE SEQUENTIAL READ CAN TELL WHETHER THE
      *FILE HAS ANY OPERATORS ON IT YET
           SELECT OPERMAS ASSIGN TO "OPERMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERMAS-STATUS.

      *MAINTENANCE AUDIT TRAIL - ONE RECORD PER ADD/CHANGE/DELETE
      *ATTEMPT, ACCEPTED OR REJECTED, APPENDED ACROSS SESSIONS SO
      *PRIOR DAYS' HISTORY IS NEVER LOST
           SELECT OPERAUD ASSIGN TO "OPERAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERAUD-STATUS.

      *SECURITY LOG - EVERY SIGN-ON ATTEMPT IS APPENDED HERE FOR THE
      *SECRPT1 SECURITY REPORT
           SELECT SECLOG ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  OPERAUD.
           COPY "OPAUDREC.CPY".
       FD  SECLOG.
           COPY "SECREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-OPERMAS-STATUS   PIC X(2) VALUE "00".
           88  OPERMAS-IO-OK             VALUE "00".
           88  OPERMAS-REC-NOT-FOUND     VALUE "23".
           88  OPERMAS-FILE-MISSING      VALUE "35".
       01  WS-OPERAUD-STATUS   PIC X(2) VALUE "00".
           88  OPERAUD-OPEN-OK           VALUE "00".
           88  OPERAUD-MISSING           VALUE "35".
       01  WS-SECLOG-STATUS    PIC X(2) VALUE "00".
           88  SECLOG-OPEN-OK            VALUE "00".
           88  SECLOG-MISSING            VALUE "35".

      *SET WHEN OPERMAS HAS NO RECORDS - THE ONLY TIME ANYBODY IS
      *LET IN WITHOUT SIGNING ON, AND THEN ONLY TO ADD A SUPERVISOR
       01  WS-OPERMAS-EMPTY-SW PIC X(1) VALUE "N".
           88  OPERMAS-EMPTY             VALUE "Y".

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

      *SUPERVISOR SIGNED ON TO THIS SESSION - STAMPED ON EVERY AUDIT
      *RECORD SO THE TRAIL SHOWS WHO CHANGED WHICH OPERATOR
       01  USER-ID-IN          PIC X(8).

      *MAINTENANCE FUNCTION KEYED FOR THE CURRENT OPERATOR
       01  FUNCTION-IN         PIC X(1).
           88  ADD-FUNCTION              VALUE "A".
           88  CHANGE-FUNCTION           VALUE "C".
           88  DELETE-FUNCTION           VALUE "D".
           88  VALID-FUNCTION            VALUES "A" "C" "D".

       01  OPER-ID-IN          PIC X(8).
       01  OPER-NAME-IN        PIC X(30).

      *ROLE AND STATUS KEYED FOR THE OPERATOR - ON A CHANGE A BLANK
      *KEEPS THE VALUE ALREADY ON FILE
       01  ROLE-IN             PIC X(1).
           88  VALID-ROLE-IN             VALUES "E" "C" "S" "M".
       01  STATUS-IN           PIC X(1).
           88  VALID-STATUS-IN           VALUES "A" "R".

      *NEW PASSWORD IS KEYED TWICE SO A TYPING SLIP CANNOT LOCK THE
      *OPERATOR OUT - ON A CHANGE A BLANK KEEPS THE OLD PASSWORD
       01  NEW-PASSWORD-IN     PIC X(8).
       01  CONFIRM-PASSWORD-IN PIC X(8).
       01  WS-PASSWORD-CHG-SW  PIC X(1) VALUE "N".
           88  PASSWORD-CHANGED          VALUE "Y".
       01  CONFIRM-IN          PIC X(3).

       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
           88  FIELD-IS-VALID            VALUE "Y".
           88  FIELD-IS-INVALID          VALUE "N".

      *WORK FIELDS USED TO BUILD THE NEXT AUDIT TRAIL RECORD
       01  WS-AUDIT-ACTION     PIC X(6).
       01  WS-AUDIT-OLD-NAME   PIC X(30).
       01  WS-AUDIT-NEW-NAME   PIC X(30).
       01  WS-AUDIT-OLD-ROLE   PIC X(1).
       01  WS-AUDIT-NEW-ROLE   PIC X(1).
       01  WS-AUDIT-OLD-STATUS PIC X(1).
       01  WS-AUDIT-NEW-STATUS PIC X(1).
       01  WS-AUDIT-STATUS     PIC X(8).
       01  WS-AUDIT-REASON     PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *FIRST MAINTENANCE RUN AT A NEW INSTALLATION HAS NO OPERATOR
      *FILE YET - CREATE AN EMPTY ONE SO THE I-O OPEN BELOW CAN
      *SUCCEED AND THE FIRST SUPERVISOR CAN BE SET UP
           OPEN I-O OPERMAS
           IF OPERMAS-FILE-MISSING
               OPEN OUTPUT OPERMAS
               CLOSE OPERMAS
               OPEN I-O OPERMAS
           END-IF

           IF NOT OPERMAS-IO-OK
               DISPLAY "*** FATAL - OPERMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPERMAS-STATUS " ***"
               GOBACK
           END-IF

      *THE AUDIT TRAIL AND THE SECURITY LOG ARE APPENDED TO, AND
      *CREATED EMPTY ON THE FIRST RUN
           OPEN EXTEND OPERAUD
           IF OPERAUD-MISSING
               OPEN OUTPUT OPERAUD
               CLOSE OPERAUD
               OPEN EXTEND OPERAUD
           END-IF

           IF NOT OPERAUD-OPEN-OK
               DISPLAY "*** FATAL - OPERAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPERAUD-STATUS " ***"
               CLOSE OPERMAS
               GOBACK
           END-IF

           OPEN EXTEND SECLOG
           IF SECLOG-MISSING
               OPEN OUTPUT SECLOG
               CLOSE SECLOG
               OPEN EXTEND SECLOG
           END-IF

           IF NOT SECLOG-OPEN-OK
               DISPLAY "*** FATAL - SECLOG COULD NOT BE OPENED, "
                       "FILE STATUS " WS-SECLOG-STATUS " ***"
               CLOSE OPERMAS
               CLOSE OPERAUD
               GOBACK
           END-IF

      *AN EMPTY FILE HAS NOBODY WHO COULD SIGN ON, SO THE FIRST
      *SUPERVISOR IS ADDED IN PLACE OF THE SIGN-ON AND THE SESSION
      *CARRIES ON AS THAT SUPERVISOR
           PERFORM CHECK-OPERMAS-EMPTY
           IF OPERMAS-EMPTY
               PERFORM ADD-FIRST-SUPERVISOR
           ELSE
               PERFORM VALIDATE-USER-ID
           END-IF

           IF NOT SIGNON-OK
               DISPLAY "*** OPERMNT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               CLOSE OPERMAS
               CLOSE OPERAUD
               CLOSE SECLOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VALIDATE-FUNCTION
               PERFORM VALIDATE-OPER-ID

               IF ADD-FUNCTION
                   PERFORM ADD-OPERATOR
               END-IF
               IF CHANGE-FUNCTION
                   PERFORM CHANGE-OPERATOR
               END-IF
               IF DELETE-FUNCTION
                   PERFORM DELETE-OPERATOR
               END-IF

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO
               DISPLAY "TO CONTINUE PLEASE ENTER YES OTHERWISE NO"
               ACCEPT MORE-DATA
               MOVE FUNCTION UPPER-CASE(MORE-DATA) TO MORE-DATA
           END-PERFORM

           CLOSE OPERMAS
           CLOSE OPERAUD
           CLOSE SECLOG
           GOBACK.

      *ONE SEQUENTIAL READ FROM THE START OF THE FILE - END OF FILE
      *STRAIGHT AWAY MEANS NO OPERATOR HAS BEEN SET UP YET
       CHECK-OPERMAS-EMPTY.
           MOVE "N" TO WS-OPERMAS-EMPTY-SW
           READ OPERMAS NEXT
               AT END
                   MOVE "Y" TO WS-OPERMAS-EMPTY-SW
           END-READ.

      *SETS UP THE INSTALLATION'S FIRST OPERATOR - ALWAYS AN ACTIVE
      *SUPERVISOR, SINCE ONLY A SUPERVISOR CAN ADD ANYONE ELSE. THE
      *SET-UP IS LOGGED AS THAT SUPERVISOR'S SIGN-ON
       ADD-FIRST-SUPERVISOR.
           DISPLAY "NO OPERATORS ON FILE - SET UP THE FIRST "
                   "SUPERVISOR"
           MOVE "A"   TO FUNCTION-IN
           MOVE "ADD" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           PERFORM VALIDATE-OPER-ID
           MOVE OPER-ID-IN TO USER-ID-IN
           PERFORM VALIDATE-OPER-NAME
           PERFORM VALIDATE-NEW-PASSWORD
           MOVE "S" TO ROLE-IN
           MOVE "A" TO STATUS-IN
           MOVE OPER-ID-IN      TO OPER-ID
           MOVE OPER-NAME-IN    TO OPER-NAME
           MOVE NEW-PASSWORD-IN TO OPER-PASSWORD
           MOVE ROLE-IN         TO OPER-ROLE
           MOVE STATUS-IN       TO OPER-STATUS
           WRITE OPERATOR-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR - OPERATOR " OPER-ID-IN
                           " COULD NOT BE WRITTEN, FILE "
                           "STATUS " WS-OPERMAS-STATUS " ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "WRITE TO OPERMAS FAILED" TO WS-AUDIT-REASON
                   MOVE "FAILED" TO WS-SEC-EVENT
                   MOVE "FIRST SUPERVISOR NOT SET UP"
                       TO WS-SEC-REASON
               NOT INVALID KEY
                   DISPLAY "SUPERVISOR " OPER-ID-IN
                           " ADDED - SIGNED ON AS " OPER-NAME
                   PERFORM SAVE-NEW-AUDIT-IMAGE
                   MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                   MOVE "FIRST SUPERVISOR SET UP" TO WS-AUDIT-REASON
                   MOVE "Y"      TO WS-SIGNON-SW
                   MOVE "SIGNON" TO WS-SEC-EVENT
                   MOVE "FIRST SUPERVISOR SET UP" TO WS-SEC-REASON
           END-WRITE
           PERFORM WRITE-OPERAUD-RECORD
           PERFORM WRITE-SIGNON-SECLOG.

      *OPERATOR SIGN-ON - THE ID AND PASSWORD MUST MATCH AN ACTIVE
      *SUPERVISOR ON OPERMAS. EVERY ATTEMPT GOES ON THE SECURITY
      *LOG, AND THREE FAILURES END THE SESSION
       VALIDATE-USER-ID.
           MOVE "N" TO WS-SIGNON-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TRIES = 3
               PERFORM CHECK-OPERATOR-SIGNON
           END-PERFORM.

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
                                   MOVE "ROLE MAY NOT RUN OPERMNT1"
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
           MOVE "OPERMNT1"            TO SEC-PROGRAM
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

      *OPERATOR ID - RE-PROMPTED UNTIL NOT BLANK. WHETHER IT MUST
      *OR MUST NOT ALREADY BE ON FILE DEPENDS ON THE FUNCTION, SO
      *THAT CHECK IS MADE IN THE FUNCTION PARAGRAPHS
       VALIDATE-OPER-ID.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER OPERATOR ID (8 CHARACTERS)"
               ACCEPT OPER-ID-IN
               MOVE FUNCTION UPPER-CASE(OPER-ID-IN) TO OPER-ID-IN
               IF OPER-ID-IN = SPACES
                   DISPLAY "*** ERROR - OPERATOR ID CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *OPERATOR NAME - RE-PROMPTED UNTIL NOT BLANK, SINCE IT IS
      *WHAT THE SIGN-ON AND OVERRIDE MESSAGES SHOW
       VALIDATE-OPER-NAME.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER OPERATOR NAME (30 CHARACTERS)"
               ACCEPT OPER-NAME-IN
               IF OPER-NAME-IN = SPACES
                   DISPLAY "*** ERROR - OPERATOR NAME CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *ROLE - E, C, S OR M. ON A CHANGE A BLANK KEEPS THE ROLE ON
      *FILE, AND A SUPERVISOR MAY NOT TAKE AWAY THEIR OWN SUPERVISOR
      *ROLE, SO THE FILE CANNOT BE LEFT WITH NOBODY TO MAINTAIN IT
       VALIDATE-OPER-ROLE.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER ROLE - E=ENTRY CLERK C=CASH CLERK "
                       "S=SUPERVISOR M=MASTER-FILE MAINTAINER"
               IF CHANGE-FUNCTION
                   DISPLAY "(BLANK KEEPS THE CURRENT ROLE)"
               END-IF
               ACCEPT ROLE-IN
               MOVE FUNCTION UPPER-CASE(ROLE-IN) TO ROLE-IN
               IF ROLE-IN = SPACES AND CHANGE-FUNCTION
                   MOVE WS-AUDIT-OLD-ROLE TO ROLE-IN
               END-IF
               IF NOT VALID-ROLE-IN
                   DISPLAY "*** ERROR - ROLE MUST BE E, C, S OR M, "
                           "RE-ENTER ***"
               ELSE
                   IF OPER-ID-IN = USER-ID-IN AND ROLE-IN NOT = "S"
                       DISPLAY "*** ERROR - YOU MAY NOT REMOVE YOUR "
                               "OWN SUPERVISOR ROLE, RE-ENTER ***"
                   ELSE
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

      *STATUS - A FOR ACTIVE OR R FOR REVOKED, KEYED ON A CHANGE
      *ONLY (A NEW OPERATOR IS ALWAYS ACTIVE). A BLANK KEEPS THE
      *STATUS ON FILE, AND A SUPERVISOR MAY NOT REVOKE THEMSELVES
       VALIDATE-OPER-STATUS.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER STATUS - A=ACTIVE R=REVOKED "
                       "(BLANK KEEPS THE CURRENT STATUS)"
               ACCEPT STATUS-IN
               MOVE FUNCTION UPPER-CASE(STATUS-IN) TO STATUS-IN
               IF STATUS-IN = SPACES
                   MOVE WS-AUDIT-OLD-STATUS TO STATUS-IN
               END-IF
               IF NOT VALID-STATUS-IN
                   DISPLAY "*** ERROR - STATUS MUST BE A OR R, "
                           "RE-ENTER ***"
               ELSE
                   IF OPER-ID-IN = USER-ID-IN AND STATUS-IN = "R"
                       DISPLAY "*** ERROR - YOU MAY NOT REVOKE "
                               "YOURSELF, RE-ENTER ***"
                   ELSE
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

      *PASSWORD - KEYED TWICE AND RE-PROMPTED UNTIL BOTH MATCH. IT
      *MAY NOT BE THE OPERATOR ID ITSELF. REQUIRED ON AN ADD; ON A
      *CHANGE A BLANK KEEPS THE PASSWORD ALREADY ON FILE
       VALIDATE-NEW-PASSWORD.
           MOVE "N" TO WS-PASSWORD-CHG-SW
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               IF CHANGE-FUNCTION
                   DISPLAY "ENTER NEW PASSWORD (8 CHARACTERS), "
                           "BLANK KEEPS THE CURRENT ONE"
               ELSE
                   DISPLAY "ENTER PASSWORD (8 CHARACTERS)"
               END-IF
               ACCEPT NEW-PASSWORD-IN
               IF NEW-PASSWORD-IN = SPACES
                   IF CHANGE-FUNCTION
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   ELSE
                       DISPLAY "*** ERROR - PASSWORD CANNOT BE "
                               "BLANK, RE-ENTER ***"
                   END-IF
               ELSE
                   IF NEW-PASSWORD-IN = OPER-ID-IN
                       DISPLAY "*** ERROR - PASSWORD CANNOT BE THE "
                               "OPERATOR ID, RE-ENTER ***"
                   ELSE
                       DISPLAY "RE-ENTER PASSWORD TO CONFIRM"
                       ACCEPT CONFIRM-PASSWORD-IN
                       IF CONFIRM-PASSWORD-IN NOT = NEW-PASSWORD-IN
                           DISPLAY "*** ERROR - PASSWORDS DO NOT "
                                   "MATCH, RE-ENTER ***"
                       ELSE
                           MOVE "Y" TO WS-PASSWORD-CHG-SW
                           MOVE "Y" TO WS-FIELD-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *ADDS A NEW OPERATOR, ALWAYS ACTIVE - REJECTED IF THE ID IS
      *ALREADY ON FILE, WHICH INCLUDES A REVOKED ID, SO AN ID IS
      *NEVER REISSUED TO SOMEBODY ELSE
       ADD-OPERATOR.
           MOVE "ADD"  TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE OPER-ID-IN TO OPER-ID
           READ OPERMAS
               INVALID KEY
                   PERFORM VALIDATE-OPER-NAME
                   PERFORM VALIDATE-OPER-ROLE
                   PERFORM VALIDATE-NEW-PASSWORD
                   MOVE "A" TO STATUS-IN
                   MOVE OPER-ID-IN      TO OPER-ID
                   MOVE OPER-NAME-IN    TO OPER-NAME
                   MOVE NEW-PASSWORD-IN TO OPER-PASSWORD
                   MOVE ROLE-IN         TO OPER-ROLE
                   MOVE STATUS-IN       TO OPER-STATUS
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - OPERATOR " OPER-ID-IN
                                   " COULD NOT BE WRITTEN, FILE "
                                   "STATUS " WS-OPERMAS-STATUS " ***"
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           MOVE "WRITE TO OPERMAS FAILED"
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "OPERATOR " OPER-ID-IN " ADDED"
                           PERFORM SAVE-NEW-AUDIT-IMAGE
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "*** ERROR - OPERATOR " OPER-ID-IN
                           " IS ALREADY ON FILE ***"
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "OPERATOR ALREADY ON FILE" TO WS-AUDIT-REASON
           END-READ
           PERFORM WRITE-OPERAUD-RECORD.

      *CHANGES AN EXISTING OPERATOR - THE CURRENT VALUES ARE
      *DISPLAYED FIRST SO THE SUPERVISOR CAN CONFIRM THE OPERATOR
      *BEFORE CHANGING IT. REVOKING IS A CHANGE OF STATUS TO R
       CHANGE-OPERATOR.
           MOVE "CHANGE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE OPER-ID-IN TO OPER-ID
           READ OPERMAS
               INVALID KEY
                   DISPLAY "*** ERROR - OPERATOR " OPER-ID-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "OPERATOR NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   DISPLAY "CURRENT NAME IS " OPER-NAME
                   DISPLAY "CURRENT ROLE IS " OPER-ROLE
                           " STATUS " OPER-STATUS
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   PERFORM VALIDATE-OPER-NAME
                   PERFORM VALIDATE-OPER-ROLE
                   PERFORM VALIDATE-OPER-STATUS
                   PERFORM VALIDATE-NEW-PASSWORD
                   MOVE OPER-NAME-IN    TO OPER-NAME
                   MOVE ROLE-IN         TO OPER-ROLE
                   MOVE STATUS-IN       TO OPER-STATUS
                   IF PASSWORD-CHANGED
                       MOVE NEW-PASSWORD-IN TO OPER-PASSWORD
                   END-IF
                   REWRITE OPERATOR-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - OPERATOR " OPER-ID-IN
                                   " COULD NOT BE REWRITTEN, FILE "
                                   "STATUS " WS-OPERMAS-STATUS " ***"
                           MOVE "N" TO WS-PASSWORD-CHG-SW
                           MOVE "REJECTED" TO WS-AUDIT-STATUS
                           MOVE "REWRITE TO OPERMAS FAILED"
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "OPERATOR " OPER-ID-IN " CHANGED"
                           PERFORM SAVE-NEW-AUDIT-IMAGE
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-REWRITE
           END-READ
           PERFORM WRITE-OPERAUD-RECORD.

      *DELETES AN EXISTING OPERATOR - MEANT FOR AN ID SET UP IN
      *ERROR; A LEAVER IS REVOKED INSTEAD SO THE AUDIT TRAILS STILL
      *RESOLVE. THE NAME IS DISPLAYED AND THE SUPERVISOR MUST
      *CONFIRM, AND NOBODY MAY DELETE THEIR OWN ID
       DELETE-OPERATOR.
           MOVE "DELETE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE OPER-ID-IN TO OPER-ID
           READ OPERMAS
               INVALID KEY
                   DISPLAY "*** ERROR - OPERATOR " OPER-ID-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "OPERATOR NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   IF OPER-ID-IN = USER-ID-IN
                       DISPLAY "*** ERROR - YOU MAY NOT DELETE YOUR "
                               "OWN OPERATOR ID ***"
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       MOVE "CANNOT DELETE OWN OPERATOR ID"
                           TO WS-AUDIT-REASON
                   ELSE
                       PERFORM CONFIRM-DELETE-OPERATOR
                   END-IF
           END-READ
           PERFORM WRITE-OPERAUD-RECORD.

      *CONFIRMATION AND DELETE FOR DELETE-OPERATOR, ONCE THE
      *OPERATOR IS KNOWN TO BE ON FILE AND NOT THE ONE SIGNED ON
       CONFIRM-DELETE-OPERATOR.
           DISPLAY "DELETE " OPER-ID-IN " " OPER-NAME
                   " - ENTER YES TO CONFIRM"
           ACCEPT CONFIRM-IN
           MOVE FUNCTION UPPER-CASE(CONFIRM-IN) TO CONFIRM-IN
           IF CONFIRM-IN = "YES"
               DELETE OPERMAS
                   INVALID KEY
                       DISPLAY "*** ERROR - OPERATOR " OPER-ID-IN
                               " COULD NOT BE DELETED, FILE STATUS "
                               WS-OPERMAS-STATUS " ***"
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       MOVE "DELETE FROM OPERMAS FAILED"
                           TO WS-AUDIT-REASON
                   NOT INVALID KEY
                       DISPLAY "OPERATOR " OPER-ID-IN " DELETED"
                       MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                       MOVE SPACES TO WS-AUDIT-REASON
               END-DELETE
           ELSE
               DISPLAY "DELETE OF " OPER-ID-IN " ABANDONED"
               MOVE "REJECTED" TO WS-AUDIT-STATUS
               MOVE "DELETE NOT CONFIRMED BY OPERATOR"
                   TO WS-AUDIT-REASON
           END-IF.

      *BEFORE AND AFTER IMAGES START EMPTY - AN OPERATOR NOT ON
      *FILE HAS NO BEFORE IMAGE, A REJECTED CHANGE NO AFTER IMAGE
       CLEAR-AUDIT-IMAGES.
           MOVE SPACES TO WS-AUDIT-OLD-NAME
           MOVE SPACES TO WS-AUDIT-NEW-NAME
           MOVE SPACES TO WS-AUDIT-OLD-ROLE
           MOVE SPACES TO WS-AUDIT-NEW-ROLE
           MOVE SPACES TO WS-AUDIT-OLD-STATUS
           MOVE SPACES TO WS-AUDIT-NEW-STATUS
           MOVE "N"    TO WS-PASSWORD-CHG-SW.

      *BEFORE IMAGE - THE OPERATOR RECORD AS READ FROM THE FILE
       SAVE-OLD-AUDIT-IMAGE.
           MOVE OPER-NAME   TO WS-AUDIT-OLD-NAME
           MOVE OPER-ROLE   TO WS-AUDIT-OLD-ROLE
           MOVE OPER-STATUS TO WS-AUDIT-OLD-STATUS.

      *AFTER IMAGE - THE VALUES JUST WRITTEN TO THE FILE
       SAVE-NEW-AUDIT-IMAGE.
           MOVE OPER-NAME-IN TO WS-AUDIT-NEW-NAME
           MOVE ROLE-IN      TO WS-AUDIT-NEW-ROLE
           MOVE STATUS-IN    TO WS-AUDIT-NEW-STATUS.

      *BUILDS AND APPENDS ONE AUDIT TRAIL RECORD FOR THE MAINTENANCE
      *ACTION JUST ATTEMPTED - THE WS-AUDIT- FIELDS ARE SET BY THE
      *CALLING PARAGRAPH. ONLY WHETHER THE PASSWORD CHANGED IS
      *RECORDED, NEVER THE PASSWORD
       WRITE-OPERAUD-RECORD.
           MOVE FUNCTION CURRENT-DATE TO OPAUD-TIMESTAMP
           MOVE USER-ID-IN            TO OPAUD-USER-ID
           MOVE WS-AUDIT-ACTION       TO OPAUD-ACTION
           MOVE OPER-ID-IN            TO OPAUD-OPER-ID
           MOVE WS-AUDIT-OLD-NAME     TO OPAUD-OLD-NAME
           MOVE WS-AUDIT-NEW-NAME     TO OPAUD-NEW-NAME
           MOVE WS-AUDIT-OLD-ROLE     TO OPAUD-OLD-ROLE
           MOVE WS-AUDIT-NEW-ROLE     TO OPAUD-NEW-ROLE
           MOVE WS-AUDIT-OLD-STATUS   TO OPAUD-OLD-STATUS
           MOVE WS-AUDIT-NEW-STATUS   TO OPAUD-NEW-STATUS
           MOVE WS-PASSWORD-CHG-SW    TO OPAUD-PASSWORD-CHG
           MOVE WS-AUDIT-STATUS       TO OPAUD-STATUS
           MOVE WS-AUDIT-REASON       TO OPAUD-REASON
           WRITE OPAUD-RECORD.
