      *          ITEMMAS ITEM MASTER KSDS THAT INTRO1 PRICES EVERY
      *          ENTERED LINE FROM, SO ITEM SETUP AND PRICING ARE
      *          PART OF THIS SYSTEM INSTEAD OF A SIDE CHANNEL -
      *          SAME SHAPE AS CUSTMNT1 FOR THE CUSTOMER MASTER. ALSO
      *          SETS EACH ITEM'S PREFERRED VENDOR, CHECKED AGAINST
      *          VENDMAS, AND THE REORDER QUANTITY POGEN1 ORDERS
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *VENDOR MASTER - READ ONLY, TO CHECK THE PREFERRED VENDOR
      *KEYED FOR AN ITEM IS ONE PURCHASING CAN ORDER FROM
           SELECT VENDMAS ASSIGN TO "VENDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-MAS-NO
               FILE STATUS IS WS-VENDMAS-STATUS.

      *MAINTENANCE AUDIT TRAIL - ONE RECORD PER ADD/CHANGE/DELETE
      *ATTEMPT, ACCEPTED OR REJECTED, APPENDED ACROSS SESSIONS SO
      *PRIOR DAYS' HISTORY IS NEVER LOST
           SELECT ITEMAUD ASSIGN TO "ITEMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMAUD-STATUS.

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
      *EVERY ITEMMAS UPDATE MADE HERE IS APPENDED SO MSTRCOV1 CAN
      *ROLL THE LAST BACKUP FORWARD
           SELECT MSTJRNL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".
       FD  VENDMAS.
           COPY "VENDMAS.CPY".
       FD  ITEMAUD.
           COPY "IMAUDREC.CPY".
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
       01  WS-ITEMMAS-STATUS   PIC X(2) VALUE "00".
           88  ITEMMAS-IO-OK             VALUE "00".
           88  ITEMMAS-REC-NOT-FOUND     VALUE "23".
           88  ITEMMAS-FILE-MISSING      VALUE "35".
       01  WS-ITEMAUD-STATUS   PIC X(2) VALUE "00".
           88  ITEMAUD-OPEN-OK           VALUE "00".
       01  WS-VENDMAS-STATUS   PIC X(2) VALUE "00".
           88  VENDMAS-OPEN-OK           VALUE "00".

      *SET WHEN THE VENDOR MASTER COULD BE OPENED - WITHOUT IT NO
      *PREFERRED VENDOR CAN BE CHECKED, SO ONLY A BLANK ONE IS TAKEN
       01  WS-VENDMAS-AVAIL-SW PIC X(1) VALUE "N".
           88  VENDMAS-AVAILABLE         VALUE "Y".

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
      *WHOSE ITEM CARRIES A Y HERE
       01  TAXABLE-IN          PIC X(1).
           88  VALID-TAXABLE             VALUES "Y" "N".

      *PREFERRED VENDOR AND REORDER QUANTITY - POGEN1 ORDERS THIS
      *QUANTITY FROM THIS VENDOR WHEN THE ITEM FALLS TO ITS REORDER
      *POINT. A BLANK VENDOR LEAVES THE ITEM OFF THE ORDERS
       01  VENDOR-NO-IN        PIC X(6).
       01  REORDER-QTY-IN      PIC X(5).
       01  REORDER-QTY-NUM     PIC 9(5).
       01  CONFIRM-IN          PIC X(3).

       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
       01  WS-AUDIT-NEW-REORD  PIC 9(5).
       01  WS-AUDIT-OLD-TAXABL PIC X(1).
       01  WS-AUDIT-NEW-TAXABL PIC X(1).
       01  WS-AUDIT-OLD-VENDOR PIC X(6).
       01  WS-AUDIT-NEW-VENDOR PIC X(6).
       01  WS-AUDIT-OLD-RO-QTY PIC 9(5).
       01  WS-AUDIT-NEW-RO-QTY PIC 9(5).
       01  WS-AUDIT-STATUS     PIC X(8).
       01  WS-AUDIT-REASON     PIC X(40).
       PROCEDURE DIVISION.
               GOBACK
           END-IF

      *RECOVERY JOURNAL - EVERY ADD, CHANGE AND DELETE GOES ON IT.
      *APPENDED TO, AND CREATED EMPTY THE FIRST TIME
           OPEN EXTEND MSTJRNL
           IF MSTJRNL-MISSING
               OPEN OUTPUT MSTJRNL
               CLOSE MSTJRNL
               OPEN EXTEND MSTJRNL
           END-IF

           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** FATAL - MSTJRNL COULD NOT BE OPENED, "
                       "FILE STATUS " WS-MSTJRNL-STATUS " ***"
               CLOSE ITEMMAS
               CLOSE ITEMAUD
               GOBACK
           END-IF

      *NO VENDOR MASTER YET IS NOT FATAL - ITEMS CAN STILL BE
      *MAINTAINED, JUST WITHOUT A PREFERRED VENDOR
           OPEN INPUT VENDMAS
           IF VENDMAS-OPEN-OK
               MOVE "Y" TO WS-VENDMAS-AVAIL-SW
           ELSE
               DISPLAY "*** WARNING - VENDMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-VENDMAS-STATUS
                       " - PREFERRED VENDOR MUST BE LEFT BLANK ***"
           END-IF

           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** ITEMMNT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               CLOSE ITEMMAS
               CLOSE ITEMAUD
               CLOSE MSTJRNL
               IF VENDMAS-AVAILABLE
                   CLOSE VENDMAS
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VALIDATE-FUNCTION

           CLOSE ITEMMAS
           CLOSE ITEMAUD
           CLOSE MSTJRNL
           IF VENDMAS-AVAILABLE
               CLOSE VENDMAS
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
                                   MOVE "ROLE MAY NOT RUN ITEMMNT1"
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
           MOVE "ITEMMNT1"            TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE USER-ID-IN            TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *MAINTENANCE FUNCTION - RE-PROMPTED UNTIL IT IS A, C OR D
       VALIDATE-FUNCTION.
               END-IF
           END-PERFORM.

      *PREFERRED VENDOR - BLANK IS ALLOWED FOR AN ITEM NOBODY
      *REORDERS, OTHERWISE RE-PROMPTED UNTIL IT IS ON VENDMAS
       VALIDATE-VENDOR-NO.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER PREFERRED VENDOR NUMBER (6 CHARACTERS, "
                       "BLANK FOR NONE)"
               ACCEPT VENDOR-NO-IN
               MOVE FUNCTION UPPER-CASE(VENDOR-NO-IN) TO VENDOR-NO-IN
               IF VENDOR-NO-IN = SPACES
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   IF VENDMAS-AVAILABLE
                       MOVE VENDOR-NO-IN TO VEND-MAS-NO
                       READ VENDMAS
                           INVALID KEY
                               DISPLAY "*** ERROR - VENDOR "
                                       VENDOR-NO-IN " NOT ON FILE, "
                                       "RE-ENTER ***"
                           NOT INVALID KEY
                               DISPLAY "VENDOR IS " VEND-MAS-NAME
                               MOVE "Y" TO WS-FIELD-VALID-SW
                       END-READ
                   ELSE
                       DISPLAY "*** ERROR - NO VENDOR MASTER, "
                               "LEAVE BLANK ***"
                   END-IF
               END-IF
           END-PERFORM.

      *REORDER QUANTITY - RE-PROMPTED UNTIL IT IS NUMERIC. ZERO
      *MEANS POGEN1 WILL NOT ORDER THE ITEM UNTIL ONE IS SET
       VALIDATE-REORDER-QTY.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER REORDER QUANTITY (5 DIGITS)"
               ACCEPT REORDER-QTY-IN
               IF REORDER-QTY-IN = SPACES
                       OR FUNCTION TRIM(REORDER-QTY-IN)
                           IS NOT NUMERIC
                   DISPLAY "*** ERROR - REORDER QUANTITY MUST BE "
                           "NUMERIC, RE-ENTER ***"
               ELSE
                   MOVE FUNCTION TRIM(REORDER-QTY-IN)
                       TO REORDER-QTY-NUM
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *ADDS A NEW ITEM - REJECTED IF THE CODE IS ALREADY ON FILE,
      *SINCE A SECOND WRITE WOULD EITHER FAIL OR SHADOW THE
      *EXISTING RECORD
           MOVE ZERO   TO WS-AUDIT-NEW-REORD
           MOVE SPACES TO WS-AUDIT-OLD-TAXABL
           MOVE SPACES TO WS-AUDIT-NEW-TAXABL
           MOVE SPACES TO WS-AUDIT-OLD-VENDOR
           MOVE SPACES TO WS-AUDIT-NEW-VENDOR
           MOVE ZERO   TO WS-AUDIT-OLD-RO-QTY
           MOVE ZERO   TO WS-AUDIT-NEW-RO-QTY
           MOVE ITEM-CODE-IN TO ITEM-MAS-CODE
           READ ITEMMAS
               INVALID KEY
                   PERFORM VALIDATE-ON-HAND
                   PERFORM VALIDATE-REORDER-PT
                   PERFORM VALIDATE-TAXABLE
                   PERFORM VALIDATE-VENDOR-NO
                   PERFORM VALIDATE-REORDER-QTY
                   MOVE ITEM-CODE-IN   TO ITEM-MAS-CODE
                   MOVE ITEM-DESC-IN   TO ITEM-MAS-DESC
                   MOVE UNIT-PRICE-NUM TO ITEM-MAS-PRICE
                   MOVE ON-HAND-NUM    TO ITEM-MAS-ON-HAND
                   MOVE REORDER-PT-NUM TO ITEM-MAS-REORDER-PT
                   MOVE TAXABLE-IN     TO ITEM-MAS-TAXABLE
                   MOVE VENDOR-NO-IN   TO ITEM-MAS-VENDOR-NO
                   MOVE REORDER-QTY-NUM TO ITEM-MAS-REORDER-QTY
                   WRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - ITEM " ITEM-CODE-IN
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "ITEM " ITEM-CODE-IN " ADDED"
                           MOVE "A" TO JRNL-ACTION
                           PERFORM JOURNAL-ITEMMAS-UPDATE
                           MOVE ITEM-DESC-IN TO WS-AUDIT-NEW-DESC
                           MOVE UNIT-PRICE-NUM
                               TO WS-AUDIT-NEW-PRICE
                               TO WS-AUDIT-NEW-REORD
                           MOVE TAXABLE-IN
                               TO WS-AUDIT-NEW-TAXABL
                           MOVE VENDOR-NO-IN
                               TO WS-AUDIT-NEW-VENDOR
                           MOVE REORDER-QTY-NUM
                               TO WS-AUDIT-NEW-RO-QTY
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-WRITE
                   MOVE ITEM-MAS-ON-HAND TO WS-AUDIT-OLD-ONHAND
                   MOVE ITEM-MAS-REORDER-PT TO WS-AUDIT-OLD-REORD
                   MOVE ITEM-MAS-TAXABLE TO WS-AUDIT-OLD-TAXABL
                   MOVE ITEM-MAS-VENDOR-NO TO WS-AUDIT-OLD-VENDOR
                   MOVE ITEM-MAS-REORDER-QTY TO WS-AUDIT-OLD-RO-QTY
                   MOVE SPACES         TO WS-AUDIT-NEW-DESC
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "ITEM ALREADY ON FILE" TO WS-AUDIT-REASON
           MOVE ZERO     TO WS-AUDIT-NEW-ONHAND
           MOVE ZERO     TO WS-AUDIT-NEW-REORD
           MOVE SPACES   TO WS-AUDIT-NEW-TAXABL
           MOVE SPACES   TO WS-AUDIT-NEW-VENDOR
           MOVE ZERO     TO WS-AUDIT-NEW-RO-QTY
           MOVE ITEM-CODE-IN TO ITEM-MAS-CODE
           READ ITEMMAS
               INVALID KEY
                   MOVE ZERO   TO WS-AUDIT-OLD-ONHAND
                   MOVE ZERO   TO WS-AUDIT-OLD-REORD
                   MOVE SPACES TO WS-AUDIT-OLD-TAXABL
                   MOVE SPACES TO WS-AUDIT-OLD-VENDOR
                   MOVE ZERO   TO WS-AUDIT-OLD-RO-QTY
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "ITEM NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   MOVE ITEM-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   DISPLAY "CURRENT DESCRIPTION IS " ITEM-MAS-DESC
                   DISPLAY "CURRENT UNIT PRICE IS " ITEM-MAS-PRICE
                   DISPLAY "CURRENT ON-HAND IS " ITEM-MAS-ON-HAND
                           " REORDER POINT IS " ITEM-MAS-REORDER-PT
                   DISPLAY "CURRENT TAXABLE FLAG IS "
                           ITEM-MAS-TAXABLE
                   DISPLAY "CURRENT PREFERRED VENDOR IS "
                           ITEM-MAS-VENDOR-NO " REORDER QUANTITY IS "
                           ITEM-MAS-REORDER-QTY
                   MOVE ITEM-MAS-DESC  TO WS-AUDIT-OLD-DESC
                   MOVE ITEM-MAS-PRICE TO WS-AUDIT-OLD-PRICE
                   MOVE ITEM-MAS-ON-HAND TO WS-AUDIT-OLD-ONHAND
                   MOVE ITEM-MAS-REORDER-PT TO WS-AUDIT-OLD-REORD
                   MOVE ITEM-MAS-TAXABLE TO WS-AUDIT-OLD-TAXABL
                   MOVE ITEM-MAS-VENDOR-NO TO WS-AUDIT-OLD-VENDOR
                   MOVE ITEM-MAS-REORDER-QTY TO WS-AUDIT-OLD-RO-QTY
                   PERFORM VALIDATE-ITEM-DESC
                   PERFORM VALIDATE-UNIT-PRICE
                   PERFORM VALIDATE-ON-HAND
                   PERFORM VALIDATE-REORDER-PT
                   PERFORM VALIDATE-TAXABLE
                   PERFORM VALIDATE-VENDOR-NO
                   PERFORM VALIDATE-REORDER-QTY
                   MOVE ITEM-DESC-IN   TO ITEM-MAS-DESC
                   MOVE UNIT-PRICE-NUM TO ITEM-MAS-PRICE
                   MOVE ON-HAND-NUM    TO ITEM-MAS-ON-HAND
                   MOVE REORDER-PT-NUM TO ITEM-MAS-REORDER-PT
                   MOVE TAXABLE-IN     TO ITEM-MAS-TAXABLE
                   MOVE VENDOR-NO-IN   TO ITEM-MAS-VENDOR-NO
                   MOVE REORDER-QTY-NUM TO ITEM-MAS-REORDER-QTY
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - ITEM " ITEM-CODE-IN
                               TO WS-AUDIT-REASON
                       NOT INVALID KEY
                           DISPLAY "ITEM " ITEM-CODE-IN " CHANGED"
                           MOVE "C" TO JRNL-ACTION
                           PERFORM JOURNAL-ITEMMAS-UPDATE
                           MOVE ITEM-DESC-IN TO WS-AUDIT-NEW-DESC
                           MOVE UNIT-PRICE-NUM
                               TO WS-AUDIT-NEW-PRICE
                               TO WS-AUDIT-NEW-REORD
                           MOVE TAXABLE-IN
                               TO WS-AUDIT-NEW-TAXABL
                           MOVE VENDOR-NO-IN
                               TO WS-AUDIT-NEW-VENDOR
                           MOVE REORDER-QTY-NUM
                               TO WS-AUDIT-NEW-RO-QTY
                           MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                           MOVE SPACES TO WS-AUDIT-REASON
                   END-REWRITE
           MOVE ZERO     TO WS-AUDIT-NEW-ONHAND
           MOVE ZERO     TO WS-AUDIT-NEW-REORD
           MOVE SPACES   TO WS-AUDIT-NEW-TAXABL
           MOVE SPACES   TO WS-AUDIT-NEW-VENDOR
           MOVE ZERO     TO WS-AUDIT-NEW-RO-QTY
           MOVE ITEM-CODE-IN TO ITEM-MAS-CODE
           READ ITEMMAS
               INVALID KEY
                   MOVE ZERO   TO WS-AUDIT-OLD-ONHAND
                   MOVE ZERO   TO WS-AUDIT-OLD-REORD
                   MOVE SPACES TO WS-AUDIT-OLD-TAXABL
                   MOVE SPACES TO WS-AUDIT-OLD-VENDOR
                   MOVE ZERO   TO WS-AUDIT-OLD-RO-QTY
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "ITEM NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   MOVE ITEM-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE ITEM-MAS-DESC  TO WS-AUDIT-OLD-DESC
                   MOVE ITEM-MAS-PRICE TO WS-AUDIT-OLD-PRICE
                   MOVE ITEM-MAS-ON-HAND TO WS-AUDIT-OLD-ONHAND
                   MOVE ITEM-MAS-REORDER-PT TO WS-AUDIT-OLD-REORD
                   MOVE ITEM-MAS-TAXABLE TO WS-AUDIT-OLD-TAXABL
                   MOVE ITEM-MAS-VENDOR-NO TO WS-AUDIT-OLD-VENDOR
                   MOVE ITEM-MAS-REORDER-QTY TO WS-AUDIT-OLD-RO-QTY
                   DISPLAY "DELETE " ITEM-CODE-IN " " ITEM-MAS-DESC
                           " - ENTER YES TO CONFIRM"
                   ACCEPT CONFIRM-IN
                           NOT INVALID KEY
                               DISPLAY "ITEM " ITEM-CODE-IN
                                       " DELETED"
                               MOVE "D" TO JRNL-ACTION
                               PERFORM JOURNAL-ITEMMAS-UPDATE
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
                       END-DELETE
           MOVE WS-AUDIT-NEW-REORD    TO IMAUD-NEW-REORDER
           MOVE WS-AUDIT-OLD-TAXABL   TO IMAUD-OLD-TAXABLE
           MOVE WS-AUDIT-NEW-TAXABL   TO IMAUD-NEW-TAXABLE
           MOVE WS-AUDIT-OLD-VENDOR   TO IMAUD-OLD-VENDOR
           MOVE WS-AUDIT-NEW-VENDOR   TO IMAUD-NEW-VENDOR
           MOVE WS-AUDIT-OLD-RO-QTY   TO IMAUD-OLD-REORD-QTY
           MOVE WS-AUDIT-NEW-RO-QTY   TO IMAUD-NEW-REORD-QTY
           MOVE WS-AUDIT-STATUS       TO IMAUD-STATUS
           MOVE WS-AUDIT-REASON       TO IMAUD-REASON
           WRITE IMAUD-RECORD.

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
      *NO BUSINESS DATE IS KEPT BY THIS PROGRAM - THE MACHINE DATE
      *IS CARRIED FOR INFORMATION, RECOVERY GOES BY THE TIMESTAMP
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRNL-BUS-DATE
           MOVE "ITEMMNT1" TO JRNL-PROGRAM
           WRITE JRNL-RECORD
           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** WARNING - MSTJRNL WRITE FAILED, FILE "
                       "STATUS " WS-MSTJRNL-STATUS " - " JRNL-KEY
                       " IS NOT JOURNALLED ***"
           END-IF.
