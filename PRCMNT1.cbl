      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: INTERACTIVE MAINTENANCE (ADD/CHANGE/DELETE) OF THE
      *          PRICEMAS SPECIAL-PRICING KSDS - CUSTOMER CONTRACT
      *          PRICES (CUSTOMER PLUS ITEM) AND ITEM QUANTITY-BREAK
      *          SCHEDULES (BLANK CUSTOMER PLUS ITEM) THAT INTRO1
      *          PRICES EACH LINE FROM INSTEAD OF ALWAYS CHARGING
      *          THE ITEM MASTER LIST PRICE. EVERY ATTEMPT IS
      *          WRITTEN TO THE PRICEAUD AUDIT TRAIL - SAME SHAPE AS
      *          CUSTMNT1, ITEMMNT1 AND VENDMNT1
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SPECIAL-PRICING FILE IS A VSAM KSDS KEYED ON CUSTOMER NUMBER
      *PLUS ITEM CODE - OPENED I-O HERE SINCE THIS IS THE PROGRAM
      *THAT MAINTAINS IT
           SELECT PRICEMAS ASSIGN TO "PRICEMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRICE-KEY
               FILE STATUS IS WS-PRICEMAS-STATUS.

      *CUSTOMER AND ITEM MASTERS - READ ONLY, TO CONFIRM A NEW OR
      *CHANGED PRICE NAMES A REAL CUSTOMER AND A REAL ITEM, AND TO
      *SHOW THE OPERATOR THE LIST PRICE BEING UNDERCUT
           SELECT CUSTMAS ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT ITEMMAS ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *RUN-CONTROL FILE - THE BUSINESS DATE A BLANK EFFECTIVE DATE
      *DEFAULTS TO, THE SAME DATE INTRO1 TESTS THE PRICE AGAINST
           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *MAINTENANCE AUDIT TRAIL - ONE RECORD PER ADD/CHANGE/DELETE
      *ATTEMPT, ACCEPTED OR REJECTED, APPENDED ACROSS SESSIONS SO
      *PRIOR DAYS' HISTORY IS NEVER LOST
           SELECT PRICEAUD ASSIGN TO "PRICEAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICEAUD-STATUS.

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
       FD  PRICEMAS.
           COPY "PRICEMAS.CPY".
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       FD  PRICEAUD.
           COPY "PMAUDREC.CPY".
       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  SECLOG.
           COPY "SECREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-PRICEMAS-STATUS  PIC X(2) VALUE "00".
           88  PRICEMAS-IO-OK            VALUE "00".
           88  PRICEMAS-REC-NOT-FOUND    VALUE "23".
           88  PRICEMAS-FILE-MISSING     VALUE "35".
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-OPEN-OK           VALUE "00".
       01  WS-ITEMMAS-STATUS   PIC X(2) VALUE "00".
           88  ITEMMAS-OPEN-OK           VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-PRICEAUD-STATUS  PIC X(2) VALUE "00".
           88  PRICEAUD-OPEN-OK          VALUE "00".
           88  PRICEAUD-MISSING          VALUE "35".

      *BUSINESS DATE FROM RUNCTL - THE DEFAULT EFFECTIVE DATE
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
      *AND STAMPED ON EVERY AUDIT RECORD SO THE TRAIL SHOWS WHO
      *CHANGED WHICH PRICE
       01  USER-ID-IN          PIC X(8).

      *MAINTENANCE FUNCTION KEYED FOR THE CURRENT PRICE
       01  FUNCTION-IN         PIC X(1).
           88  ADD-FUNCTION              VALUE "A".
           88  CHANGE-FUNCTION           VALUE "C".
           88  DELETE-FUNCTION           VALUE "D".
           88  VALID-FUNCTION            VALUES "A" "C" "D".

      *PRICE KEY - A BLANK CUSTOMER NUMBER MEANS THE ITEM'S
      *QUANTITY-BREAK SCHEDULE, WHICH APPLIES TO EVERY CUSTOMER
       01  PRICE-CUST-IN       PIC X(15).
           88  QTY-BREAK-RECORD          VALUE SPACES.
       01  PRICE-ITEM-IN       PIC X(5).

      *SET BY LOOKUP-KEY-MASTERS - AN ADD OR CHANGE IS ONLY TAKEN
      *WHEN THE CUSTOMER (IF ANY) AND THE ITEM ARE BOTH ON FILE.
      *THE ITEM'S LIST PRICE IS KEPT TO CHECK A SPECIAL PRICE IS
      *ACTUALLY BELOW IT
       01  WS-KEY-MASTERS-SW   PIC X(1) VALUE "N".
           88  KEY-MASTERS-ON-FILE       VALUE "Y".
       01  WS-LIST-PRICE       PIC 9(5)V99.

      *DATES ARE ACCEPTED AS ALPHANUMERIC SO A NON-NUMERIC
      *KEYSTROKE CAN BE DETECTED, THEN CHECKED FOR A REAL CALENDAR
      *DATE THE SAME WAY DATEADV1 CHECKS THE INITIAL BUSINESS DATE
       01  EFF-DATE-IN         PIC X(8).
       01  EFF-DATE-NUM        PIC 9(8).
       01  EXP-DATE-IN         PIC X(8).
       01  EXP-DATE-NUM        PIC 9(8).
       01  WS-DAY-NUMBER       PIC 9(7).

      *PRICES ARE KEYED IN DOLLARS AND CENTS WITH NO DECIMAL POINT,
      *SAME AS THE ITEMMNT1 UNIT PRICE - THE LAST TWO DIGITS ARE THE
      *CENTS
       01  CONTRACT-PRICE-IN   PIC X(7).
       01  CONTRACT-PRICE-NUM  PIC 9(5)V99.
       01  BREAK-QTY-IN        PIC X(2).
       01  BREAK-QTY-NUM       PIC 9(2).
       01  BREAK-PRICE-IN      PIC X(7).
       01  BREAK-PRICE-NUM     PIC 9(5)V99.
       01  PRICE-CENTS         PIC 9(7).

      *NEW QUANTITY-BREAK SCHEDULE AS KEYED - SAME SHAPE AS THE
      *TIERS ON THE RECORD SO IT CAN BE MOVED ACROSS AS A GROUP
       01  NEW-BREAKS.
           05  NEW-BREAK-TIER OCCURS 3 TIMES.
               10  NEW-BREAK-QTY   PIC 9(2).
               10  NEW-BREAK-PRICE PIC 9(5)V99.
       01  WS-BREAK-SUB        PIC 9(1).

      *THE TIER BEFORE THE ONE BEING KEYED - STARTS AT A QUANTITY
      *OF ONE AND THE LIST PRICE, SO THE FIRST BREAK MUST BE FOR 2
      *OR MORE AND BELOW LIST
       01  WS-PREV-BREAK-QTY   PIC 9(2).
       01  WS-PREV-BREAK-PRICE PIC 9(5)V99.
       01  WS-BREAKS-DONE-SW   PIC X(1) VALUE "N".
           88  BREAKS-DONE               VALUE "Y".
       01  CONFIRM-IN          PIC X(3).

       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
           88  FIELD-IS-VALID            VALUE "Y".
           88  FIELD-IS-INVALID          VALUE "N".

      *WORK FIELDS USED TO BUILD THE NEXT AUDIT TRAIL RECORD
       01  WS-AUDIT-ACTION     PIC X(6).
       01  WS-AUDIT-OLD-EFF    PIC 9(8).
       01  WS-AUDIT-NEW-EFF    PIC 9(8).
       01  WS-AUDIT-OLD-EXP    PIC 9(8).
       01  WS-AUDIT-NEW-EXP    PIC 9(8).
       01  WS-AUDIT-OLD-CONTR  PIC 9(5)V99.
       01  WS-AUDIT-NEW-CONTR  PIC 9(5)V99.
       01  WS-AUDIT-OLD-BREAKS.
           05  FILLER OCCURS 3 TIMES.
               10  FILLER          PIC 9(2).
               10  FILLER          PIC 9(5)V99.
       01  WS-AUDIT-NEW-BREAKS.
           05  FILLER OCCURS 3 TIMES.
               10  FILLER          PIC 9(2).
               10  FILLER          PIC 9(5)V99.
       01  WS-AUDIT-STATUS     PIC X(8).
       01  WS-AUDIT-REASON     PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *FIRST MAINTENANCE RUN AT A NEW INSTALLATION HAS NO PRICING
      *FILE YET - CREATE AN EMPTY ONE SO THE I-O OPEN BELOW CAN
      *SUCCEED INSTEAD OF TURNING THE OPERATOR AWAY
           OPEN I-O PRICEMAS
           IF PRICEMAS-FILE-MISSING
               OPEN OUTPUT PRICEMAS
               CLOSE PRICEMAS
               OPEN I-O PRICEMAS
           END-IF

           IF NOT PRICEMAS-IO-OK
               DISPLAY "*** FATAL - PRICEMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRICEMAS-STATUS " ***"
               GOBACK
           END-IF

      *A PRICE CANNOT BE SET UP WITHOUT CHECKING ITS CUSTOMER AND
      *ITEM, SO BOTH MASTERS ARE REQUIRED
           OPEN INPUT CUSTMAS
           IF NOT CUSTMAS-OPEN-OK
               DISPLAY "*** FATAL - CUSTMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTMAS-STATUS " ***"
               CLOSE PRICEMAS
               GOBACK
           END-IF

           OPEN INPUT ITEMMAS
           IF NOT ITEMMAS-OPEN-OK
               DISPLAY "*** FATAL - ITEMMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-ITEMMAS-STATUS " ***"
               CLOSE PRICEMAS
               CLOSE CUSTMAS
               GOBACK
           END-IF

      *THE AUDIT TRAIL IS APPENDED TO, AND CREATED EMPTY ON THE
      *FIRST RUN
           OPEN EXTEND PRICEAUD
           IF PRICEAUD-MISSING
               OPEN OUTPUT PRICEAUD
               CLOSE PRICEAUD
               OPEN EXTEND PRICEAUD
           END-IF

           IF NOT PRICEAUD-OPEN-OK
               DISPLAY "*** FATAL - PRICEAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRICEAUD-STATUS " ***"
               CLOSE PRICEMAS
               CLOSE CUSTMAS
               CLOSE ITEMMAS
               GOBACK
           END-IF

           PERFORM GET-BUSINESS-DATE
           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** PRCMNT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               CLOSE PRICEMAS
               CLOSE CUSTMAS
               CLOSE ITEMMAS
               CLOSE PRICEAUD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM VALIDATE-FUNCTION
               PERFORM VALIDATE-PRICE-CUST-NO
               PERFORM VALIDATE-PRICE-ITEM-CODE

               IF ADD-FUNCTION
                   PERFORM ADD-PRICE
               END-IF
               IF CHANGE-FUNCTION
                   PERFORM CHANGE-PRICE
               END-IF
               IF DELETE-FUNCTION
                   PERFORM DELETE-PRICE
               END-IF

      *CHECK LOOP CONTINUATION FLAG WHETHER YES OR NO
               DISPLAY "TO CONTINUE PLEASE ENTER YES OTHERWISE NO"
               ACCEPT MORE-DATA
               MOVE FUNCTION UPPER-CASE(MORE-DATA) TO MORE-DATA
           END-PERFORM

           CLOSE PRICEMAS
           CLOSE CUSTMAS
           CLOSE ITEMMAS
           CLOSE PRICEAUD
           GOBACK.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. AN INSTALLATION THAT HAS
      *NOT SET ONE UP YET FALLS BACK TO THE MACHINE CLOCK WITH A
      *WARNING, SO MAINTENANCE IS NEVER TURNED AWAY OVER IT
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
                                   MOVE "ROLE MAY NOT RUN PRCMNT1"
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
           MOVE "PRCMNT1"             TO SEC-PROGRAM
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

      *CUSTOMER NUMBER - MAY BE LEFT BLANK FOR AN ITEM'S QUANTITY-
      *BREAK SCHEDULE. WHETHER THE CUSTOMER MUST BE ON FILE DEPENDS
      *ON THE FUNCTION, SO THAT CHECK IS MADE IN LOOKUP-KEY-MASTERS
       VALIDATE-PRICE-CUST-NO.
           DISPLAY "ENTER CUSTOMER NUMBER (15 CHARACTERS), OR LEAVE "
                   "BLANK FOR THE ITEM'S QUANTITY BREAKS"
           ACCEPT PRICE-CUST-IN
           MOVE FUNCTION UPPER-CASE(PRICE-CUST-IN) TO PRICE-CUST-IN.

      *ITEM CODE - RE-PROMPTED UNTIL NOT BLANK
       VALIDATE-PRICE-ITEM-CODE.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER ITEM CODE (5 CHARACTERS)"
               ACCEPT PRICE-ITEM-IN
               MOVE FUNCTION UPPER-CASE(PRICE-ITEM-IN)
                   TO PRICE-ITEM-IN
               IF PRICE-ITEM-IN = SPACES
                   DISPLAY "*** ERROR - ITEM CODE CANNOT BE "
                           "BLANK, RE-ENTER ***"
               ELSE
                   MOVE "Y" TO WS-FIELD-VALID-SW
               END-IF
           END-PERFORM.

      *CONFIRMS THE CUSTOMER (WHEN ONE WAS KEYED) AND THE ITEM ARE
      *BOTH ON FILE AND SHOWS THEM, KEEPING THE ITEM'S LIST PRICE.
      *A DELETE DOES NOT NEED THIS - A PRICE LEFT BEHIND BY A
      *DELETED CUSTOMER OR ITEM MUST STILL BE REMOVABLE
       LOOKUP-KEY-MASTERS.
           MOVE "Y" TO WS-KEY-MASTERS-SW
           IF NOT QTY-BREAK-RECORD
               MOVE PRICE-CUST-IN TO CUST-MAS-NO
               READ CUSTMAS
                   INVALID KEY
                       DISPLAY "*** ERROR - CUSTOMER " PRICE-CUST-IN
                               " NOT ON FILE ***"
                       MOVE "N" TO WS-KEY-MASTERS-SW
                       MOVE "CUSTOMER NOT ON FILE" TO WS-AUDIT-REASON
                   NOT INVALID KEY
                       DISPLAY "CUSTOMER IS " CUST-MAS-NAME
               END-READ
           END-IF

           IF KEY-MASTERS-ON-FILE
               MOVE PRICE-ITEM-IN TO ITEM-MAS-CODE
               READ ITEMMAS
                   INVALID KEY
                       DISPLAY "*** ERROR - ITEM " PRICE-ITEM-IN
                               " NOT ON FILE ***"
                       MOVE "N" TO WS-KEY-MASTERS-SW
                       MOVE "ITEM NOT ON FILE" TO WS-AUDIT-REASON
                   NOT INVALID KEY
                       MOVE ITEM-MAS-PRICE TO WS-LIST-PRICE
                       DISPLAY "ITEM IS " ITEM-MAS-DESC
                               " LIST PRICE =" ITEM-MAS-PRICE
               END-READ
           END-IF.

      *EFFECTIVE DATE - BLANK TAKES TODAY'S BUSINESS DATE, OTHERWISE
      *RE-PROMPTED UNTIL IT IS A REAL CALENDAR DATE
       VALIDATE-EFF-DATE.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD), OR LEAVE "
                       "BLANK FOR " WS-REPORT-DATE
               ACCEPT EFF-DATE-IN
               IF EFF-DATE-IN = SPACES
                   MOVE WS-REPORT-DATE TO EFF-DATE-NUM
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   IF EFF-DATE-IN IS NOT NUMERIC
                       DISPLAY "*** ERROR - EFFECTIVE DATE MUST BE "
                               "YYYYMMDD, RE-ENTER ***"
                   ELSE
                       MOVE EFF-DATE-IN TO EFF-DATE-NUM
                       COMPUTE WS-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE(EFF-DATE-NUM)
                       IF WS-DAY-NUMBER = ZERO
                           DISPLAY "*** ERROR - NOT A REAL CALENDAR "
                                   "DATE, RE-ENTER ***"
                       ELSE
                           MOVE "Y" TO WS-FIELD-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *EXPIRY DATE - BLANK OR ZERO LEAVES THE PRICE OPEN-ENDED,
      *OTHERWISE IT MUST BE A REAL DATE NO EARLIER THAN THE
      *EFFECTIVE DATE
       VALIDATE-EXP-DATE.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER EXPIRY DATE (YYYYMMDD), OR LEAVE "
                       "BLANK FOR NO EXPIRY"
               ACCEPT EXP-DATE-IN
               IF EXP-DATE-IN = SPACES OR EXP-DATE-IN = ZERO
                   MOVE ZERO TO EXP-DATE-NUM
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   IF EXP-DATE-IN IS NOT NUMERIC
                       DISPLAY "*** ERROR - EXPIRY DATE MUST BE "
                               "YYYYMMDD, RE-ENTER ***"
                   ELSE
                       MOVE EXP-DATE-IN TO EXP-DATE-NUM
                       COMPUTE WS-DAY-NUMBER =
                           FUNCTION INTEGER-OF-DATE(EXP-DATE-NUM)
                       IF WS-DAY-NUMBER = ZERO
                           DISPLAY "*** ERROR - NOT A REAL CALENDAR "
                                   "DATE, RE-ENTER ***"
                       ELSE
                           IF EXP-DATE-NUM < EFF-DATE-NUM
                               DISPLAY "*** ERROR - EXPIRY DATE IS "
                                       "BEFORE THE EFFECTIVE DATE, "
                                       "RE-ENTER ***"
                           ELSE
                               MOVE "Y" TO WS-FIELD-VALID-SW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *CONTRACT PRICE - RE-PROMPTED UNTIL IT IS NUMERIC, NOT ZERO
      *AND BELOW THE ITEM'S LIST PRICE. A CONTRACT AT OR ABOVE LIST
      *WOULD NEVER BE CHARGED, SINCE INTRO1 TAKES THE LOWER PRICE
       VALIDATE-CONTRACT-PRICE.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER CONTRACT UNIT PRICE IN DOLLARS AND "
                       "CENTS, NO DECIMAL POINT (UP TO 7 DIGITS)"
               ACCEPT CONTRACT-PRICE-IN
               IF CONTRACT-PRICE-IN = SPACES
                       OR FUNCTION TRIM(CONTRACT-PRICE-IN)
                           IS NOT NUMERIC
                   DISPLAY "*** ERROR - CONTRACT PRICE MUST BE "
                           "NUMERIC, RE-ENTER ***"
               ELSE

      *THE KEYED DIGITS ARE WHOLE CENTS - DIVIDING BY 100 PUTS THE
      *DECIMAL POINT WHERE THE RECORD'S PICTURE EXPECTS IT
                   MOVE FUNCTION TRIM(CONTRACT-PRICE-IN)
                       TO PRICE-CENTS
                   COMPUTE CONTRACT-PRICE-NUM = PRICE-CENTS / 100
                   IF CONTRACT-PRICE-NUM = ZERO
                           OR CONTRACT-PRICE-NUM NOT < WS-LIST-PRICE
                       DISPLAY "*** ERROR - CONTRACT PRICE MUST BE "
                               "ABOVE ZERO AND BELOW LIST, "
                               "RE-ENTER ***"
                   ELSE
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

      *QUANTITY-BREAK SCHEDULE - UP TO THREE TIERS KEYED IN
      *ASCENDING ORDER OF QUANTITY, EACH AT A LOWER PRICE THAN THE
      *ONE BEFORE (THE FIRST BELOW LIST). A ZERO QUANTITY ENDS THE
      *SCHEDULE, BUT AT LEAST ONE TIER IS NEEDED OR THE RECORD
      *WOULD DO NOTHING
       VALIDATE-BREAK-SCHEDULE.
           MOVE ZERO TO NEW-BREAKS
           MOVE 1             TO WS-PREV-BREAK-QTY
           MOVE WS-LIST-PRICE TO WS-PREV-BREAK-PRICE
           MOVE "N" TO WS-BREAKS-DONE-SW
           PERFORM VARYING WS-BREAK-SUB FROM 1 BY 1
                   UNTIL WS-BREAK-SUB > 3 OR BREAKS-DONE
               PERFORM VALIDATE-BREAK-TIER
           END-PERFORM.

      *ONE QUANTITY-BREAK TIER - QUANTITY FIRST, THEN ITS PRICE,
      *BOTH RE-PROMPTED UNTIL THEY FIT THE TIER BEFORE THEM
       VALIDATE-BREAK-TIER.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER MINIMUM QUANTITY FOR PRICE BREAK "
                       WS-BREAK-SUB " (2-99, 0 = NO MORE BREAKS)"
               ACCEPT BREAK-QTY-IN
               IF BREAK-QTY-IN = SPACES
                       OR FUNCTION TRIM(BREAK-QTY-IN) IS NOT NUMERIC
                   DISPLAY "*** ERROR - QUANTITY MUST BE NUMERIC, "
                           "RE-ENTER ***"
               ELSE
                   MOVE FUNCTION TRIM(BREAK-QTY-IN) TO BREAK-QTY-NUM
                   IF BREAK-QTY-NUM = ZERO
                       IF WS-BREAK-SUB = 1
                           DISPLAY "*** ERROR - AT LEAST ONE PRICE "
                                   "BREAK IS NEEDED, RE-ENTER ***"
                       ELSE
                           MOVE "Y" TO WS-BREAKS-DONE-SW
                           MOVE "Y" TO WS-FIELD-VALID-SW
                       END-IF
                   ELSE
                       IF BREAK-QTY-NUM NOT > WS-PREV-BREAK-QTY
                           DISPLAY "*** ERROR - QUANTITY MUST BE "
                                   "ABOVE " WS-PREV-BREAK-QTY
                                   ", RE-ENTER ***"
                       ELSE
                           MOVE "Y" TO WS-FIELD-VALID-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF NOT BREAKS-DONE
               MOVE "N" TO WS-FIELD-VALID-SW
               PERFORM UNTIL FIELD-IS-VALID
                   DISPLAY "ENTER UNIT PRICE AT " BREAK-QTY-NUM
                           " OR MORE IN DOLLARS AND CENTS, NO "
                           "DECIMAL POINT (UP TO 7 DIGITS)"
                   ACCEPT BREAK-PRICE-IN
                   IF BREAK-PRICE-IN = SPACES
                           OR FUNCTION TRIM(BREAK-PRICE-IN)
                               IS NOT NUMERIC
                       DISPLAY "*** ERROR - PRICE MUST BE NUMERIC, "
                               "RE-ENTER ***"
                   ELSE
                       MOVE FUNCTION TRIM(BREAK-PRICE-IN)
                           TO PRICE-CENTS
                       COMPUTE BREAK-PRICE-NUM = PRICE-CENTS / 100
                       IF BREAK-PRICE-NUM = ZERO
                               OR BREAK-PRICE-NUM
                                   NOT < WS-PREV-BREAK-PRICE
                           DISPLAY "*** ERROR - PRICE MUST BE ABOVE "
                                   "ZERO AND BELOW "
                                   WS-PREV-BREAK-PRICE ", RE-ENTER ***"
                       ELSE
                           MOVE "Y" TO WS-FIELD-VALID-SW
                       END-IF
                   END-IF
               END-PERFORM
               MOVE BREAK-QTY-NUM   TO NEW-BREAK-QTY(WS-BREAK-SUB)
               MOVE BREAK-PRICE-NUM TO NEW-BREAK-PRICE(WS-BREAK-SUB)
               MOVE BREAK-QTY-NUM   TO WS-PREV-BREAK-QTY
               MOVE BREAK-PRICE-NUM TO WS-PREV-BREAK-PRICE
           END-IF.

      *PROMPTS FOR EVERYTHING BELOW THE KEY - A CUSTOMER CONTRACT
      *TAKES ONE PRICE, A QUANTITY-BREAK RECORD ITS SCHEDULE - AND
      *BUILDS THE RECORD IMAGE READY TO WRITE OR REWRITE
       VALIDATE-PRICE-TERMS.
           PERFORM VALIDATE-EFF-DATE
           PERFORM VALIDATE-EXP-DATE
           IF QTY-BREAK-RECORD
               MOVE ZERO TO CONTRACT-PRICE-NUM
               PERFORM VALIDATE-BREAK-SCHEDULE
           ELSE
               PERFORM VALIDATE-CONTRACT-PRICE
               MOVE ZERO TO NEW-BREAKS
           END-IF
           MOVE PRICE-CUST-IN      TO PRICE-CUST-NO
           MOVE PRICE-ITEM-IN      TO PRICE-ITEM-CODE
           MOVE EFF-DATE-NUM       TO PRICE-EFF-DATE
           MOVE EXP-DATE-NUM       TO PRICE-EXP-DATE
           MOVE CONTRACT-PRICE-NUM TO PRICE-CONTRACT-PRICE
           MOVE NEW-BREAKS         TO PRICE-BREAKS.

      *SHOWS THE PRICE RECORD JUST READ SO THE OPERATOR CAN CONFIRM
      *IT BEFORE CHANGING OR DELETING IT
       DISPLAY-CURRENT-PRICE.
           DISPLAY "CURRENT EFFECTIVE DATE IS " PRICE-EFF-DATE
                   " EXPIRY DATE IS " PRICE-EXP-DATE
           IF QTY-BREAK-RECORD
               PERFORM VARYING WS-BREAK-SUB FROM 1 BY 1
                       UNTIL WS-BREAK-SUB > 3
                   IF PRICE-BREAK-QTY(WS-BREAK-SUB) > ZERO
                       DISPLAY "CURRENT BREAK " WS-BREAK-SUB " - "
                               PRICE-BREAK-QTY(WS-BREAK-SUB)
                               " OR MORE AT "
                               PRICE-BREAK-PRICE(WS-BREAK-SUB)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "CURRENT CONTRACT PRICE IS "
                       PRICE-CONTRACT-PRICE
           END-IF.

      *ADDS A NEW PRICE - REJECTED IF THE CUSTOMER/ITEM PAIR IS
      *ALREADY ON FILE, OR IF EITHER MASTER DOES NOT KNOW THEM
       ADD-PRICE.
           MOVE "ADD"  TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE PRICE-CUST-IN TO PRICE-CUST-NO
           MOVE PRICE-ITEM-IN TO PRICE-ITEM-CODE
           READ PRICEMAS
               INVALID KEY
                   PERFORM LOOKUP-KEY-MASTERS
                   IF KEY-MASTERS-ON-FILE
                       PERFORM VALIDATE-PRICE-TERMS
                       WRITE PRICE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "*** ERROR - PRICE COULD NOT "
                                       "BE WRITTEN, FILE STATUS "
                                       WS-PRICEMAS-STATUS " ***"
                               MOVE "REJECTED" TO WS-AUDIT-STATUS
                               MOVE "WRITE TO PRICEMAS FAILED"
                                   TO WS-AUDIT-REASON
                           NOT INVALID KEY
                               DISPLAY "PRICE FOR " PRICE-ITEM-IN
                                       " ADDED"
                               PERFORM SAVE-NEW-AUDIT-IMAGE
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
                       END-WRITE
                   ELSE
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                   END-IF
               NOT INVALID KEY
                   DISPLAY "*** ERROR - PRICE FOR " PRICE-ITEM-IN
                           " IS ALREADY ON FILE ***"
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "PRICE ALREADY ON FILE" TO WS-AUDIT-REASON
           END-READ
           PERFORM WRITE-PRICEAUD-RECORD.

      *CHANGES AN EXISTING PRICE - THE CURRENT TERMS ARE DISPLAYED
      *FIRST, THEN EVERY TERM IS RE-KEYED. THE LIST PRICE IS
      *LOOKED UP AGAIN SO A CHANGED PRICE IS STILL HELD BELOW IT
       CHANGE-PRICE.
           MOVE "CHANGE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE PRICE-CUST-IN TO PRICE-CUST-NO
           MOVE PRICE-ITEM-IN TO PRICE-ITEM-CODE
           READ PRICEMAS
               INVALID KEY
                   DISPLAY "*** ERROR - PRICE FOR " PRICE-ITEM-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "PRICE NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   PERFORM DISPLAY-CURRENT-PRICE
                   PERFORM LOOKUP-KEY-MASTERS
                   IF KEY-MASTERS-ON-FILE
                       PERFORM VALIDATE-PRICE-TERMS
                       REWRITE PRICE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "*** ERROR - PRICE COULD NOT "
                                       "BE REWRITTEN, FILE STATUS "
                                       WS-PRICEMAS-STATUS " ***"
                               MOVE "REJECTED" TO WS-AUDIT-STATUS
                               MOVE "REWRITE TO PRICEMAS FAILED"
                                   TO WS-AUDIT-REASON
                           NOT INVALID KEY
                               DISPLAY "PRICE FOR " PRICE-ITEM-IN
                                       " CHANGED"
                               PERFORM SAVE-NEW-AUDIT-IMAGE
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
                       END-REWRITE
                   ELSE
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                   END-IF
           END-READ
           PERFORM WRITE-PRICEAUD-RECORD.

      *DELETES AN EXISTING PRICE - THE TERMS ARE DISPLAYED AND THE
      *OPERATOR MUST CONFIRM. THE NEXT LINE INTRO1 PRICES FOR THE
      *PAIR GOES BACK TO LIST
       DELETE-PRICE.
           MOVE "DELETE" TO WS-AUDIT-ACTION
           PERFORM CLEAR-AUDIT-IMAGES
           MOVE PRICE-CUST-IN TO PRICE-CUST-NO
           MOVE PRICE-ITEM-IN TO PRICE-ITEM-CODE
           READ PRICEMAS
               INVALID KEY
                   DISPLAY "*** ERROR - PRICE FOR " PRICE-ITEM-IN
                           " NOT ON FILE ***"
                   MOVE "REJECTED" TO WS-AUDIT-STATUS
                   MOVE "PRICE NOT ON FILE" TO WS-AUDIT-REASON
               NOT INVALID KEY
                   PERFORM SAVE-OLD-AUDIT-IMAGE
                   PERFORM DISPLAY-CURRENT-PRICE
                   DISPLAY "DELETE PRICE FOR " PRICE-ITEM-IN
                           " - ENTER YES TO CONFIRM"
                   ACCEPT CONFIRM-IN
                   MOVE FUNCTION UPPER-CASE(CONFIRM-IN) TO CONFIRM-IN
                   IF CONFIRM-IN = "YES"
                       DELETE PRICEMAS
                           INVALID KEY
                               DISPLAY "*** ERROR - PRICE COULD NOT "
                                       "BE DELETED, FILE STATUS "
                                       WS-PRICEMAS-STATUS " ***"
                               MOVE "REJECTED" TO WS-AUDIT-STATUS
                               MOVE "DELETE FROM PRICEMAS FAILED"
                                   TO WS-AUDIT-REASON
                           NOT INVALID KEY
                               DISPLAY "PRICE FOR " PRICE-ITEM-IN
                                       " DELETED"
                               MOVE "ACCEPTED" TO WS-AUDIT-STATUS
                               MOVE SPACES TO WS-AUDIT-REASON
                       END-DELETE
                   ELSE
                       DISPLAY "DELETE OF PRICE FOR " PRICE-ITEM-IN
                               " ABANDONED"
                       MOVE "REJECTED" TO WS-AUDIT-STATUS
                       MOVE "DELETE NOT CONFIRMED BY OPERATOR"
                           TO WS-AUDIT-REASON
                   END-IF
           END-READ
           PERFORM WRITE-PRICEAUD-RECORD.

      *BEFORE AND AFTER IMAGES START EMPTY - A PRICE NOT ON FILE
      *HAS NO BEFORE IMAGE, A REJECTED CHANGE NO AFTER IMAGE
       CLEAR-AUDIT-IMAGES.
           MOVE ZERO TO WS-AUDIT-OLD-EFF
           MOVE ZERO TO WS-AUDIT-NEW-EFF
           MOVE ZERO TO WS-AUDIT-OLD-EXP
           MOVE ZERO TO WS-AUDIT-NEW-EXP
           MOVE ZERO TO WS-AUDIT-OLD-CONTR
           MOVE ZERO TO WS-AUDIT-NEW-CONTR
           MOVE ZERO TO WS-AUDIT-OLD-BREAKS
           MOVE ZERO TO WS-AUDIT-NEW-BREAKS.

      *BEFORE IMAGE - THE PRICE RECORD AS READ FROM THE FILE
       SAVE-OLD-AUDIT-IMAGE.
           MOVE PRICE-EFF-DATE       TO WS-AUDIT-OLD-EFF
           MOVE PRICE-EXP-DATE       TO WS-AUDIT-OLD-EXP
           MOVE PRICE-CONTRACT-PRICE TO WS-AUDIT-OLD-CONTR
           MOVE PRICE-BREAKS         TO WS-AUDIT-OLD-BREAKS.

      *AFTER IMAGE - THE VALUES JUST WRITTEN TO THE FILE
       SAVE-NEW-AUDIT-IMAGE.
           MOVE EFF-DATE-NUM         TO WS-AUDIT-NEW-EFF
           MOVE EXP-DATE-NUM         TO WS-AUDIT-NEW-EXP
           MOVE CONTRACT-PRICE-NUM   TO WS-AUDIT-NEW-CONTR
           MOVE NEW-BREAKS           TO WS-AUDIT-NEW-BREAKS.

      *BUILDS AND APPENDS ONE AUDIT TRAIL RECORD FOR THE MAINTENANCE
      *ACTION JUST ATTEMPTED - THE WS-AUDIT- FIELDS ARE SET BY THE
      *CALLING PARAGRAPH
       WRITE-PRICEAUD-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PMAUD-TIMESTAMP
           MOVE USER-ID-IN            TO PMAUD-USER-ID
           MOVE WS-AUDIT-ACTION       TO PMAUD-ACTION
           MOVE PRICE-CUST-IN         TO PMAUD-CUST-NO
           MOVE PRICE-ITEM-IN         TO PMAUD-ITEM-CODE
           MOVE WS-AUDIT-OLD-EFF      TO PMAUD-OLD-EFF-DATE
           MOVE WS-AUDIT-NEW-EFF      TO PMAUD-NEW-EFF-DATE
           MOVE WS-AUDIT-OLD-EXP      TO PMAUD-OLD-EXP-DATE
           MOVE WS-AUDIT-NEW-EXP      TO PMAUD-NEW-EXP-DATE
           MOVE WS-AUDIT-OLD-CONTR    TO PMAUD-OLD-CONTRACT
           MOVE WS-AUDIT-NEW-CONTR    TO PMAUD-NEW-CONTRACT
           MOVE WS-AUDIT-OLD-BREAKS   TO PMAUD-OLD-BREAKS
           MOVE WS-AUDIT-NEW-BREAKS   TO PMAUD-NEW-BREAKS
           MOVE WS-AUDIT-STATUS       TO PMAUD-STATUS
           MOVE WS-AUDIT-REASON       TO PMAUD-REASON
           WRITE PMAUD-RECORD.
