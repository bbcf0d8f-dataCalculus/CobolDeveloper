      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: MONTH-END COLLECTIONS RUN OFF THE OPEN-ITEM FILE.
      *          FOR EACH CUSTOMER, OPEN CREDITS AND UNAPPLIED CASH
      *          ARE NETTED AGAINST THE OLDEST AMOUNTS OWED FIRST, AND
      *          THE AGE OF THE OLDEST AMOUNT STILL UNPAID AFTER THAT
      *          PICKS THE LETTER - A REMINDER AT 31-60 DAYS, A SECOND
      *          NOTICE AT 61-90, A FINAL DEMAND AT 91-120. PAST THE
      *          FINAL-DEMAND TIER THE CUSTOMER IS PUT ON CREDIT HOLD
      *          ON CUSTMAS (AUDITED ON CUSTAUD) AND SENT A HOLD
      *          NOTICE INSTEAD, AND INTRO1 STOPS TAKING THEIR SALES.
      *          LETTERS GO TO COLLLTR, ONE PER PAGE FOR MAILING, AND
      *          A COLLECTIONS SUMMARY LISTING WHO GOT WHICH LETTER
      *          GOES TO COLLRPT1. AGES ARE MEASURED TO THE RUNCTL
      *          BUSINESS DATE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *OPEN-ITEM RECEIVABLES - READ FRONT TO BACK; THE KEY IS
      *CUSTOMER THEN INVOICE NUMBER, SO EACH CUSTOMER'S ITEMS ARRIVE
      *TOGETHER AND OLDEST FIRST
           SELECT OPENITEM ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPEN-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.

      *CUSTOMER MASTER - READ FOR THE MAILING NAME AND REWRITTEN
      *WHEN A CUSTOMER IS PUT ON CREDIT HOLD
           SELECT CUSTMAS  ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *CUSTOMER MAINTENANCE AUDIT TRAIL - EVERY HOLD THIS RUN
      *PLACES IS APPENDED THE SAME WAY CUSTMNT1 RECORDS A CHANGE
           SELECT CUSTAUD  ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTAUD-STATUS.

      *COLLECTION LETTERS - ONE PER CUSTOMER, EACH STARTING ON A
      *FRESH PAGE SO THE RUN CAN GO STRAIGHT INTO ENVELOPES
           SELECT LTRFILE  ASSIGN TO "COLLLTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTRFILE-STATUS.

      *COLLECTIONS SUMMARY REPORT
           SELECT PRTFILE  ASSIGN TO "COLLRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE AGES ARE
      *MEASURED TO
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *MASTER-FILE RECOVERY JOURNAL - A BEFORE AND AFTER IMAGE OF
      *EVERY CUSTMAS UPDATE MADE HERE IS APPENDED SO MSTRCOV1 CAN
      *ROLL THE LAST BACKUP FORWARD
           SELECT MSTJRNL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPENITEM.
           COPY "OPENITEM.CPY".
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  CUSTAUD.
           COPY "CMAUDREC.CPY".
       FD  LTRFILE.
       01  LTR-LINE            PIC X(132).
       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       FD  RUNCTL.
           COPY "DATECTL.CPY".
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
       01  WS-OPENITEM-STATUS  PIC X(2) VALUE "00".
           88  OPENITEM-OPEN-OK          VALUE "00".
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-IO-OK             VALUE "00".
       01  WS-CUSTAUD-STATUS   PIC X(2) VALUE "00".
           88  CUSTAUD-OPEN-OK           VALUE "00".
           88  CUSTAUD-MISSING           VALUE "35".
       01  WS-LTRFILE-STATUS   PIC X(2) VALUE "00".
           88  LTRFILE-OPEN-OK           VALUE "00".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-OPEN-EOF-SW      PIC X(1) VALUE "N".
           88  OPEN-ITEMS-DONE           VALUE "Y".
       01  WS-FIRST-REC-SW     PIC X(1) VALUE "Y".
           88  NO-RECORDS-PROCESSED-YET  VALUE "Y".

      *BUSINESS DATE AND ITS DAY NUMBER - EVERY ITEM'S AGE IN DAYS
      *IS MEASURED AGAINST THIS
       01  WS-REPORT-DATE      PIC 9(8).
       01  WS-TODAY-DAY-NUMBER PIC 9(9) COMP.
       01  WS-ITEM-DAY-NUMBER  PIC 9(9) COMP.
       01  WS-ITEM-AGE-DAYS    PIC S9(9) COMP.

      *THE CURRENT CUSTOMER'S OPEN AMOUNTS OWED, OLDEST FIRST, AS
      *READ OFF THE FILE. TWO HUNDRED IS FAR MORE UNPAID INVOICES
      *THAN ANY ONE ACCOUNT CARRIES; ANYTHING PAST THAT IS YOUNGER
      *THAN EVERYTHING IN THE TABLE, SO IT ONLY ADDS TO THE TOTAL
       01  WS-COLL-TABLE.
           05  WS-COLL-ITEM    OCCURS 200 TIMES.
               10  WS-COLL-INV-NO   PIC 9(9).
               10  WS-COLL-INV-DATE PIC 9(8).
               10  WS-COLL-BALANCE  PIC S9(7)V99.
       01  WS-COLL-USED        PIC 9(3) VALUE ZERO.
       01  WS-COLL-SUB         PIC 9(3) VALUE ZERO.

      *PER-CUSTOMER ACCUMULATORS - THE NET OPEN BALANCE, THE OPEN
      *CREDITS AND UNAPPLIED CASH STILL TO BE NETTED (AS A POSITIVE
      *AMOUNT), AND WHAT IS LEFT OF THE CURRENT ITEM AFTER NETTING
       01  WS-PREV-CUST-NO     PIC X(15) VALUE SPACES.
       01  WS-NET-OPEN         PIC S9(9)V99 VALUE ZERO.
       01  WS-CREDIT-LEFT      PIC S9(9)V99 VALUE ZERO.
       01  WS-ITEM-LEFT        PIC S9(9)V99 VALUE ZERO.
       01  WS-OVERDUE-AMT      PIC S9(9)V99 VALUE ZERO.

      *OLDEST AMOUNT STILL UNPAID ONCE CREDITS ARE NETTED - ITS AGE
      *PICKS THE LETTER
       01  WS-OLDEST-FOUND-SW  PIC X(1) VALUE "N".
           88  OLDEST-FOUND              VALUE "Y".
       01  WS-OLDEST-INV-NO    PIC 9(9) VALUE ZERO.
       01  WS-OLDEST-INV-DATE  PIC 9(8) VALUE ZERO.
       01  WS-OLDEST-AGE-DAYS  PIC S9(9) COMP.

      *COLLECTIONS TIER FOR THE CURRENT CUSTOMER
       01  WS-COLL-TIER        PIC X(1) VALUE SPACE.
           88  TIER-NONE                 VALUE SPACE.
           88  TIER-REMINDER             VALUE "1".
           88  TIER-SECOND-NOTICE        VALUE "2".
           88  TIER-FINAL-DEMAND         VALUE "3".
           88  TIER-CREDIT-HOLD          VALUE "4".
       01  WS-CUST-FOUND-SW    PIC X(1) VALUE "N".
           88  CUST-FOUND                VALUE "Y".
       01  WS-ALREADY-HELD-SW  PIC X(1) VALUE "N".
           88  ALREADY-ON-HOLD           VALUE "Y".
       01  WS-CUST-NAME        PIC X(30).

      *RUN COUNTS AND TOTALS FOR THE SUMMARY
       01  WS-CUST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REMINDER-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-SECOND-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-FINAL-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-NEW-HOLD-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-OLD-HOLD-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-LETTER-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-OVERDUE    PIC S9(9)V99 VALUE ZERO.

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.

      *LETTER LINES
       01  LTR-HDG-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LTR-TITLE       PIC X(40).
           05  FILLER          PIC X(19) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "DATE ".
           05  LTR-DATE        PIC 9999/99/99.
           05  FILLER          PIC X(57) VALUE SPACES.

       01  LTR-CUST-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "CUSTOMER NUMBER".
           05  LTR-CUST-NO     PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LTR-CUST-NAME   PIC X(30).
           05  FILLER          PIC X(68) VALUE SPACES.

       01  LTR-TEXT-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LTR-TEXT        PIC X(80).
           05  FILLER          PIC X(51) VALUE SPACES.

       01  LTR-OLDEST-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(22) VALUE
               "OLDEST UNPAID INVOICE".
           05  LTR-OLDEST-INV  PIC 9(9).
           05  FILLER          PIC X(7)  VALUE " DATED ".
           05  LTR-OLDEST-DATE PIC 9999/99/99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  LTR-OLDEST-AGE  PIC ZZ,ZZ9.
           05  FILLER          PIC X(5)  VALUE " DAYS".
           05  FILLER          PIC X(70) VALUE SPACES.

       01  LTR-AMOUNT-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  LTR-AMOUNT-DESC PIC X(22).
           05  LTR-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(94) VALUE SPACES.

      *SUMMARY REPORT LINES
       01  HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(35) VALUE
               "COLLECTIONS SUMMARY".
           05  FILLER          PIC X(14) VALUE "BUSINESS DATE ".
           05  HDG-DATE        PIC 9999/99/99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PAGE NO. ".
           05  HDG-PAGE-NO     PIC ZZZ9.
           05  FILLER          PIC X(54) VALUE SPACES.

       01  HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(17) VALUE "CUSTOMER".
           05  FILLER          PIC X(32) VALUE "NAME".
           05  FILLER          PIC X(11) VALUE "OLDEST INV".
           05  FILLER          PIC X(12) VALUE "INV DATE".
           05  FILLER          PIC X(7)  VALUE "  AGE".
           05  FILLER          PIC X(17) VALUE "      OVERDUE".
           05  FILLER          PIC X(17) VALUE "   TOTAL OPEN".
           05  FILLER          PIC X(18) VALUE "ACTION".

      *ONE LINE PER CUSTOMER SENT A LETTER
       01  DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-CUST-NO     PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-CUST-NAME   PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-OLDEST-INV  PIC 9(9).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-OLDEST-DATE PIC 9999/99/99.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-AGE         PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-OVERDUE     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-TOTAL-OPEN  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-ACTION      PIC X(17).

       01  SUM-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SUM-DESC        PIC X(36).
           05  SUM-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(86) VALUE SPACES.

       01  SUM-AMOUNT-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SUM-AMT-DESC    PIC X(36).
           05  SUM-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(80) VALUE SPACES.

       01  BLANK-LINE          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)

           OPEN INPUT OPENITEM

           IF NOT OPENITEM-OPEN-OK
               DISPLAY "*** FATAL - OPENITEM COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENITEM-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CUSTMAS

           IF NOT CUSTMAS-IO-OK
               DISPLAY "*** FATAL - CUSTMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTMAS-STATUS " ***"
               CLOSE OPENITEM
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *THE AUDIT TRAIL IS APPENDED TO, AND CREATED EMPTY IF
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
               CLOSE OPENITEM
               CLOSE CUSTMAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT LTRFILE

           IF NOT LTRFILE-OPEN-OK
               DISPLAY "*** FATAL - COLLLTR COULD NOT BE OPENED, "
                       "FILE STATUS " WS-LTRFILE-STATUS " ***"
               CLOSE OPENITEM
               CLOSE CUSTMAS
               CLOSE CUSTAUD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRTFILE

           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - COLLRPT1 COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               CLOSE OPENITEM
               CLOSE CUSTMAS
               CLOSE CUSTAUD
               CLOSE LTRFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *RECOVERY JOURNAL - EVERY HOLD THIS RUN PLACES GOES ON IT.
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
               CLOSE OPENITEM
               CLOSE CUSTMAS
               CLOSE CUSTAUD
               CLOSE LTRFILE
               CLOSE PRTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL OPEN-ITEMS-DONE
               READ OPENITEM NEXT
                   AT END
                       MOVE "Y" TO WS-OPEN-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-OPEN-ITEM
               END-READ
           END-PERFORM

      *LAST CUSTOMER ON THE FILE STILL NEEDS ITS BREAK
           IF NOT NO-RECORDS-PROCESSED-YET
               PERFORM FINISH-CUSTOMER
           END-IF

           PERFORM WRITE-COLLECTIONS-SUMMARY

           CLOSE OPENITEM
           CLOSE CUSTMAS
           CLOSE CUSTAUD
           CLOSE LTRFILE
           CLOSE PRTFILE
           CLOSE MSTJRNL

           DISPLAY "COLLECT1 - " WS-LETTER-COUNT " LETTERS FOR "
                   WS-CUST-COUNT " CUSTOMERS WITH OPEN ITEMS, "
                   WS-NEW-HOLD-COUNT " PUT ON CREDIT HOLD"
           GOBACK.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. AN INSTALLATION THAT HAS
      *NOT SET ONE UP YET FALLS BACK TO THE MACHINE CLOCK WITH A
      *WARNING - THE SAME FALLBACK THE REST OF THE SYSTEM MAKES
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

      *ONE OPEN-ITEM RECORD - DETECTS A CUSTOMER CHANGE, FINISHES
      *THE PRIOR CUSTOMER, THEN ACCUMULATES THIS ITEM IF IT IS STILL
      *OPEN. A CREDIT OR UNAPPLIED CASH IS HELD FOR NETTING; AN
      *AMOUNT OWED GOES INTO THE TABLE IN THE ORDER READ
       PROCESS-OPEN-ITEM.
           IF NO-RECORDS-PROCESSED-YET
               MOVE OPEN-CUST-NO TO WS-PREV-CUST-NO
               MOVE "N" TO WS-FIRST-REC-SW
           END-IF

           IF OPEN-CUST-NO NOT = WS-PREV-CUST-NO
               PERFORM FINISH-CUSTOMER
               MOVE OPEN-CUST-NO TO WS-PREV-CUST-NO
           END-IF

           IF OPEN-ITEM-OPEN AND OPEN-BALANCE NOT = ZERO
               ADD OPEN-BALANCE TO WS-NET-OPEN
               IF OPEN-BALANCE < ZERO
                   SUBTRACT OPEN-BALANCE FROM WS-CREDIT-LEFT
               ELSE
                   IF WS-COLL-USED < 200
                       ADD 1 TO WS-COLL-USED
                       MOVE OPEN-INVOICE-NO
                           TO WS-COLL-INV-NO(WS-COLL-USED)
                       MOVE OPEN-INVOICE-DATE
                           TO WS-COLL-INV-DATE(WS-COLL-USED)
                       MOVE OPEN-BALANCE
                           TO WS-COLL-BALANCE(WS-COLL-USED)
                   END-IF
               END-IF
           END-IF.

      *CLOSES OUT THE CUSTOMER JUST FINISHED - NOTHING NET OWED
      *MEANS NOTHING TO CHASE. OTHERWISE THE CREDITS ARE NETTED
      *OLDEST-FIRST AND THE OLDEST AMOUNT LEFT PICKS THE TIER
       FINISH-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           MOVE "N"   TO WS-OLDEST-FOUND-SW
           MOVE ZERO  TO WS-OVERDUE-AMT
           MOVE SPACE TO WS-COLL-TIER

           IF WS-NET-OPEN > ZERO
               PERFORM VARYING WS-COLL-SUB FROM 1 BY 1
                       UNTIL WS-COLL-SUB > WS-COLL-USED
                   PERFORM NET-COLL-ITEM
               END-PERFORM
           END-IF

           IF OLDEST-FOUND
               PERFORM SET-COLLECTIONS-TIER
           END-IF

           IF NOT TIER-NONE
               PERFORM LOOK-UP-CUSTOMER
               IF TIER-CREDIT-HOLD
                   PERFORM PLACE-CREDIT-HOLD
               END-IF
               PERFORM WRITE-COLLECTION-LETTER
               PERFORM WRITE-SUMMARY-DETAIL
           END-IF

           MOVE ZERO TO WS-COLL-USED
           MOVE ZERO TO WS-NET-OPEN
           MOVE ZERO TO WS-CREDIT-LEFT.

      *ONE AMOUNT OWED - WHATEVER CREDIT IS STILL UNUSED PAYS IT
      *DOWN FIRST. THE FIRST ITEM WITH ANYTHING LEFT IS THE OLDEST
      *UNPAID AMOUNT, AND EVERY AMOUNT LEFT OVER 30 DAYS OLD IS
      *OVERDUE
       NET-COLL-ITEM.
           MOVE WS-COLL-BALANCE(WS-COLL-SUB) TO WS-ITEM-LEFT
           IF WS-CREDIT-LEFT >= WS-ITEM-LEFT
               SUBTRACT WS-ITEM-LEFT FROM WS-CREDIT-LEFT
               MOVE ZERO TO WS-ITEM-LEFT
           ELSE
               SUBTRACT WS-CREDIT-LEFT FROM WS-ITEM-LEFT
               MOVE ZERO TO WS-CREDIT-LEFT
           END-IF

           IF WS-ITEM-LEFT > ZERO
               COMPUTE WS-ITEM-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(
                       WS-COLL-INV-DATE(WS-COLL-SUB))
               IF WS-ITEM-DAY-NUMBER = ZERO
                   MOVE 999 TO WS-ITEM-AGE-DAYS
               ELSE
                   COMPUTE WS-ITEM-AGE-DAYS =
                       WS-TODAY-DAY-NUMBER - WS-ITEM-DAY-NUMBER
               END-IF
               IF NOT OLDEST-FOUND
                   MOVE "Y" TO WS-OLDEST-FOUND-SW
                   MOVE WS-COLL-INV-NO(WS-COLL-SUB)
                       TO WS-OLDEST-INV-NO
                   MOVE WS-COLL-INV-DATE(WS-COLL-SUB)
                       TO WS-OLDEST-INV-DATE
                   MOVE WS-ITEM-AGE-DAYS TO WS-OLDEST-AGE-DAYS
               END-IF
               IF WS-ITEM-AGE-DAYS > 30
                   ADD WS-ITEM-LEFT TO WS-OVERDUE-AMT
               END-IF
           END-IF.

      *TIER BY THE AGE OF THE OLDEST UNPAID AMOUNT - NOTHING UP TO
      *30 DAYS, THEN REMINDER, SECOND NOTICE, FINAL DEMAND, AND
      *CREDIT HOLD ONCE IT IS PAST THE FINAL-DEMAND TIER
       SET-COLLECTIONS-TIER.
           IF WS-OLDEST-AGE-DAYS > 120
               MOVE "4" TO WS-COLL-TIER
           ELSE
               IF WS-OLDEST-AGE-DAYS > 90
                   MOVE "3" TO WS-COLL-TIER
               ELSE
                   IF WS-OLDEST-AGE-DAYS > 60
                       MOVE "2" TO WS-COLL-TIER
                   ELSE
                       IF WS-OLDEST-AGE-DAYS > 30
                           MOVE "1" TO WS-COLL-TIER
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *THE CUSTOMER MASTER SUPPLIES THE MAILING NAME AND THE
      *CURRENT HOLD FLAG - A CUSTOMER SINCE DELETED STILL GETS A
      *LETTER FOR WHAT IS OWED, BUT THERE IS NO RECORD TO HOLD
       LOOK-UP-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-SW
           MOVE "N" TO WS-ALREADY-HELD-SW
           MOVE WS-PREV-CUST-NO TO CUST-MAS-NO
           READ CUSTMAS
               INVALID KEY
                   MOVE "** NOT ON CUSTOMER MASTER **"
                       TO WS-CUST-NAME
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUST-FOUND-SW
                   MOVE CUST-MAS-NAME TO WS-CUST-NAME
                   IF CUST-ON-CREDIT-HOLD
                       MOVE "Y" TO WS-ALREADY-HELD-SW
                   END-IF
           END-READ.

      *PUTS THE CUSTOMER ON CREDIT HOLD AND AUDITS IT - A CUSTOMER
      *ALREADY HELD KEEPS THE DATE THE HOLD WAS FIRST PLACED
       PLACE-CREDIT-HOLD.
           IF ALREADY-ON-HOLD
               ADD 1 TO WS-OLD-HOLD-COUNT
           ELSE
               IF CUST-FOUND
                   MOVE CUST-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
                   MOVE "H"            TO CUST-MAS-CREDIT-HOLD
                   MOVE WS-REPORT-DATE TO CUST-MAS-HOLD-DATE
                   REWRITE CUST-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "*** ERROR - CUSTOMER "
                                   WS-PREV-CUST-NO " HOLD COULD NOT "
                                   "BE REWRITTEN, FILE STATUS "
                                   WS-CUSTMAS-STATUS " ***"
                       NOT INVALID KEY
                           ADD 1 TO WS-NEW-HOLD-COUNT
                           MOVE "C" TO JRNL-ACTION
                           PERFORM JOURNAL-CUSTMAS-UPDATE
                           PERFORM WRITE-HOLD-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

      *TRACES THE HOLD ON THE CUSTOMER AUDIT TRAIL UNDER THIS RUN'S
      *NAME - NAME, LIMIT AND TAX ARE UNCHANGED, SO BEFORE AND AFTER
      *CARRY THE SAME VALUES
       WRITE-HOLD-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO CMAUD-TIMESTAMP
           MOVE "COLLECT1"            TO CMAUD-USER-ID
           MOVE "HOLD"                TO CMAUD-ACTION
           MOVE WS-PREV-CUST-NO       TO CMAUD-CUST-NO
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
           MOVE "OLDEST UNPAID PAST FINAL DEMAND"
                                      TO CMAUD-REASON
           MOVE ZERO                  TO CMAUD-OLD-HOLD-DATE
           MOVE ZERO                  TO CMAUD-RECEIPT-NO
           WRITE CMAUD-RECORD.

      *ONE LETTER ON A FRESH PAGE - TITLE AND WORDING BY TIER, THEN
      *THE OLDEST UNPAID INVOICE, THE OVERDUE AMOUNT AND THE TOTAL
      *OPEN ON THE ACCOUNT
       WRITE-COLLECTION-LETTER.
           EVALUATE TRUE
               WHEN TIER-REMINDER
                   MOVE "PAYMENT REMINDER" TO LTR-TITLE
               WHEN TIER-SECOND-NOTICE
                   MOVE "SECOND NOTICE - ACCOUNT PAST DUE"
                       TO LTR-TITLE
               WHEN TIER-FINAL-DEMAND
                   MOVE "FINAL DEMAND FOR PAYMENT" TO LTR-TITLE
               WHEN OTHER
                   MOVE "NOTICE OF CREDIT HOLD" TO LTR-TITLE
           END-EVALUATE
           MOVE WS-REPORT-DATE TO LTR-DATE
           WRITE LTR-LINE FROM LTR-HDG-LINE AFTER ADVANCING PAGE
           MOVE WS-PREV-CUST-NO TO LTR-CUST-NO
           MOVE WS-CUST-NAME    TO LTR-CUST-NAME
           WRITE LTR-LINE FROM LTR-CUST-LINE AFTER ADVANCING 2 LINES

           EVALUATE TRUE
               WHEN TIER-REMINDER
                   MOVE "OUR RECORDS SHOW THE AMOUNT BELOW IS PAST "
                       & "DUE." TO LTR-TEXT
                   WRITE LTR-LINE FROM LTR-TEXT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE "IF YOU HAVE ALREADY SENT PAYMENT, PLEASE "
                       & "DISREGARD THIS REMINDER." TO LTR-TEXT
               WHEN TIER-SECOND-NOTICE
                   MOVE "THE AMOUNT BELOW IS NOW MORE THAN 60 DAYS "
                       & "PAST ITS INVOICE DATE." TO LTR-TEXT
                   WRITE LTR-LINE FROM LTR-TEXT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE "PLEASE REMIT PAYMENT OR CONTACT US WITHIN "
                       & "10 DAYS." TO LTR-TEXT
               WHEN TIER-FINAL-DEMAND
                   MOVE "THE AMOUNT BELOW IS MORE THAN 90 DAYS PAST "
                       & "DUE. THIS IS OUR FINAL DEMAND." TO LTR-TEXT
                   WRITE LTR-LINE FROM LTR-TEXT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE "UNLESS IT IS PAID, YOUR ACCOUNT WILL BE "
                       & "PLACED ON CREDIT HOLD." TO LTR-TEXT
               WHEN OTHER
                   MOVE "YOUR ACCOUNT HAS BEEN PLACED ON CREDIT "
                       & "HOLD. NO FURTHER SALES ON ACCOUNT" TO LTR-TEXT
                   WRITE LTR-LINE FROM LTR-TEXT-LINE
                       AFTER ADVANCING 2 LINES
                   MOVE "WILL BE ACCEPTED UNTIL THE OVERDUE AMOUNT "
                       & "IS PAID." TO LTR-TEXT
           END-EVALUATE
           WRITE LTR-LINE FROM LTR-TEXT-LINE AFTER ADVANCING 1 LINES

           MOVE WS-OLDEST-INV-NO   TO LTR-OLDEST-INV
           MOVE WS-OLDEST-INV-DATE TO LTR-OLDEST-DATE
           MOVE WS-OLDEST-AGE-DAYS TO LTR-OLDEST-AGE
           WRITE LTR-LINE FROM LTR-OLDEST-LINE AFTER ADVANCING 2 LINES
           MOVE "AMOUNT OVERDUE"   TO LTR-AMOUNT-DESC
           MOVE WS-OVERDUE-AMT     TO LTR-AMOUNT
           WRITE LTR-LINE FROM LTR-AMOUNT-LINE AFTER ADVANCING 2 LINES
           MOVE "TOTAL BALANCE OPEN" TO LTR-AMOUNT-DESC
           MOVE WS-NET-OPEN        TO LTR-AMOUNT
           WRITE LTR-LINE FROM LTR-AMOUNT-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LETTER-COUNT.

      *ONE SUMMARY LINE PER LETTER, COUNTED BY TIER
       WRITE-SUMMARY-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE WS-PREV-CUST-NO    TO DTL-CUST-NO
           MOVE WS-CUST-NAME       TO DTL-CUST-NAME
           MOVE WS-OLDEST-INV-NO   TO DTL-OLDEST-INV
           MOVE WS-OLDEST-INV-DATE TO DTL-OLDEST-DATE
           MOVE WS-OLDEST-AGE-DAYS TO DTL-AGE
           MOVE WS-OVERDUE-AMT     TO DTL-OVERDUE
           MOVE WS-NET-OPEN        TO DTL-TOTAL-OPEN
           EVALUATE TRUE
               WHEN TIER-REMINDER
                   MOVE "REMINDER"      TO DTL-ACTION
                   ADD 1 TO WS-REMINDER-COUNT
               WHEN TIER-SECOND-NOTICE
                   MOVE "SECOND NOTICE" TO DTL-ACTION
                   ADD 1 TO WS-SECOND-COUNT
               WHEN TIER-FINAL-DEMAND
                   MOVE "FINAL DEMAND"  TO DTL-ACTION
                   ADD 1 TO WS-FINAL-COUNT
               WHEN ALREADY-ON-HOLD
                   MOVE "STILL ON HOLD" TO DTL-ACTION
               WHEN CUST-FOUND
                   MOVE "CREDIT HOLD"   TO DTL-ACTION
               WHEN OTHER
                   MOVE "HOLD - NOT ON FILE" TO DTL-ACTION
           END-EVALUATE
           ADD WS-OVERDUE-AMT TO WS-TOTAL-OVERDUE
           WRITE PRT-LINE FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *PAGE HEADERS ARE (RE)PRINTED WHENEVER THE PAGE FILLS UP
       WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO     TO HDG-PAGE-NO
           MOVE WS-REPORT-DATE TO HDG-DATE
           WRITE PRT-LINE FROM HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      *COUNTS BY LETTER AT THE BOTTOM SO AN EMPTY REPORT STILL
      *PROVES THE WHOLE OPEN-ITEM FILE WAS CHECKED
       WRITE-COLLECTIONS-SUMMARY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "CUSTOMERS WITH OPEN ITEMS" TO SUM-DESC
           MOVE WS-CUST-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "REMINDERS (31-60 DAYS)" TO SUM-DESC
           MOVE WS-REMINDER-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "SECOND NOTICES (61-90 DAYS)" TO SUM-DESC
           MOVE WS-SECOND-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "FINAL DEMANDS (91-120 DAYS)" TO SUM-DESC
           MOVE WS-FINAL-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "PUT ON CREDIT HOLD THIS RUN" TO SUM-DESC
           MOVE WS-NEW-HOLD-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "ALREADY ON CREDIT HOLD" TO SUM-DESC
           MOVE WS-OLD-HOLD-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE

           WRITE PRT-LINE FROM BLANK-LINE
           MOVE "*** TOTAL LETTERS ***" TO SUM-DESC
           MOVE WS-LETTER-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "*** TOTAL AMOUNT OVERDUE ***" TO SUM-AMT-DESC
           MOVE WS-TOTAL-OVERDUE TO SUM-AMOUNT
           WRITE PRT-LINE FROM SUM-AMOUNT-LINE.

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
           MOVE "COLLECT1" TO JRNL-PROGRAM
           WRITE JRNL-RECORD
           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** WARNING - MSTJRNL WRITE FAILED, FILE "
                       "STATUS " WS-MSTJRNL-STATUS " - " JRNL-KEY
                       " IS NOT JOURNALLED ***"
           END-IF.
