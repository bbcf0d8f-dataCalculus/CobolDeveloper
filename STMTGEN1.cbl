      *          MONTH, SHOWING THE OPENING BALANCE, EACH TRANSACTION
      *          BY DATE, THE CLOSING BALANCE AND 30/60/90-DAY AGING
      *          BUCKETS SO COLLECTIONS CAN SEE WHO IS OVERDUE. THE
      *          BUCKETS ARE BUILT FROM THE OPEN-ITEM FILE - WHAT IS
      *          ACTUALLY STILL UNPAID, AGED BY INVOICE DATE - NOT
      *          FROM THE RAW HISTORY. THE
      *          STATEMENT MONTH COMES FROM THE RUNCTL BUSINESS DATE,
      *          SO A RUN FOR A CLOSED MONTH STAMPS THAT MONTH AND
      *          NOT THE DAY THE OPERATOR HAPPENED TO RUN IT
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *OPEN-ITEM RECEIVABLES - EACH CUSTOMER'S ITEMS ARE READ IN
      *KEY ORDER AT THE STATEMENT BREAK TO AGE WHAT IS STILL UNPAID
           SELECT OPENITEM ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPEN-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.

      *SORT WORK FILE - PUTS THE HISTORY IN DATE ORDER WITHIN
      *CUSTOMER SO EACH CUSTOMER'S PRE-MONTH RECORDS (THE OPENING
      *BALANCE) STREAM THROUGH BEFORE THE STATEMENT MONTH'S DETAIL
           COPY "HISTREC.CPY".
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  OPENITEM.
           COPY "OPENITEM.CPY".

      *ONLY THE FIELDS THE STATEMENT PRINTS ARE CARRIED THROUGH THE
      *SORT - THE ITEM TABLE ISN'T NEEDED, A STATEMENT LINE IS ONE
           88  HISTIN-OPEN-OK            VALUE "00".
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-OPEN-OK           VALUE "00".
       01  WS-OPENITEM-STATUS  PIC X(2) VALUE "00".
           88  OPENITEM-OPEN-OK          VALUE "00".
       01  WS-OPEN-EOF-SW      PIC X(1) VALUE "N".
           88  OPEN-ITEMS-DONE           VALUE "Y".
       01  WS-OPENITEM-SW      PIC X(1) VALUE "N".
           88  OPENITEM-AVAILABLE        VALUE "Y".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           05  WS-REPORT-YYYYMM PIC 9(6).
           05  WS-REPORT-DD     PIC 9(2).

      *DAY NUMBER OF THE STATEMENT DATE - EACH OPEN ITEM'S AGE IN
      *DAYS IS MEASURED AGAINST THIS FOR THE AGING BUCKETS
       01  WS-STMT-DAY-NUMBER  PIC 9(9) COMP.
       01  WS-TRAN-DAY-NUMBER  PIC 9(9) COMP.
       01  WS-OPEN-BALANCE     PIC S9(9)V99 VALUE ZERO.
       01  WS-CLOSE-BALANCE    PIC S9(9)V99 VALUE ZERO.

      *AGING BUCKETS - THE UNPAID BALANCE OF EVERY OPEN ITEM LANDS
      *IN THE BUCKET ITS INVOICE DATE'S AGE FALLS IN. OPEN CREDITS
      *AND UNAPPLIED CASH ARE NEGATIVE AND AGE THE SAME WAY, SO THE
      *BUCKETS FOOT TO WHAT IS OPEN ON THE ACCOUNT - A BALANCE
      *BROUGHT FORWARD FROM BEFORE THE OPEN-ITEM FILE ONLY SHOWS
      *HERE ONCE OPENCNV1 HAS LOADED IT
       01  WS-AGE-CURRENT      PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-31-60        PIC S9(9)V99 VALUE ZERO.
       01  WS-AGE-61-90        PIC S9(9)V99 VALUE ZERO.
               GOBACK
           END-IF

      *NO OPEN-ITEM FILE YET LEAVES THE BUCKETS AT ZERO RATHER
      *THAN HOLDING UP THE STATEMENTS
           OPEN INPUT OPENITEM
           IF OPENITEM-OPEN-OK
               MOVE "Y" TO WS-OPENITEM-SW
           ELSE
               DISPLAY "*** WARNING - OPENITEM COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENITEM-STATUS
                       " - AGING WILL SHOW ZERO ***"
           END-IF

           OPEN OUTPUT PRTFILE

           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - CUSTSTM2 COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               CLOSE CUSTMAS
               IF OPENITEM-AVAILABLE
                   CLOSE OPENITEM
               END-IF
               GOBACK
           END-IF

           END-IF

           CLOSE CUSTMAS
           IF OPENITEM-AVAILABLE
               CLOSE OPENITEM
           END-IF
           CLOSE PRTFILE

           DISPLAY "STMTGEN1 - " WS-STMT-COUNT
               DISPLAY "*** FATAL - TRANHIST COULD NOT BE OPENED, "
                       "FILE STATUS " WS-HISTIN-STATUS " ***"
               CLOSE CUSTMAS
               IF OPENITEM-AVAILABLE
                   CLOSE OPENITEM
               END-IF
               CLOSE PRTFILE
               GOBACK
           END-IF
               MOVE SORT-CUST-NO TO WS-PREV-CUST-NO
           END-IF

      *EVERY SIGNED TOTAL ROLLS INTO THE CLOSING BALANCE; PRE-MONTH
      *RECORDS ALSO MAKE UP THE OPENING
           ADD SORT-TOTAL TO WS-CLOSE-BALANCE

           IF SORT-POST-YYYYMM < WS-REPORT-YYYYMM
               PERFORM WRITE-STATEMENT-DETAIL
           END-IF.

      *READS THE FINISHED CUSTOMER'S OPEN ITEMS IN KEY ORDER AND
      *AGES EVERY ONE STILL OPEN. AN ITEM DATED AFTER THE STATEMENT
      *DATE (A RERUN FOR A PRIOR MONTH) IS NOT YET ON THIS STATEMENT
       AGE-OPEN-ITEMS.
           MOVE WS-PREV-CUST-NO TO OPEN-CUST-NO
           MOVE ZERO            TO OPEN-INVOICE-NO
           MOVE "N"             TO WS-OPEN-EOF-SW
           START OPENITEM KEY IS NOT LESS THAN OPEN-ITEM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OPEN-EOF-SW
           END-START
           PERFORM UNTIL OPEN-ITEMS-DONE
               READ OPENITEM NEXT
                   AT END
                       MOVE "Y" TO WS-OPEN-EOF-SW
                   NOT AT END
                       IF OPEN-CUST-NO NOT = WS-PREV-CUST-NO
                           MOVE "Y" TO WS-OPEN-EOF-SW
                       ELSE
                           IF OPEN-ITEM-OPEN
                                   AND OPEN-INVOICE-DATE
                                       NOT > WS-REPORT-DATE
                               PERFORM AGE-OPEN-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *BUCKETS ONE OPEN ITEM'S UNPAID BALANCE BY THE AGE OF ITS
      *INVOICE DATE AGAINST THE STATEMENT DATE - A DATE THAT WILL
      *NOT CONVERT AGES AS OVER 90 RATHER THAN KILLING THE RUN
       AGE-OPEN-ITEM.
           MOVE OPEN-INVOICE-DATE TO WS-POST-DATE
           COMPUTE WS-TRAN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-POST-DATE)
           IF WS-TRAN-DAY-NUMBER = ZERO
           END-IF

           IF WS-AGE-DAYS > 90
               ADD OPEN-BALANCE TO WS-AGE-OVER-90
           ELSE
               IF WS-AGE-DAYS > 60
                   ADD OPEN-BALANCE TO WS-AGE-61-90
               ELSE
                   IF WS-AGE-DAYS > 30
                       ADD OPEN-BALANCE TO WS-AGE-31-60
                   ELSE
                       ADD OPEN-BALANCE TO WS-AGE-CURRENT
                   END-IF
               END-IF
           END-IF.
           END-IF

           IF STMT-HDG-WRITTEN
               IF OPENITEM-AVAILABLE
                   PERFORM AGE-OPEN-ITEMS
               END-IF
               MOVE WS-CLOSE-BALANCE TO STMT2-CLOSE-AMT
               WRITE PRT-LINE FROM STMT2-CLOSE-LINE
                   AFTER ADVANCING 2 LINES
