      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: MONTHLY SALES COMMISSION RUN - READS THE MONTH'S
      *          POSTED HISTORY (THE TRNHYYYYMM MONTH-CLOSE ARCHIVE
      *          AND/OR TRANHIST) AND REPORTS IT BY THE SALES REP
      *          STAMPED ON EACH ENTRY AND BY CUSTOMER - SALES,
      *          RETURNS AND CREDITS NETTED OFF, TAX EXCLUDED - WITH
      *          EACH REP'S COMMISSION AT THE SLSMAS RATE. WRITES ONE
      *          COMMPAY PAYROLL INTERFACE RECORD PER REP PAID.
      *          HOUSE ACCOUNTS (NO REP) ARE LISTED BUT EARN NOTHING,
      *          AND A REP NO LONGER ON SLSMAS IS LISTED AND FLAGGED
      *          WITH RETURN CODE 4 FOR ACCOUNTING TO SETTLE BY HAND
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *TRANSACTION HISTORY - THE FILE NAME IS A WORKING-STORAGE
      *FIELD SO THE SAME FD READS THE MONTH'S TRNHYYYYMM ARCHIVE
      *(IF MTHCLOS1 HAS ALREADY MOVED IT) AND THEN THE LIVE TRANHIST
           SELECT HISTIN   ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

      *SALESPERSON MASTER - READ ONLY, FOR EACH REP'S NAME AND
      *COMMISSION RATE
           SELECT SLSMAS   ASSIGN TO "SLSMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLS-MAS-REP-ID
               FILE STATUS IS WS-SLSMAS-STATUS.

      *CUSTOMER MASTER - READ ONLY, FOR THE CUSTOMER NAMES ON THE
      *REPORT
           SELECT CUSTMAS  ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *SORT WORK FILE - BRINGS THE MONTH'S ENTRIES TOGETHER BY REP
      *AND CUSTOMER
           SELECT COMMSRT  ASSIGN TO "COMMSRT1".

      *PRINTED COMMISSION REPORT
           SELECT PRTFILE  ASSIGN TO "COMMRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

      *PAYROLL INTERFACE - REPLACED EACH RUN, SO A RERUN FOR THE
      *SAME MONTH CANNOT PAY ANYBODY TWICE
           SELECT COMMPAY  ASSIGN TO "COMMPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMPAY-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE - THE MONTH PAID
      *IS THE ONE BEFORE THE MONTH IT SAYS IS OPEN
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTIN.
           COPY "HISTREC.CPY".
       FD  SLSMAS.
           COPY "SLSMAS.CPY".
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".

      *ONE HISTORY ENTRY'S MERCHANDISE AMOUNT, IN THE COLUMN ITS
      *TRANSACTION TYPE BELONGS IN - RETURNS AND CREDITS ARE ALREADY
      *NEGATIVE ON HISTORY, SO THE THREE COLUMNS SIMPLY ADD TO NET
       SD  COMMSRT.
       01  CMS-RECORD.
           05  CMS-REP-ID      PIC X(4).
           05  CMS-CUST-NO     PIC X(15).
           05  CMS-SALES       PIC S9(9)V99.
           05  CMS-RETURNS     PIC S9(9)V99.
           05  CMS-CREDITS     PIC S9(9)V99.

       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       FD  COMMPAY.
           COPY "COMMPAY.CPY".
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       WORKING-STORAGE SECTION.
       01  WS-HISTIN-STATUS    PIC X(2) VALUE "00".
           88  HISTIN-OPEN-OK            VALUE "00".
           88  HISTIN-MISSING            VALUE "35".
       01  WS-SLSMAS-STATUS    PIC X(2) VALUE "00".
           88  SLSMAS-OPEN-OK            VALUE "00".
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-OPEN-OK           VALUE "00".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-COMMPAY-STATUS   PIC X(2) VALUE "00".
           88  COMMPAY-OPEN-OK           VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-EOF-SW           PIC X(1) VALUE "N".
           88  INPUT-EOF                 VALUE "Y".
       01  WS-SORT-EOF-SW      PIC X(1) VALUE "N".
           88  END-OF-SORT               VALUE "Y".

      *SET WHEN THE CUSTOMER MASTER COULD BE OPENED - WITHOUT IT THE
      *REPORT STILL PAYS EVERY REP, JUST WITHOUT CUSTOMER NAMES
       01  WS-CUSTMAS-AVAIL-SW PIC X(1) VALUE "N".
           88  CUSTMAS-AVAILABLE         VALUE "Y".

      *BUSINESS DATE, THE MONTH IT SAYS IS OPEN AND THE MONTH BEING
      *PAID. THE FIRST COMMAND-LINE PARM / EXEC PARM= MAY NAME
      *ANOTHER CLOSED MONTH AS YYYYMM, FOR A RERUN OR A LATE MONTH
       01  WS-REPORT-DATE      PIC 9(8) VALUE ZERO.
       01  WS-OPEN-YYYYMM      PIC 9(6) VALUE ZERO.
       01  WS-COMM-YYYYMM      PIC 9(6) VALUE ZERO.
       01  WS-COMM-YYYYMM-R REDEFINES WS-COMM-YYYYMM.
           05  WS-COMM-YYYY    PIC 9(4).
           05  WS-COMM-MM      PIC 9(2).
       01  WS-MONTH-PARM       PIC X(6) VALUE SPACES.
       01  WS-HIST-FILE-NAME   PIC X(10) VALUE "TRANHIST".
       01  WS-ARCHIVE-NAME     PIC X(10) VALUE SPACES.
       01  WS-READ-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-ARCH-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-HIST-READ-COUNT  PIC 9(9) VALUE ZERO.

      *CONTROL-BREAK FIELDS - THE REP AND CUSTOMER NOW GATHERING
       01  WS-FIRST-REC-SW     PIC X(1) VALUE "Y".
           88  NO-RECORDS-YET            VALUE "Y".
       01  WS-PREV-REP-ID      PIC X(4) VALUE SPACES.
       01  WS-PREV-CUST-NO     PIC X(15) VALUE SPACES.

      *THE CURRENT REP AS FOUND ON SLSMAS - A BLANK REP IS A HOUSE
      *ACCOUNT, AND A REP NOT ON FILE CANNOT BE PAID AUTOMATICALLY
       01  WS-REP-NAME         PIC X(30) VALUE SPACES.
       01  WS-REP-RATE         PIC 9(2)V9(3) VALUE ZERO.
       01  WS-REP-KIND-SW      PIC X(1) VALUE SPACE.
           88  REP-ON-FILE               VALUE "R".
           88  REP-HOUSE                 VALUE "H".
           88  REP-NOT-ON-FILE           VALUE "N".

      *ONE CUSTOMER'S AMOUNTS UNDER THE CURRENT REP - SIGNED, SINCE
      *RETURNS AND CREDITS CAN OUTWEIGH SALES
       01  WS-CUST-SALES       PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-RETURNS     PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-CREDITS     PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-NET         PIC S9(9)V99 VALUE ZERO.

      *ONE REP'S AMOUNTS AND THE COMMISSION ON THEIR NET - A
      *NEGATIVE NET GIVES A NEGATIVE COMMISSION FOR PAYROLL TO
      *RECOVER
       01  WS-REP-SALES        PIC S9(9)V99 VALUE ZERO.
       01  WS-REP-RETURNS      PIC S9(9)V99 VALUE ZERO.
       01  WS-REP-CREDITS      PIC S9(9)V99 VALUE ZERO.
       01  WS-REP-NET          PIC S9(9)V99 VALUE ZERO.
       01  WS-REP-COMMISSION   PIC S9(7)V99 VALUE ZERO.

      *GRAND TOTALS FOR THE MONTH
       01  WS-TOT-SALES        PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-RETURNS      PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-CREDITS      PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-NET          PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-HOUSE-NET    PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-UNPAID-NET   PIC S9(11)V99 VALUE ZERO.
       01  WS-TOT-COMMISSION   PIC S9(11)V99 VALUE ZERO.
       01  WS-CUST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PAID-REP-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-REP-COUNT PIC 9(7) VALUE ZERO.

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.

       01  HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(40) VALUE
               "SALES COMMISSION REPORT".
           05  FILLER          PIC X(7)  VALUE "MONTH ".
           05  HDG-MONTH       PIC 9999/99.
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PAGE NO. ".
           05  HDG-PAGE-NO     PIC ZZZ9.
           05  FILLER          PIC X(58) VALUE SPACES.

       01  HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "CUSTOMER NO".
           05  FILLER          PIC X(21) VALUE "NAME".
           05  FILLER          PIC X(15) VALUE "        SALES".
           05  FILLER          PIC X(15) VALUE "      RETURNS".
           05  FILLER          PIC X(15) VALUE "      CREDITS".
           05  FILLER          PIC X(15) VALUE "    NET SALES".
           05  FILLER          PIC X(34) VALUE SPACES.

      *HEADS EACH REP'S GROUP OF CUSTOMERS
       01  REP-HDG-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "SALES REP ".
           05  REP-HDG-ID      PIC X(4).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-HDG-NAME    PIC X(30).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-HDG-RATE-DESC PIC X(16).
           05  REP-HDG-RATE    PIC Z9.999.
           05  REP-HDG-RATE-X  REDEFINES REP-HDG-RATE PIC X(6).
           05  FILLER          PIC X(63) VALUE SPACES.

       01  DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-CUST-NO     PIC X(15).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-NAME        PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-SALES       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-RETURNS     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-CREDITS     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-NET         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(35) VALUE SPACES.

      *REP TOTAL - SAME COLUMNS AS THE CUSTOMER LINES ABOVE IT
       01  REP-TOT-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-TOT-DESC    PIC X(36).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-TOT-SALES   PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-TOT-RETURNS PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-TOT-CREDITS PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-TOT-NET     PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(35) VALUE SPACES.

      *COMMISSION DUE, OR WHY NONE IS PAID, UNDER THE NET COLUMN
       01  REP-COMM-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  REP-COMM-DESC   PIC X(82).
           05  REP-COMM-AMT    PIC ZZ,ZZZ,ZZ9.99-.
      *ALTERNATE VIEW SO A REP WHO IS NOT PAID CAN LEAVE THE AMOUNT
      *BLANK INSTEAD OF PRINTING A ZERO
           05  REP-COMM-AMT-X  REDEFINES REP-COMM-AMT PIC X(14).
           05  FILLER          PIC X(35) VALUE SPACES.

       01  TOT-AMT-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  TOT-AMT-DESC    PIC X(44).
           05  TOT-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(69) VALUE SPACES.

       01  TOT-CNT-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  TOT-CNT-DESC    PIC X(44).
           05  TOT-CNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(76) VALUE SPACES.

       01  MSG-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  MSG-TEXT        PIC X(76).
           05  FILLER          PIC X(55) VALUE SPACES.

       01  BLANK-LINE          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM SET-COMMISSION-MONTH

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "TRNH" DELIMITED BY SIZE
                  WS-COMM-YYYYMM DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME

      *NO SALESPERSON MASTER MEANS NO RATES - NOTHING CAN BE PAID
           OPEN INPUT SLSMAS
           IF NOT SLSMAS-OPEN-OK
               DISPLAY "*** FATAL - SLSMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-SLSMAS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *NO CUSTOMER MASTER IS NOT FATAL - THE NAMES ARE ONLY FOR THE
      *READER
           OPEN INPUT CUSTMAS
           IF CUSTMAS-OPEN-OK
               MOVE "Y" TO WS-CUSTMAS-AVAIL-SW
           ELSE
               DISPLAY "*** WARNING - CUSTMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTMAS-STATUS
                       " - CUSTOMER NAMES LEFT BLANK ***"
           END-IF

           OPEN OUTPUT PRTFILE

           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - COMMRPT1 COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               PERFORM CLOSE-MASTERS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT COMMPAY

           IF NOT COMMPAY-OPEN-OK
               DISPLAY "*** FATAL - COMMPAY COULD NOT BE OPENED, "
                       "FILE STATUS " WS-COMMPAY-STATUS " ***"
               PERFORM CLOSE-MASTERS
               CLOSE PRTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SORT COMMSRT
               ON ASCENDING KEY CMS-REP-ID
               ON ASCENDING KEY CMS-CUST-NO
               INPUT PROCEDURE IS BUILD-COMMISSION-INPUT
               OUTPUT PROCEDURE IS PRODUCE-COMMISSION-REPORT

           PERFORM WRITE-COMMISSION-TOTALS
           CLOSE PRTFILE
           CLOSE COMMPAY
           PERFORM CLOSE-MASTERS

           DISPLAY "COMMRPT1 - " WS-PAID-REP-COUNT
                   " REPS PAID FOR " WS-COMM-YYYYMM
           IF WS-UNKNOWN-REP-COUNT > ZERO AND RETURN-CODE < 4
               DISPLAY "*** COMMRPT1 - " WS-UNKNOWN-REP-COUNT
                       " REPS NOT ON SLSMAS, NOT PAID, SEE "
                       "COMMRPT1 ***"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. NO FALLBACK HERE, SAME AS
      *ARPROOF1 - WITH NO TRUSTED DATE THERE IS NO TELLING WHICH
      *MONTH HAS CLOSED
       GET-BUSINESS-DATE.
           OPEN INPUT RUNCTL
           IF RUNCTL-OPEN-OK
               READ RUNCTL
                   AT END
                       DISPLAY "*** FATAL - RUNCTL IS EMPTY, THE "
                               "OPEN MONTH CANNOT BE DETERMINED ***"
                       CLOSE RUNCTL
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   NOT AT END
                       MOVE RUN-BUSINESS-DATE TO WS-REPORT-DATE
               END-READ
               CLOSE RUNCTL
           ELSE
               DISPLAY "*** FATAL - RUNCTL COULD NOT BE OPENED, "
                       "THE OPEN MONTH CANNOT BE DETERMINED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *THE MONTH PAID IS THE ONE JUST CLOSED - THE MONTH BEFORE THE
      *ONE RUNCTL SAYS IS OPEN - UNLESS THE PARM NAMES ANOTHER. THE
      *OPEN MONTH IS STILL TAKING ENTRIES, SO IT CANNOT BE PAID YET
       SET-COMMISSION-MONTH.
           MOVE WS-REPORT-DATE(1:6) TO WS-OPEN-YYYYMM
           ACCEPT WS-MONTH-PARM FROM COMMAND-LINE
           IF WS-MONTH-PARM = SPACES
               MOVE WS-OPEN-YYYYMM TO WS-COMM-YYYYMM
               IF WS-COMM-MM = 1
                   SUBTRACT 1 FROM WS-COMM-YYYY
                   MOVE 12 TO WS-COMM-MM
               ELSE
                   SUBTRACT 1 FROM WS-COMM-MM
               END-IF
           ELSE
               IF WS-MONTH-PARM IS NOT NUMERIC
                   DISPLAY "*** COMMRPT1 REFUSED - MONTH PARM "
                           WS-MONTH-PARM " IS NOT YYYYMM ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-MONTH-PARM TO WS-COMM-YYYYMM
               IF WS-COMM-MM < 1 OR WS-COMM-MM > 12
                       OR WS-COMM-YYYYMM NOT < WS-OPEN-YYYYMM
                   DISPLAY "*** COMMRPT1 REFUSED - MONTH "
                           WS-COMM-YYYYMM " IS NOT A CLOSED MONTH ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               DISPLAY "COMMRPT1 - PAYING COMMISSION FOR MONTH "
                       WS-COMM-YYYYMM
           END-IF.

      *MASTERS ARE CLOSED TOGETHER ON EVERY WAY OUT AFTER THEY OPEN
       CLOSE-MASTERS.
           CLOSE SLSMAS
           IF CUSTMAS-AVAILABLE
               CLOSE CUSTMAS
           END-IF.

      *SORT'S INPUT PROCEDURE - THE MONTH'S OWN ARCHIVE IS READ
      *FIRST, THEN THE LIVE HISTORY. ONCE MTHCLOS1 HAS SPLIT THE
      *MONTH OUT ITS RECORDS ARE ON THE ARCHIVE ONLY, AND BEFORE
      *THAT ON TRANHIST ONLY
       BUILD-COMMISSION-INPUT.
           MOVE WS-ARCHIVE-NAME TO WS-HIST-FILE-NAME
           MOVE ZERO TO WS-READ-COUNT
           PERFORM RELEASE-HISTORY-ACTIVITY
           MOVE WS-READ-COUNT TO WS-ARCH-READ-COUNT

           MOVE "TRANHIST" TO WS-HIST-FILE-NAME
           MOVE ZERO TO WS-READ-COUNT
           PERFORM RELEASE-HISTORY-ACTIVITY
           MOVE WS-READ-COUNT TO WS-HIST-READ-COUNT.

      *ONE HISTORY FILE. A HISTORY FILE THAT IS NOT THERE SIMPLY
      *CONTRIBUTES NOTHING
       RELEASE-HISTORY-ACTIVITY.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HISTIN
           IF HISTIN-MISSING
               CONTINUE
           ELSE
               IF NOT HISTIN-OPEN-OK
                   DISPLAY "*** FATAL - " WS-HIST-FILE-NAME
                           " COULD NOT BE OPENED, FILE STATUS "
                           WS-HISTIN-STATUS " ***"
                   CLOSE PRTFILE
                   CLOSE COMMPAY
                   PERFORM CLOSE-MASTERS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL INPUT-EOF
                   READ HISTIN
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM RELEASE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTIN
           END-IF.

      *ONE HISTORY RECORD POSTED IN THE MONTH BEING PAID. ONLY THE
      *MERCHANDISE TOTAL IS TAKEN - THE TAX IS CARRIED APART IN
      *HIST-TAX-AMT AND EARNS NO COMMISSION. PAYMENTS ARE CASH, NOT
      *SALES, AND ARE LEFT OUT
       RELEASE-HISTORY-RECORD.
           IF HIST-POST-DATE(1:6) = WS-COMM-YYYYMM
                   AND HIST-TRAN-TYPE NOT = "P"
               ADD 1 TO WS-READ-COUNT
               MOVE HIST-REP-ID  TO CMS-REP-ID
               MOVE HIST-CUST-NO TO CMS-CUST-NO
               MOVE ZERO         TO CMS-SALES
               MOVE ZERO         TO CMS-RETURNS
               MOVE ZERO         TO CMS-CREDITS
               IF HIST-TRAN-TYPE = "R"
                   MOVE HIST-TOTAL TO CMS-RETURNS
               ELSE
                   IF HIST-TRAN-TYPE = "A"
                       MOVE HIST-TOTAL TO CMS-CREDITS
                   ELSE
                       MOVE HIST-TOTAL TO CMS-SALES
                   END-IF
               END-IF
               RELEASE CMS-RECORD
           END-IF.

      *SORT'S OUTPUT PROCEDURE - RETURNS THE SORTED RECORDS ONE AT
      *A TIME AND DRIVES THE REP / CUSTOMER CONTROL BREAK
       PRODUCE-COMMISSION-REPORT.
           PERFORM UNTIL END-OF-SORT
               RETURN COMMSRT
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-COMMISSION-RECORD
               END-RETURN
           END-PERFORM

      *LAST CUSTOMER AND REP STILL NEED PRINTING
           IF NOT NO-RECORDS-YET
               PERFORM FINISH-CUSTOMER
               PERFORM FINISH-REP
           END-IF.

      *ONE SORTED RECORD - A REP CHANGE FINISHES THE PRIOR CUSTOMER
      *AND REP, A CUSTOMER CHANGE JUST THE PRIOR CUSTOMER
       PROCESS-COMMISSION-RECORD.
           IF NO-RECORDS-YET
               MOVE "N" TO WS-FIRST-REC-SW
               PERFORM START-REP
               PERFORM START-CUSTOMER
           END-IF

           IF CMS-REP-ID NOT = WS-PREV-REP-ID
               PERFORM FINISH-CUSTOMER
               PERFORM FINISH-REP
               PERFORM START-REP
               PERFORM START-CUSTOMER
           ELSE
               IF CMS-CUST-NO NOT = WS-PREV-CUST-NO
                   PERFORM FINISH-CUSTOMER
                   PERFORM START-CUSTOMER
               END-IF
           END-IF

           ADD CMS-SALES   TO WS-CUST-SALES
           ADD CMS-RETURNS TO WS-CUST-RETURNS
           ADD CMS-CREDITS TO WS-CUST-CREDITS.

      *LOOKS THE NEW REP UP ON SLSMAS, CLEARS THE REP'S AMOUNTS AND
      *PRINTS THE REP HEADING
       START-REP.
           MOVE CMS-REP-ID TO WS-PREV-REP-ID
           MOVE ZERO       TO WS-REP-SALES
           MOVE ZERO       TO WS-REP-RETURNS
           MOVE ZERO       TO WS-REP-CREDITS
           MOVE ZERO       TO WS-REP-NET
           MOVE ZERO       TO WS-REP-COMMISSION
           MOVE ZERO       TO WS-REP-RATE
           IF CMS-REP-ID = SPACES
               MOVE "H" TO WS-REP-KIND-SW
               MOVE "HOUSE ACCOUNTS" TO WS-REP-NAME
           ELSE
               MOVE CMS-REP-ID TO SLS-MAS-REP-ID
               READ SLSMAS
                   INVALID KEY
                       MOVE "N" TO WS-REP-KIND-SW
                       MOVE "** NOT ON SLSMAS **" TO WS-REP-NAME
                   NOT INVALID KEY
                       MOVE "R" TO WS-REP-KIND-SW
                       MOVE SLS-MAS-NAME      TO WS-REP-NAME
                       MOVE SLS-MAS-COMM-RATE TO WS-REP-RATE
               END-READ
           END-IF

      *EVERY REP STARTS ON A FRESH BLOCK - A NEW PAGE IF THE REP
      *HEADING AND A FEW CUSTOMERS WILL NOT FIT
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE CMS-REP-ID  TO REP-HDG-ID
           MOVE WS-REP-NAME TO REP-HDG-NAME
           IF REP-ON-FILE
               MOVE "COMMISSION RATE " TO REP-HDG-RATE-DESC
               MOVE WS-REP-RATE        TO REP-HDG-RATE
           ELSE
               MOVE SPACES TO REP-HDG-RATE-DESC
               MOVE SPACES TO REP-HDG-RATE-X
           END-IF
           WRITE PRT-LINE FROM REP-HDG-LINE AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

      *CLEARS THE PER-CUSTOMER AMOUNTS FOR THE CUSTOMER NOW STARTING
       START-CUSTOMER.
           MOVE CMS-CUST-NO TO WS-PREV-CUST-NO
           MOVE ZERO        TO WS-CUST-SALES
           MOVE ZERO        TO WS-CUST-RETURNS
           MOVE ZERO        TO WS-CUST-CREDITS.

      *PRINTS ONE CUSTOMER'S LINE AND ROLLS IT INTO THE REP
       FINISH-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           COMPUTE WS-CUST-NET =
               WS-CUST-SALES + WS-CUST-RETURNS + WS-CUST-CREDITS
           ADD WS-CUST-SALES   TO WS-REP-SALES
           ADD WS-CUST-RETURNS TO WS-REP-RETURNS
           ADD WS-CUST-CREDITS TO WS-REP-CREDITS
           ADD WS-CUST-NET     TO WS-REP-NET

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE WS-PREV-CUST-NO TO DTL-CUST-NO
           MOVE SPACES          TO DTL-NAME
           IF CUSTMAS-AVAILABLE
               MOVE WS-PREV-CUST-NO TO CUST-MAS-NO
               READ CUSTMAS
                   INVALID KEY
                       MOVE "** NOT ON CUSTMAS **" TO DTL-NAME
                   NOT INVALID KEY
                       MOVE CUST-MAS-NAME TO DTL-NAME
               END-READ
           END-IF
           MOVE WS-CUST-SALES   TO DTL-SALES
           MOVE WS-CUST-RETURNS TO DTL-RETURNS
           MOVE WS-CUST-CREDITS TO DTL-CREDITS
           MOVE WS-CUST-NET     TO DTL-NET
           WRITE PRT-LINE FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *REP TOTAL AND COMMISSION - A REP ON FILE IS PAID THE RATE ON
      *THEIR NET SALES AND GETS A PAYROLL RECORD. HOUSE ACCOUNTS
      *EARN NOTHING, AND A REP NOT ON SLSMAS HAS NO RATE TO PAY AT
       FINISH-REP.
           ADD WS-REP-SALES   TO WS-TOT-SALES
           ADD WS-REP-RETURNS TO WS-TOT-RETURNS
           ADD WS-REP-CREDITS TO WS-TOT-CREDITS
           ADD WS-REP-NET     TO WS-TOT-NET

           IF REP-ON-FILE
               COMPUTE WS-REP-COMMISSION ROUNDED =
                   WS-REP-NET * WS-REP-RATE / 100
               ADD WS-REP-COMMISSION TO WS-TOT-COMMISSION
               ADD 1 TO WS-PAID-REP-COUNT
               PERFORM WRITE-PAYROLL-RECORD
           END-IF
           IF REP-HOUSE
               ADD WS-REP-NET TO WS-TOT-HOUSE-NET
           END-IF
           IF REP-NOT-ON-FILE
               ADD WS-REP-NET TO WS-TOT-UNPAID-NET
               ADD 1 TO WS-UNKNOWN-REP-COUNT
           END-IF

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE "TOTAL FOR REP"  TO REP-TOT-DESC
           MOVE WS-REP-SALES     TO REP-TOT-SALES
           MOVE WS-REP-RETURNS   TO REP-TOT-RETURNS
           MOVE WS-REP-CREDITS   TO REP-TOT-CREDITS
           MOVE WS-REP-NET       TO REP-TOT-NET
           WRITE PRT-LINE FROM REP-TOT-LINE AFTER ADVANCING 1 LINES

           IF REP-ON-FILE
               MOVE "COMMISSION DUE" TO REP-COMM-DESC
               MOVE WS-REP-COMMISSION TO REP-COMM-AMT
           END-IF
           IF REP-HOUSE
               MOVE "HOUSE ACCOUNTS - NO COMMISSION" TO REP-COMM-DESC
               MOVE SPACES TO REP-COMM-AMT-X
           END-IF
           IF REP-NOT-ON-FILE
               MOVE "*** REP NOT ON SLSMAS - NOT PAID, NO PAYROLL "
                   & "RECORD WRITTEN ***" TO REP-COMM-DESC
               MOVE SPACES TO REP-COMM-AMT-X
           END-IF
           WRITE PRT-LINE FROM REP-COMM-LINE AFTER ADVANCING 1 LINES
           ADD 2 TO WS-LINE-COUNT.

      *ONE PAYROLL INTERFACE RECORD FOR THE REP JUST FINISHED
       WRITE-PAYROLL-RECORD.
           MOVE WS-COMM-YYYYMM    TO CPAY-MONTH
           MOVE WS-PREV-REP-ID    TO CPAY-REP-ID
           MOVE WS-REP-NAME       TO CPAY-REP-NAME
           MOVE WS-REP-NET        TO CPAY-NET-SALES
           MOVE WS-REP-RATE       TO CPAY-COMM-RATE
           MOVE WS-REP-COMMISSION TO CPAY-COMMISSION
           WRITE COMM-PAY-RECORD
           IF NOT COMMPAY-OPEN-OK
               DISPLAY "*** ERROR - COMMPAY WRITE FAILED FOR REP "
                       WS-PREV-REP-ID ", FILE STATUS "
                       WS-COMMPAY-STATUS " ***"
               MOVE 16 TO RETURN-CODE
           END-IF.

      *PAGE HEADERS ARE (RE)PRINTED WHENEVER THE PAGE FILLS UP
       WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO     TO HDG-PAGE-NO
           MOVE WS-COMM-YYYYMM TO HDG-MONTH
           WRITE PRT-LINE FROM HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      *MONTH TOTALS - WRITTEN EVEN FOR A MONTH WITH NO SALES SO THE
      *REPORT ALWAYS SHOWS THE RUN HAPPENED. NET SALES SPLITS INTO
      *WHAT WAS PAID ON, HOUSE BUSINESS AND REPS NOT ON FILE
       WRITE-COMMISSION-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 16
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "HISTORY ENTRIES FROM MONTH ARCHIVE" TO TOT-CNT-DESC
           MOVE WS-ARCH-READ-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "HISTORY ENTRIES FROM TRANHIST" TO TOT-CNT-DESC
           MOVE WS-HIST-READ-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "CUSTOMER LINES" TO TOT-CNT-DESC
           MOVE WS-CUST-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "REPS PAID - PAYROLL RECORDS WRITTEN" TO TOT-CNT-DESC
           MOVE WS-PAID-REP-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "REPS NOT ON SLSMAS - NOT PAID" TO TOT-CNT-DESC
           MOVE WS-UNKNOWN-REP-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "SALES" TO TOT-AMT-DESC
           MOVE WS-TOT-SALES TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "RETURNS" TO TOT-AMT-DESC
           MOVE WS-TOT-RETURNS TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "CREDITS" TO TOT-AMT-DESC
           MOVE WS-TOT-CREDITS TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "NET SALES, TAX EXCLUDED" TO TOT-AMT-DESC
           MOVE WS-TOT-NET TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "  OF WHICH HOUSE ACCOUNTS" TO TOT-AMT-DESC
           MOVE WS-TOT-HOUSE-NET TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "  OF WHICH REPS NOT ON SLSMAS" TO TOT-AMT-DESC
           MOVE WS-TOT-UNPAID-NET TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "COMMISSION DUE" TO TOT-AMT-DESC
           MOVE WS-TOT-COMMISSION TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           IF WS-UNKNOWN-REP-COUNT = ZERO
               MOVE "*** EVERY REP WITH SALES IS ON SLSMAS AND PAID "
                   & "***" TO MSG-TEXT
           ELSE
               MOVE "*** REPS FLAGGED ABOVE ARE NOT ON SLSMAS - SETTLE "
                   & "BY HAND ***" TO MSG-TEXT
           END-IF
           WRITE PRT-LINE FROM MSG-LINE.
