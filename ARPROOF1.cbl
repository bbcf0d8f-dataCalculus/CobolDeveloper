      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: MONTH-END RECEIVABLES SUBLEDGER PROOF - REBUILDS
      *          EVERY CUSTOMER'S EXPECTED BALANCE FROM THE SNAPSHOT
      *          SAVED AT THE LAST CLOSE PLUS THE MONTH'S POSTED
      *          HISTORY (TRANHIST OR ITS TRNHYYYYMM MONTH-CLOSE
      *          ARCHIVE) AND COMPARES IT TO CUST-MAS-BALANCE, SO A
      *          LOST OR DOUBLED BALANCE POSTING SHOWS UP AT THE CLOSE
      *          INSTEAD OF IN A CUSTOMER DISPUTE. LISTS EVERY
      *          OUT-OF-BALANCE CUSTOMER WITH THE DIFFERENCE, TIES THE
      *          MONTH'S TOTALS TO THE ACCOUNTING INTERFACE AMOUNTS
      *          SENT, AND ENDS WITH RETURN CODE 8 WHILE ANYTHING IS
      *          OUT SO THE CLOSE IS HELD. A CLEAN PROOF SAVES THE
      *          MONTH-END BALANCES AS THE NEXT CLOSE'S SNAPSHOT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROOF1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CUSTOMER MASTER - READ FRONT TO BACK IN KEY ORDER, ONLY THE
      *BALANCE IS NEEDED
           SELECT CUSTMAS ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *BALANCE SNAPSHOT FROM THE LAST CLEAN CLOSE - THE STARTING
      *POINT OF THIS MONTH'S PROOF. NONE AT ALL MEANS THIS IS THE
      *FIRST CLOSE, WHICH TAKES THE BASELINE AND PROVES NOTHING
           SELECT BALSNAP  ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALSNAP-STATUS.

      *THE NEW SNAPSHOT IS BUILT HERE AND ONLY COPIED OVER BALSNAP
      *ONCE THE PROOF IS CLEAN, SO A HELD CLOSE CAN BE RERUN FROM
      *THE SAME STARTING POINT AFTER THE FIX
           SELECT SNAPNEW  ASSIGN TO "BALSNAPN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPNEW-STATUS.

      *TRANSACTION HISTORY - THE FILE NAME IS A WORKING-STORAGE
      *FIELD SO THE SAME FD READS THE MONTH'S TRNHYYYYMM ARCHIVE
      *(IF MTHCLOS1 HAS ALREADY MOVED IT) AND THEN THE LIVE TRANHIST
           SELECT HISTIN   ASSIGN TO WS-HIST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTIN-STATUS.

      *TODAY'S TRANSACTION FILE - ENTRIES ALREADY ON CUSTMAS BUT NOT
      *YET POSTED TO HISTORY BY TRNPOST1
           SELECT TRANOUT  ASSIGN TO "TRANOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-STATUS.

      *MONTH-TO-DATE LOG OF THE INTERFACE RECORDS SENT, WRITTEN BY
      *ACCTRCN1 - THE MONTH'S GRAND TOTALS MUST TIE TO IT
           SELECT ACCTSENT ASSIGN TO "ACCTSENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTSENT-STATUS.

      *SORT WORK FILE - BRINGS THE SNAPSHOT, HISTORY, UNPOSTED AND
      *MASTER AMOUNTS TOGETHER BY CUSTOMER NUMBER
           SELECT PRFSRT   ASSIGN TO "PRFSRT1".

      *PRINTED PROOF REPORT
           SELECT PRTFILE  ASSIGN TO "PRFRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE - THE MONTH
      *PROVED IS THE ONE BEFORE THE MONTH IT SAYS IS OPEN
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *RUN-STATUS CONTROL FILE - TELLS WHETHER TODAY'S TRANOUT IS
      *ALREADY ON HISTORY, AND RECORDS A CLEAN PROOF
           SELECT RUNSTAT  ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  BALSNAP.
           COPY "BALSNAP.CPY".

      *SAME SHAPE AS SNAP-RECORD IN BALSNAP.CPY - KEPT SEPARATE
      *BECAUSE COPY REPLACING ONLY SUBSTITUTES WHOLE WORDS, NOT THE
      *SNAP- PREFIX EMBEDDED IN EACH FIELD NAME
       FD  SNAPNEW.
       01  NSNAP-RECORD.
           05  NSNAP-MONTH     PIC 9(6).
           05  NSNAP-CUST-NO   PIC X(15).
           05  NSNAP-BALANCE   PIC S9(9)V99 SIGN LEADING SEPARATE.
       FD  HISTIN.
           COPY "HISTREC.CPY".
       FD  TRANOUT.
           COPY "TRANREC.CPY".
       FD  ACCTSENT.
           COPY "ACCTREC.CPY".

      *ONE AMOUNT FOR ONE CUSTOMER FROM ONE SOURCE. HISTORY AND
      *UNPOSTED ENTRIES CARRY THEIR TAX APART SO THE MONTH'S TOTALS
      *CAN TIE TO THE INTERFACE, WHICH SENDS TAX SEPARATELY
       SD  PRFSRT.
       01  PRF-RECORD.
           05  PRF-CUST-NO     PIC X(15).
           05  PRF-SOURCE      PIC X(1).
               88  PRF-SNAPSHOT          VALUE "S".
               88  PRF-MONTH-ACTIVITY    VALUE "H".
               88  PRF-LATER-ACTIVITY    VALUE "L".
               88  PRF-MASTER            VALUE "C".
           05  PRF-CUST-NAME   PIC X(30).
           05  PRF-AMOUNT      PIC S9(9)V99.
           05  PRF-TAX         PIC S9(9)V99.

       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       FD  RUNSTAT.
           COPY "RUNSTREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-OPEN-OK           VALUE "00".
       01  WS-BALSNAP-STATUS   PIC X(2) VALUE "00".
           88  BALSNAP-OPEN-OK           VALUE "00".
           88  BALSNAP-MISSING           VALUE "35".
       01  WS-SNAPNEW-STATUS   PIC X(2) VALUE "00".
           88  SNAPNEW-OPEN-OK           VALUE "00".
       01  WS-HISTIN-STATUS    PIC X(2) VALUE "00".
           88  HISTIN-OPEN-OK            VALUE "00".
           88  HISTIN-MISSING            VALUE "35".
       01  WS-TRANOUT-STATUS   PIC X(2) VALUE "00".
           88  TRANOUT-OPEN-OK           VALUE "00".
       01  WS-ACCTSENT-STATUS  PIC X(2) VALUE "00".
           88  ACCTSENT-OPEN-OK          VALUE "00".
           88  ACCTSENT-MISSING          VALUE "35".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-EOF-SW           PIC X(1) VALUE "N".
           88  INPUT-EOF                 VALUE "Y".
       01  WS-SORT-EOF-SW      PIC X(1) VALUE "N".
           88  END-OF-SORT               VALUE "Y".

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

      *BUSINESS DATE, THE MONTH IT SAYS IS OPEN, THE MONTH BEING
      *PROVED (THE ONE BEFORE) AND THE MONTH BEFORE THAT, WHICH THE
      *SNAPSHOT MUST BE FOR
       01  WS-REPORT-DATE      PIC 9(8) VALUE ZERO.
       01  WS-OPEN-YYYYMM      PIC 9(6) VALUE ZERO.
       01  WS-PROOF-YYYYMM     PIC 9(6) VALUE ZERO.
       01  WS-PROOF-YYYYMM-R REDEFINES WS-PROOF-YYYYMM.
           05  WS-PROOF-YYYY   PIC 9(4).
           05  WS-PROOF-MM     PIC 9(2).
       01  WS-PRIOR-YYYYMM     PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-YYYYMM-R REDEFINES WS-PRIOR-YYYYMM.
           05  WS-PRIOR-YYYY   PIC 9(4).
           05  WS-PRIOR-MM     PIC 9(2).
       01  WS-POST-YYYYMM      PIC 9(6) VALUE ZERO.
       01  WS-HIST-FILE-NAME   PIC X(10) VALUE "TRANHIST".
       01  WS-ARCHIVE-NAME     PIC X(10) VALUE SPACES.

      *NO SNAPSHOT YET - THIS RUN TAKES THE BASELINE FROM CUSTMAS
      *INSTEAD OF PROVING AGAINST ONE
       01  WS-BASELINE-SW      PIC X(1) VALUE "N".
           88  BASELINE-RUN              VALUE "Y".
       01  WS-SNAP-MONTH       PIC 9(6) VALUE ZERO.

      *ONE CUSTOMER'S AMOUNTS, GATHERED ACROSS THE SORTED RECORDS
      *FOR THAT CUSTOMER NUMBER
       01  WS-FIRST-REC-SW     PIC X(1) VALUE "Y".
           88  NO-RECORDS-YET            VALUE "Y".
       01  WS-PREV-CUST-NO     PIC X(15) VALUE SPACES.
       01  WS-CUST-NAME        PIC X(30) VALUE SPACES.
       01  WS-CUST-ON-FILE-SW  PIC X(1) VALUE "N".
           88  CUST-ON-MASTER            VALUE "Y".
       01  WS-CUST-SNAP        PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-MONTH       PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-LATER       PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-MASTER      PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-EXPECTED    PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-DIFF        PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-MONTH-END   PIC S9(9)V99 VALUE ZERO.

      *GRAND TOTALS - THE SNAPSHOT PLUS THE MONTH PLUS LATER
      *ACTIVITY MUST FOOT TO THE MASTER TOTAL LESS THE DIFFERENCES
       01  WS-CUST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-OUT-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-SNAP-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-MONTH-MERCH      PIC S9(11)V99 VALUE ZERO.
       01  WS-MONTH-TAX        PIC S9(11)V99 VALUE ZERO.
       01  WS-MONTH-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-LATER-TOTAL      PIC S9(11)V99 VALUE ZERO.
       01  WS-MASTER-TOTAL     PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFF-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-NEW-SNAP-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ARCH-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-HIST-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-UNPOSTED-COUNT   PIC 9(9) VALUE ZERO.
       01  WS-READ-COUNT       PIC 9(9) VALUE ZERO.

      *WHAT THE ACCOUNTING INTERFACE WAS SENT FOR THE MONTH - THE
      *MONTH'S MERCHANDISE AND TAX MUST EACH AGREE WITH IT
       01  WS-SENT-TOTAL       PIC S9(11)V99 VALUE ZERO.
       01  WS-SENT-TAX         PIC S9(11)V99 VALUE ZERO.
       01  WS-SENT-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-TIE-SW           PIC X(1) VALUE "N".
           88  INTERFACE-TIES            VALUE "Y".

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.

       01  HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(40) VALUE
               "RECEIVABLES SUBLEDGER MONTH-END PROOF".
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
           05  FILLER          PIC X(15) VALUE "     SNAPSHOT".
           05  FILLER          PIC X(15) VALUE "        MONTH".
           05  FILLER          PIC X(15) VALUE "        LATER".
           05  FILLER          PIC X(15) VALUE "     EXPECTED".
           05  FILLER          PIC X(15) VALUE "      CUSTMAS".
           05  FILLER          PIC X(15) VALUE "   DIFFERENCE".
           05  FILLER          PIC X(4)  VALUE SPACES.

      *ONE LINE PER OUT-OF-BALANCE CUSTOMER - A CUSTOMER THAT PROVES
      *PRINTS NOTHING, SO A CLEAN MONTH IS A PAGE OF TOTALS
       01  DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-CUST-NO     PIC X(15).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-NAME        PIC X(20).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-SNAP        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-MONTH       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-LATER       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-EXPECTED    PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-MASTER      PIC ZZ,ZZZ,ZZ9.99-.
      *ALTERNATE VIEW OF THE MASTER BALANCE SO A CUSTOMER NO LONGER
      *ON CUSTMAS CAN LEAVE IT BLANK INSTEAD OF PRINTING A ZERO
           05  DTL-MASTER-X    REDEFINES DTL-MASTER PIC X(14).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-DIFF        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER          PIC X(5)  VALUE SPACES.

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
           PERFORM SET-PROOF-MONTHS

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "TRNH" DELIMITED BY SIZE
                  WS-PROOF-YYYYMM DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME

           PERFORM CHECK-SNAPSHOT

      *SNAPSHOT ALREADY AT THE MONTH BEING PROVED - THE MONTH HAS
      *PROVED CLEAN ONCE, AND PROVING IT AGAIN FROM ITS OWN MONTH-END
      *WOULD ADD THE MONTH'S HISTORY A SECOND TIME
           IF NOT BASELINE-RUN
               IF WS-SNAP-MONTH = WS-PROOF-YYYYMM
                   DISPLAY "*** ARPROOF1 REFUSED - MONTH "
                           WS-PROOF-YYYYMM " IS ALREADY PROVED ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-SNAP-MONTH NOT = WS-PRIOR-YYYYMM
                   DISPLAY "*** ARPROOF1 REFUSED - SNAPSHOT IS FOR "
                           WS-SNAP-MONTH ", MONTH " WS-PRIOR-YYYYMM
                           " MUST BE PROVED BEFORE "
                           WS-PROOF-YYYYMM " ***"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      *ONCE TRNPOST1 HAS RUN TODAY, TODAY'S ENTRIES ARE ON TRANHIST
      *AND TRANOUT MUST NOT BE COUNTED AGAIN
           MOVE "TRNPOST1" TO WS-CHECK-STEP
           PERFORM CHECK-RUN-STEP
           IF STEP-FOUND
               MOVE "Y" TO WS-DAY-POSTED-SW
           END-IF

           PERFORM TOTAL-SENT-FOR-MONTH

           OPEN OUTPUT PRTFILE

           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - PRFRPT1 COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SNAPNEW

           IF NOT SNAPNEW-OPEN-OK
               DISPLAY "*** FATAL - BALSNAPN COULD NOT BE OPENED, "
                       "FILE STATUS " WS-SNAPNEW-STATUS " ***"
               CLOSE PRTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SORT PRFSRT
               ON ASCENDING KEY PRF-CUST-NO
               INPUT PROCEDURE IS BUILD-PROOF-INPUT
               OUTPUT PROCEDURE IS PRODUCE-PROOF-REPORT

           CLOSE SNAPNEW

           IF WS-MONTH-MERCH = WS-SENT-TOTAL
                   AND WS-MONTH-TAX = WS-SENT-TAX
               MOVE "Y" TO WS-TIE-SW
           END-IF

           PERFORM WRITE-PROOF-TOTALS
           CLOSE PRTFILE

      *THE NEW SNAPSHOT REPLACES THE OLD ONE ONLY ON A CLEAN PROOF
      *OR A BASELINE - WHILE ANYTHING IS OUT THE CLOSE IS HELD AND
      *THE NEXT RUN STARTS FROM THE SAME SNAPSHOT
           IF BASELINE-RUN
               PERFORM INSTALL-NEW-SNAPSHOT
               DISPLAY "*** ARPROOF1 - NO SNAPSHOT ON FILE, BASELINE "
                       "TAKEN FOR " WS-PROOF-YYYYMM
                       " - NOTHING PROVED THIS RUN ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-OUT-COUNT = ZERO AND INTERFACE-TIES
                   PERFORM INSTALL-NEW-SNAPSHOT
                   MOVE "ARPROOF1" TO WS-CHECK-STEP
                   PERFORM RECORD-RUN-STEP
                   DISPLAY "ARPROOF1 - " WS-CUST-COUNT
                           " CUSTOMERS PROVED FOR " WS-PROOF-YYYYMM
               ELSE
                   DISPLAY "*** ARPROOF1 - " WS-OUT-COUNT
                           " CUSTOMERS OUT OF BALANCE FOR "
                           WS-PROOF-YYYYMM ", SEE PRFRPT1 - CLOSE "
                           "HELD ***"
                   IF NOT INTERFACE-TIES
                       DISPLAY "*** ARPROOF1 - MONTH TOTALS DO NOT "
                               "TIE TO ACCTSENT ***"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. NO FALLBACK HERE, SAME AS
      *MTHCLOS1 - WITH NO TRUSTED DATE THERE IS NO TELLING WHICH
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

      *THE MONTH PROVED IS THE ONE JUST CLOSED - THE MONTH BEFORE
      *THE ONE RUNCTL SAYS IS OPEN - AND THE SNAPSHOT IT STARTS FROM
      *IS THE MONTH BEFORE THAT
       SET-PROOF-MONTHS.
           MOVE WS-REPORT-DATE(1:6) TO WS-OPEN-YYYYMM
           MOVE WS-OPEN-YYYYMM      TO WS-PROOF-YYYYMM
           IF WS-PROOF-MM = 1
               SUBTRACT 1 FROM WS-PROOF-YYYY
               MOVE 12 TO WS-PROOF-MM
           ELSE
               SUBTRACT 1 FROM WS-PROOF-MM
           END-IF
           MOVE WS-PROOF-YYYYMM TO WS-PRIOR-YYYYMM
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF.

      *READS THE FIRST SNAPSHOT RECORD FOR THE MONTH IT STANDS AT.
      *NO FILE, OR AN EMPTY ONE, MEANS NO CLOSE HAS EVER PROVED
       CHECK-SNAPSHOT.
           OPEN INPUT BALSNAP
           IF BALSNAP-MISSING
               MOVE "Y" TO WS-BASELINE-SW
           ELSE
               IF NOT BALSNAP-OPEN-OK
                   DISPLAY "*** FATAL - BALSNAP COULD NOT BE OPENED, "
                           "FILE STATUS " WS-BALSNAP-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               READ BALSNAP
                   AT END
                       MOVE "Y" TO WS-BASELINE-SW
                   NOT AT END
                       MOVE SNAP-MONTH TO WS-SNAP-MONTH
               END-READ
               CLOSE BALSNAP
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

      *APPENDS THIS STEP'S COMPLETION RECORD FOR THE BUSINESS DATE
      *SO THE STEPS BEHIND IT IN THE JOB STREAM CAN CHECK IT RAN
       RECORD-RUN-STEP.
           OPEN EXTEND RUNSTAT
           IF RUNSTAT-MISSING
               OPEN OUTPUT RUNSTAT
               CLOSE RUNSTAT
               OPEN EXTEND RUNSTAT
           END-IF
           IF NOT RUNSTAT-OPEN-OK
               DISPLAY "*** WARNING - RUNSTAT COULD NOT BE "
                       "OPENED, FILE STATUS " WS-RUNSTAT-STATUS
                       " - COMPLETION NOT RECORDED ***"
           ELSE
               MOVE WS-REPORT-DATE        TO RUNST-DATE
               MOVE WS-CHECK-STEP         TO RUNST-STEP
               MOVE FUNCTION CURRENT-DATE TO RUNST-TIMESTAMP
               WRITE RUNST-RECORD
               CLOSE RUNSTAT
           END-IF.

      *TOTALS WHAT ACCTRCN1 LOGGED AS SENT FOR THE MONTH BEING
      *PROVED. NO LOG AT ALL LEAVES THE SENT TOTALS AT ZERO, WHICH
      *ONLY TIES FOR A MONTH WITH NO ACTIVITY
       TOTAL-SENT-FOR-MONTH.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT ACCTSENT
           IF ACCTSENT-MISSING
               DISPLAY "*** WARNING - ACCTSENT NOT FOUND, NOTHING "
                       "TO TIE THE MONTH TO ***"
           ELSE
               IF NOT ACCTSENT-OPEN-OK
                   DISPLAY "*** FATAL - ACCTSENT COULD NOT BE OPENED, "
                           "FILE STATUS " WS-ACCTSENT-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL INPUT-EOF
                   READ ACCTSENT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF ACCT-DATE(1:6) = WS-PROOF-YYYYMM
                               ADD 1          TO WS-SENT-COUNT
                               ADD ACCT-TOTAL TO WS-SENT-TOTAL
                               ADD ACCT-TAX   TO WS-SENT-TAX
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTSENT
           END-IF.

      *SORT'S INPUT PROCEDURE - RELEASES THE SNAPSHOT BALANCES, THE
      *MONTH'S AND ANY LATER HISTORY, TODAY'S UNPOSTED ENTRIES AND
      *THE MASTER BALANCES, ONE SORT RECORD EACH
       BUILD-PROOF-INPUT.
           IF NOT BASELINE-RUN
               PERFORM RELEASE-SNAPSHOT-BALANCES
           END-IF

      *THE MONTH'S OWN ARCHIVE IS READ FIRST, THEN THE LIVE HISTORY.
      *ONCE MTHCLOS1 HAS SPLIT THE MONTH OUT ITS RECORDS ARE ON THE
      *ARCHIVE ONLY, AND BEFORE THAT ON TRANHIST ONLY - A MONTH
      *FOUND ON BOTH WAS ARCHIVED TWICE AND THE PROOF WILL SAY SO
           MOVE WS-ARCHIVE-NAME TO WS-HIST-FILE-NAME
           MOVE ZERO TO WS-READ-COUNT
           PERFORM RELEASE-HISTORY-ACTIVITY
           MOVE WS-READ-COUNT TO WS-ARCH-READ-COUNT

           MOVE "TRANHIST" TO WS-HIST-FILE-NAME
           MOVE ZERO TO WS-READ-COUNT
           PERFORM RELEASE-HISTORY-ACTIVITY
           MOVE WS-READ-COUNT TO WS-HIST-READ-COUNT

           IF NOT DAY-ALREADY-POSTED
               PERFORM RELEASE-UNPOSTED-ENTRIES
           END-IF

           PERFORM RELEASE-MASTER-BALANCES.

      *EVERY CUSTOMER'S BALANCE AS AT THE LAST CLEAN CLOSE
       RELEASE-SNAPSHOT-BALANCES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT BALSNAP
           IF NOT BALSNAP-OPEN-OK
               DISPLAY "*** FATAL - BALSNAP COULD NOT BE RE-OPENED, "
                       "FILE STATUS " WS-BALSNAP-STATUS " ***"
               CLOSE PRTFILE
               CLOSE SNAPNEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ BALSNAP
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE SNAP-CUST-NO  TO PRF-CUST-NO
                       MOVE "S"           TO PRF-SOURCE
                       MOVE SPACES        TO PRF-CUST-NAME
                       MOVE SNAP-BALANCE  TO PRF-AMOUNT
                       MOVE ZERO          TO PRF-TAX
                       RELEASE PRF-RECORD
               END-READ
           END-PERFORM
           CLOSE BALSNAP.

      *ONE HISTORY FILE - ENTRIES POSTED IN THE MONTH BEING PROVED
      *ARE THE MONTH'S ACTIVITY, ENTRIES POSTED SINCE ARE ALREADY ON
      *CUSTMAS TOO AND ARE CARRIED AS LATER ACTIVITY. OLDER ENTRIES
      *ARE INSIDE THE SNAPSHOT ALREADY. A HISTORY FILE THAT IS NOT
      *THERE SIMPLY CONTRIBUTES NOTHING
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
                   CLOSE SNAPNEW
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

      *ONE HISTORY RECORD, SORTED INTO THE MONTH OR LATER BY ITS
      *POSTING DATE
       RELEASE-HISTORY-RECORD.
           MOVE HIST-POST-DATE(1:6) TO WS-POST-YYYYMM
           IF WS-POST-YYYYMM >= WS-PROOF-YYYYMM
               ADD 1 TO WS-READ-COUNT
               MOVE HIST-CUST-NO    TO PRF-CUST-NO
               MOVE SPACES          TO PRF-CUST-NAME
               MOVE HIST-TOTAL      TO PRF-AMOUNT
               MOVE HIST-TAX-AMT    TO PRF-TAX
               IF WS-POST-YYYYMM = WS-PROOF-YYYYMM
                   MOVE "H" TO PRF-SOURCE
               ELSE
                   MOVE "L" TO PRF-SOURCE
               END-IF
               RELEASE PRF-RECORD
           END-IF.

      *TODAY'S ENTRIES NOT YET POSTED TO HISTORY - ALREADY ON THE
      *MASTER BALANCE, SO CARRIED AS LATER ACTIVITY. VOIDED ENTRIES
      *WERE REVERSED OFF THE BALANCE AND ARE LEFT OUT
       RELEASE-UNPOSTED-ENTRIES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT TRANOUT
           IF TRANOUT-OPEN-OK
               PERFORM UNTIL INPUT-EOF
                   READ TRANOUT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF NOT TRAN-VOIDED
                               ADD 1 TO WS-UNPOSTED-COUNT
                               MOVE TRAN-CUST-NO TO PRF-CUST-NO
                               MOVE "L"          TO PRF-SOURCE
                               MOVE SPACES       TO PRF-CUST-NAME
                               MOVE TRAN-TOTAL   TO PRF-AMOUNT
                               MOVE TRAN-TAX-AMT TO PRF-TAX
                               RELEASE PRF-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANOUT
           END-IF.

      *EVERY CUSTOMER'S BALANCE AS IT STANDS ON CUSTMAS NOW
       RELEASE-MASTER-BALANCES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT CUSTMAS
           IF NOT CUSTMAS-OPEN-OK
               DISPLAY "*** FATAL - CUSTMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTMAS-STATUS " ***"
               CLOSE PRTFILE
               CLOSE SNAPNEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ CUSTMAS NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE CUST-MAS-NO      TO PRF-CUST-NO
                       MOVE "C"              TO PRF-SOURCE
                       MOVE CUST-MAS-NAME    TO PRF-CUST-NAME
                       MOVE CUST-MAS-BALANCE TO PRF-AMOUNT
                       MOVE ZERO             TO PRF-TAX
                       RELEASE PRF-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTMAS.

      *SORT'S OUTPUT PROCEDURE - RETURNS THE SORTED RECORDS ONE AT
      *A TIME AND DRIVES THE CUSTOMER-NUMBER CONTROL BREAK
       PRODUCE-PROOF-REPORT.
           PERFORM UNTIL END-OF-SORT
               RETURN PRFSRT
                   AT END
                       MOVE "Y" TO WS-SORT-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-PROOF-RECORD
               END-RETURN
           END-PERFORM

      *LAST CUSTOMER STILL NEEDS PROVING
           IF NOT NO-RECORDS-YET
               PERFORM PROVE-CUSTOMER
           END-IF.

      *ONE SORTED RECORD - A CUSTOMER NUMBER CHANGE PROVES THE PRIOR
      *CUSTOMER BEFORE THE NEW ONE'S AMOUNTS START GATHERING
       PROCESS-PROOF-RECORD.
           IF NO-RECORDS-YET
               MOVE "N" TO WS-FIRST-REC-SW
               PERFORM START-CUSTOMER
           END-IF

           IF PRF-CUST-NO NOT = WS-PREV-CUST-NO
               PERFORM PROVE-CUSTOMER
               PERFORM START-CUSTOMER
           END-IF

           IF PRF-SNAPSHOT
               ADD PRF-AMOUNT TO WS-CUST-SNAP
           END-IF
           IF PRF-MONTH-ACTIVITY
               ADD PRF-AMOUNT TO WS-CUST-MONTH
               ADD PRF-TAX    TO WS-CUST-MONTH
               ADD PRF-AMOUNT TO WS-MONTH-MERCH
               ADD PRF-TAX    TO WS-MONTH-TAX
           END-IF
           IF PRF-LATER-ACTIVITY
               ADD PRF-AMOUNT TO WS-CUST-LATER
               ADD PRF-TAX    TO WS-CUST-LATER
           END-IF
           IF PRF-MASTER
               MOVE "Y"           TO WS-CUST-ON-FILE-SW
               MOVE PRF-CUST-NAME TO WS-CUST-NAME
               ADD PRF-AMOUNT     TO WS-CUST-MASTER
           END-IF.

      *CLEARS THE PER-CUSTOMER AMOUNTS FOR THE CUSTOMER NOW STARTING
       START-CUSTOMER.
           MOVE PRF-CUST-NO TO WS-PREV-CUST-NO
           MOVE SPACES      TO WS-CUST-NAME
           MOVE "N"         TO WS-CUST-ON-FILE-SW
           MOVE ZERO        TO WS-CUST-SNAP
           MOVE ZERO        TO WS-CUST-MONTH
           MOVE ZERO        TO WS-CUST-LATER
           MOVE ZERO        TO WS-CUST-MASTER.

      *ONE CUSTOMER'S PROOF - SNAPSHOT PLUS THE MONTH PLUS LATER
      *ACTIVITY MUST EQUAL THE MASTER BALANCE. A CUSTOMER GONE FROM
      *CUSTMAS MUST HAVE NOTHING LEFT TO EXPLAIN. THE MONTH-END
      *BALANCE GOES TO THE NEW SNAPSHOT EITHER WAY. ON A BASELINE
      *RUN THE MONTH-END BALANCE IS TAKEN FROM CUSTMAS LESS LATER
      *ACTIVITY AND NOTHING IS PROVED
       PROVE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT
           ADD WS-CUST-SNAP   TO WS-SNAP-TOTAL
           ADD WS-CUST-MONTH  TO WS-MONTH-TOTAL
           ADD WS-CUST-LATER  TO WS-LATER-TOTAL
           ADD WS-CUST-MASTER TO WS-MASTER-TOTAL

           IF BASELINE-RUN
               COMPUTE WS-CUST-MONTH-END =
                   WS-CUST-MASTER - WS-CUST-LATER
           ELSE
               COMPUTE WS-CUST-EXPECTED =
                   WS-CUST-SNAP + WS-CUST-MONTH + WS-CUST-LATER
               COMPUTE WS-CUST-DIFF =
                   WS-CUST-MASTER - WS-CUST-EXPECTED
               COMPUTE WS-CUST-MONTH-END =
                   WS-CUST-SNAP + WS-CUST-MONTH
               IF WS-CUST-DIFF NOT = ZERO
                   ADD 1 TO WS-OUT-COUNT
                   ADD WS-CUST-DIFF TO WS-DIFF-TOTAL
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF

           IF CUST-ON-MASTER
               MOVE WS-PROOF-YYYYMM   TO NSNAP-MONTH
               MOVE WS-PREV-CUST-NO   TO NSNAP-CUST-NO
               MOVE WS-CUST-MONTH-END TO NSNAP-BALANCE
               WRITE NSNAP-RECORD
               ADD 1 TO WS-NEW-SNAP-COUNT
           END-IF.

      *PRINTS ONE OUT-OF-BALANCE CUSTOMER
       WRITE-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE WS-PREV-CUST-NO  TO DTL-CUST-NO
           MOVE WS-CUST-SNAP     TO DTL-SNAP
           MOVE WS-CUST-MONTH    TO DTL-MONTH
           MOVE WS-CUST-LATER    TO DTL-LATER
           MOVE WS-CUST-EXPECTED TO DTL-EXPECTED
           MOVE WS-CUST-DIFF     TO DTL-DIFF
           IF CUST-ON-MASTER
               MOVE WS-CUST-NAME   TO DTL-NAME
               MOVE WS-CUST-MASTER TO DTL-MASTER
           ELSE
               MOVE "** NOT ON CUSTMAS **" TO DTL-NAME
               MOVE SPACES                 TO DTL-MASTER-X
           END-IF
           WRITE PRT-LINE FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *PAGE HEADERS ARE (RE)PRINTED WHENEVER THE PAGE FILLS UP
       WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO      TO HDG-PAGE-NO
           MOVE WS-PROOF-YYYYMM TO HDG-MONTH
           WRITE PRT-LINE FROM HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      *PROOF TOTALS - WRITTEN EVEN ON A CLEAN MONTH SO THE REPORT
      *ALWAYS SHOWS THE PROOF RAN, AND WHAT IT TIED TO
       WRITE-PROOF-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "CUSTOMERS" TO TOT-CNT-DESC
           MOVE WS-CUST-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "CUSTOMERS OUT OF BALANCE" TO TOT-CNT-DESC
           MOVE WS-OUT-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "HISTORY RECORDS FROM MONTH ARCHIVE" TO TOT-CNT-DESC
           MOVE WS-ARCH-READ-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "HISTORY RECORDS FROM TRANHIST" TO TOT-CNT-DESC
           MOVE WS-HIST-READ-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "UNPOSTED ENTRIES FROM TRANOUT" TO TOT-CNT-DESC
           MOVE WS-UNPOSTED-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "SNAPSHOT BALANCES AT LAST CLOSE" TO TOT-AMT-DESC
           MOVE WS-SNAP-TOTAL TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "MONTH ACTIVITY INCLUDING TAX" TO TOT-AMT-DESC
           MOVE WS-MONTH-TOTAL TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "LATER ACTIVITY INCLUDING TAX" TO TOT-AMT-DESC
           MOVE WS-LATER-TOTAL TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "CUSTMAS BALANCES" TO TOT-AMT-DESC
           MOVE WS-MASTER-TOTAL TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "NET DIFFERENCE" TO TOT-AMT-DESC
           MOVE WS-DIFF-TOTAL TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "MONTH MERCHANDISE AND PAYMENTS" TO TOT-AMT-DESC
           MOVE WS-MONTH-MERCH TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "SENT TO ACCOUNTING FOR THE MONTH" TO TOT-AMT-DESC
           MOVE WS-SENT-TOTAL TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "MONTH SALES TAX" TO TOT-AMT-DESC
           MOVE WS-MONTH-TAX TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "SALES TAX SENT FOR THE MONTH" TO TOT-AMT-DESC
           MOVE WS-SENT-TAX TO TOT-AMT
           WRITE PRT-LINE FROM TOT-AMT-LINE
           MOVE "INTERFACE RECORDS SENT FOR THE MONTH" TO TOT-CNT-DESC
           MOVE WS-SENT-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           IF BASELINE-RUN
               MOVE "*** NO SNAPSHOT ON FILE - BASELINE TAKEN FROM "
                   & "CUSTMAS, NOTHING PROVED ***" TO MSG-TEXT
               WRITE PRT-LINE FROM MSG-LINE
           ELSE
               IF WS-OUT-COUNT = ZERO
                   MOVE "*** EVERY CUSTOMER BALANCE PROVES TO HISTORY "
                       & "***" TO MSG-TEXT
               ELSE
                   MOVE "*** OUT OF BALANCE - CLOSE HELD UNTIL EVERY "
                       & "CUSTOMER ABOVE IS RESOLVED ***" TO MSG-TEXT
               END-IF
               WRITE PRT-LINE FROM MSG-LINE
               IF INTERFACE-TIES
                   MOVE "*** MONTH TOTALS TIE TO THE ACCOUNTING "
                       & "INTERFACE ***" TO MSG-TEXT
               ELSE
                   MOVE "*** MONTH TOTALS DO NOT TIE TO THE "
                       & "ACCOUNTING INTERFACE - CLOSE HELD ***"
                       TO MSG-TEXT
               END-IF
               WRITE PRT-LINE FROM MSG-LINE
           END-IF
           MOVE "NEW SNAPSHOT RECORDS BUILT" TO TOT-CNT-DESC
           MOVE WS-NEW-SNAP-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE.

      *COPIES THE NEW SNAPSHOT OVER BALSNAP, FIELD FOR FIELD. A
      *FAILURE PART WAY LEAVES THE NEW SNAPSHOT ON BALSNAPN TO
      *RECOVER FROM
       INSTALL-NEW-SNAPSHOT.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT SNAPNEW
           IF NOT SNAPNEW-OPEN-OK
               DISPLAY "*** FATAL - BALSNAPN COULD NOT BE RE-OPENED, "
                       "FILE STATUS " WS-SNAPNEW-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BALSNAP
           IF NOT BALSNAP-OPEN-OK
               DISPLAY "*** FATAL - BALSNAP COULD NOT BE REWRITTEN, "
                       "FILE STATUS " WS-BALSNAP-STATUS
                       " - THE NEW SNAPSHOT IS ON BALSNAPN ***"
               CLOSE SNAPNEW
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL INPUT-EOF
               READ SNAPNEW
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       MOVE NSNAP-MONTH   TO SNAP-MONTH
                       MOVE NSNAP-CUST-NO TO SNAP-CUST-NO
                       MOVE NSNAP-BALANCE TO SNAP-BALANCE
                       WRITE SNAP-RECORD
               END-READ
           END-PERFORM
           CLOSE SNAPNEW
           CLOSE BALSNAP.
