      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: FIRST STEP OF THE DAY-END STREAM - COPIES THE
      *          CUSTOMER AND ITEM MASTERS, RECORD FOR RECORD, TO A
      *          BACKUP GENERATION DATED WITH THE BUSINESS DATE
      *          (CMBKYYYYMMDD AND IMBKYYYYMMDD) AND RECORDS THE STEP
      *          ON RUNSTAT, WITH THE TIME THE COPY STARTED, SO
      *          TRNPOST1 WILL NOT RUN WITHOUT IT. INTRO1 AND PAYMENT1
      *          REWRITE BALANCES AND ON-HAND COUNTS IN PLACE ALL DAY;
      *          MSTRCOV1 REBUILDS EITHER MASTER FROM THE LATEST OF
      *          THESE GENERATIONS PLUS THE MSTJRNL RECOVERY JOURNAL
      *          WHEN A SESSION ABENDS PART WAY OR A MASTER IS
      *          DAMAGED. RUN WITH NO ENTRY OR MAINTENANCE SESSION
      *          ACTIVE SO THE COPY IS A CONSISTENT POINT
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTBKUP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CUSTOMER MASTER - READ FRONT TO BACK IN KEY ORDER
           SELECT CUSTMAS  ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *ITEM MASTER - READ FRONT TO BACK IN KEY ORDER
           SELECT ITEMMAS  ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *BACKUP GENERATIONS - NAMED FOR THE MASTER AND THE BUSINESS
      *DATE (E.G. CMBK20261015), ONE WHOLE MASTER RECORD PER LINE
      *IN KEY ORDER SO MSTRCOV1 CAN RELOAD THEM AS THEY COME. EACH
      *DAY GETS ITS OWN FILE, SO EARLIER GENERATIONS ARE KEPT
           SELECT CUSTBKUP ASSIGN TO WS-CUST-BKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTBKUP-STATUS.

           SELECT ITEMBKUP ASSIGN TO WS-ITEM-BKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMBKUP-STATUS.

      *RUN-CONTROL FILE - THE BUSINESS DATE NAMES THE GENERATION
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

      *RUN-STATUS CONTROL FILE - A SECOND BACKUP FOR THE SAME DATE
      *IS REFUSED, AND THE COMPLETION RECORD TELLS TRNPOST1 THE
      *MASTERS ARE SAFE AND TELLS MSTRCOV1 WHEN THE COPY WAS TAKEN
           SELECT RUNSTAT  ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".

      *A WHOLE MASTER RECORD, LEFT-JUSTIFIED AND SPACE-FILLED - THE
      *SAME WIDTH AS THE RECOVERY JOURNAL'S IMAGES
       FD  CUSTBKUP.
       01  CUST-BKUP-RECORD    PIC X(100).
       FD  ITEMBKUP.
       01  ITEM-BKUP-RECORD    PIC X(100).
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       FD  RUNSTAT.
           COPY "RUNSTREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-OPEN-OK           VALUE "00".
           88  CUSTMAS-MISSING           VALUE "35".
       01  WS-ITEMMAS-STATUS   PIC X(2) VALUE "00".
           88  ITEMMAS-OPEN-OK           VALUE "00".
           88  ITEMMAS-MISSING           VALUE "35".
       01  WS-CUSTBKUP-STATUS  PIC X(2) VALUE "00".
           88  CUSTBKUP-IO-OK            VALUE "00".
       01  WS-ITEMBKUP-STATUS  PIC X(2) VALUE "00".
           88  ITEMBKUP-IO-OK            VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-EOF-SW           PIC X(1) VALUE "N".
           88  INPUT-EOF                 VALUE "Y".

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

      *BUSINESS DATE, THE GENERATION NAMES BUILT FROM IT, AND THE
      *TIME THE COPY STARTED - RECOVERY REAPPLIES ONLY THE JOURNAL
      *RECORDS STAMPED AFTER THAT
       01  WS-REPORT-DATE      PIC 9(8) VALUE ZERO.
       01  WS-CUST-BKUP-NAME   PIC X(12) VALUE SPACES.
       01  WS-ITEM-BKUP-NAME   PIC X(12) VALUE SPACES.
       01  WS-BACKUP-TIMESTAMP PIC X(21) VALUE SPACES.

      *RECORDS COPIED, SHOWN ON THE CONSOLE FOR THE RUN LOG
       01  WS-CUST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE

      *STEP-ORDER CHECK - THE DATE'S GENERATION IS TAKEN ONCE. A
      *SECOND COPY LATER IN THE DAY WOULD OVERWRITE IT WITH A
      *DIFFERENT POINT IN TIME THAN ITS RUN-STATUS RECORD SAYS
           MOVE "MSTBKUP1" TO WS-CHECK-STEP
           PERFORM CHECK-RUN-STEP
           IF STEP-FOUND
               DISPLAY "*** MSTBKUP1 REFUSED - THE MASTERS HAVE "
                       "ALREADY BEEN BACKED UP FOR BUSINESS DATE "
                       WS-REPORT-DATE " ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-CUST-BKUP-NAME
           STRING "CMBK" DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-CUST-BKUP-NAME
           MOVE SPACES TO WS-ITEM-BKUP-NAME
           STRING "IMBK" DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-ITEM-BKUP-NAME

           MOVE FUNCTION CURRENT-DATE TO WS-BACKUP-TIMESTAMP

           PERFORM BACKUP-CUSTOMER-MASTER
           PERFORM BACKUP-ITEM-MASTER

           MOVE "MSTBKUP1" TO WS-CHECK-STEP
           PERFORM RECORD-RUN-STEP

           DISPLAY "MSTBKUP1 - " WS-CUST-COUNT " CUSTOMERS TO "
                   WS-CUST-BKUP-NAME ", " WS-ITEM-COUNT
                   " ITEMS TO " WS-ITEM-BKUP-NAME
           GOBACK.

      *THE BUSINESS DATE COMES FROM THE RUN-CONTROL FILE THAT THE
      *DATEADV1 OPERATOR STEP MAINTAINS. NO FALLBACK HERE - A
      *GENERATION NAMED FOR THE WRONG DAY IS ONE RECOVERY WOULD
      *PICK UP AS THE WRONG STARTING POINT
       GET-BUSINESS-DATE.
           OPEN INPUT RUNCTL
           IF RUNCTL-OPEN-OK
               READ RUNCTL
                   AT END
                       DISPLAY "*** FATAL - RUNCTL IS EMPTY, THE "
                               "BACKUP CANNOT BE DATED ***"
                       CLOSE RUNCTL
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   NOT AT END
                       MOVE RUN-BUSINESS-DATE TO WS-REPORT-DATE
               END-READ
               CLOSE RUNCTL
           ELSE
               DISPLAY "*** FATAL - RUNCTL COULD NOT BE OPENED, "
                       "THE BACKUP CANNOT BE DATED ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *COPIES EVERY CUSTOMER MASTER RECORD TO THE DATE'S GENERATION.
      *NO MASTER YET (A NEW INSTALLATION) STILL WRITES AN EMPTY
      *GENERATION, SO RECOVERY HAS A STARTING POINT AND REBUILDS
      *THE WHOLE FILE FROM THE JOURNAL'S ADDS
       BACKUP-CUSTOMER-MASTER.
           OPEN OUTPUT CUSTBKUP
           IF NOT CUSTBKUP-IO-OK
               DISPLAY "*** FATAL - " WS-CUST-BKUP-NAME
                       " COULD NOT BE OPENED, FILE STATUS "
                       WS-CUSTBKUP-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTMAS
           IF CUSTMAS-MISSING
               DISPLAY "*** WARNING - CUSTMAS NOT FOUND, "
                       WS-CUST-BKUP-NAME " IS EMPTY ***"
           ELSE
               IF NOT CUSTMAS-OPEN-OK
                   DISPLAY "*** FATAL - CUSTMAS COULD NOT BE OPENED, "
                           "FILE STATUS " WS-CUSTMAS-STATUS " ***"
                   CLOSE CUSTBKUP
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL INPUT-EOF
                   READ CUSTMAS NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE CUST-MASTER-RECORD TO CUST-BKUP-RECORD
                           WRITE CUST-BKUP-RECORD
                           PERFORM CHECK-CUST-BKUP-WRITE
                           ADD 1 TO WS-CUST-COUNT
                   END-READ
               END-PERFORM
               CLOSE CUSTMAS
           END-IF
           CLOSE CUSTBKUP.

      *A SHORT BACKUP IS WORSE THAN NONE - RECOVERY WOULD TRUST IT -
      *SO A FAILED WRITE ENDS THE RUN WITHOUT RECORDING THE STEP
       CHECK-CUST-BKUP-WRITE.
           IF NOT CUSTBKUP-IO-OK
               DISPLAY "*** FATAL - WRITE TO " WS-CUST-BKUP-NAME
                       " FAILED, FILE STATUS " WS-CUSTBKUP-STATUS
                       " - BACKUP NOT TAKEN ***"
               CLOSE CUSTMAS
               CLOSE CUSTBKUP
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *COPIES EVERY ITEM MASTER RECORD TO THE DATE'S GENERATION,
      *THE SAME WAY AS THE CUSTOMER MASTER
       BACKUP-ITEM-MASTER.
           OPEN OUTPUT ITEMBKUP
           IF NOT ITEMBKUP-IO-OK
               DISPLAY "*** FATAL - " WS-ITEM-BKUP-NAME
                       " COULD NOT BE OPENED, FILE STATUS "
                       WS-ITEMBKUP-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ITEMMAS
           IF ITEMMAS-MISSING
               DISPLAY "*** WARNING - ITEMMAS NOT FOUND, "
                       WS-ITEM-BKUP-NAME " IS EMPTY ***"
           ELSE
               IF NOT ITEMMAS-OPEN-OK
                   DISPLAY "*** FATAL - ITEMMAS COULD NOT BE OPENED, "
                           "FILE STATUS " WS-ITEMMAS-STATUS " ***"
                   CLOSE ITEMBKUP
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE "N" TO WS-EOF-SW
               PERFORM UNTIL INPUT-EOF
                   READ ITEMMAS NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           MOVE ITEM-MASTER-RECORD TO ITEM-BKUP-RECORD
                           WRITE ITEM-BKUP-RECORD
                           PERFORM CHECK-ITEM-BKUP-WRITE
                           ADD 1 TO WS-ITEM-COUNT
                   END-READ
               END-PERFORM
               CLOSE ITEMMAS
           END-IF
           CLOSE ITEMBKUP.

      *SAME AS THE CUSTOMER SIDE - A SHORT GENERATION ENDS THE RUN
       CHECK-ITEM-BKUP-WRITE.
           IF NOT ITEMBKUP-IO-OK
               DISPLAY "*** FATAL - WRITE TO " WS-ITEM-BKUP-NAME
                       " FAILED, FILE STATUS " WS-ITEMBKUP-STATUS
                       " - BACKUP NOT TAKEN ***"
               CLOSE ITEMMAS
               CLOSE ITEMBKUP
               MOVE 16 TO RETURN-CODE
               GOBACK
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

      *APPENDS THE BACKUP'S COMPLETION RECORD FOR THE BUSINESS DATE.
      *THE TIMESTAMP IS WHEN THE COPY STARTED, NOT WHEN IT ENDED -
      *THAT IS THE POINT THE GENERATION STANDS AT FOR RECOVERY
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
               MOVE WS-REPORT-DATE      TO RUNST-DATE
               MOVE WS-CHECK-STEP       TO RUNST-STEP
               MOVE WS-BACKUP-TIMESTAMP TO RUNST-TIMESTAMP
               WRITE RUNST-RECORD
               CLOSE RUNSTAT
           END-IF.
