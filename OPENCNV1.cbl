      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: ONE-TIME CUTOVER TO OPEN-ITEM RECEIVABLES. READS THE
      *          CUSTOMER MASTER AND LOADS THE NEW OPEN-ITEM FILE WITH
      *          ONE BROUGHT-FORWARD ITEM PER CUSTOMER CARRYING A
      *          BALANCE, NUMBERED FROM THE INVOICE-NUMBER CONTROL
      *          FILE AND DATED THE RUNCTL BUSINESS DATE, SO BALANCES
      *          OWED FROM BEFORE INVOICES WERE NUMBERED CAN BE PAID
      *          OFF BY PAYMENT1 AND AGED BY STMTGEN1 LIKE ANY OTHER
      *          OPEN ITEM. A DEBIT BALANCE BECOMES AN AMOUNT OWED, A
      *          CREDIT BALANCE AN OPEN CREDIT. RUN ONCE, AFTER A
      *          CLEAN DAY END AND BEFORE THE FIRST ENTRY SESSION -
      *          IT REFUSES TO RUN OVER AN OPEN-ITEM FILE ALREADY ON
      *          DISK, SINCE THAT WOULD DOUBLE EVERY BALANCE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENCNV1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *CUSTOMER MASTER - READ FRONT TO BACK FOR EACH BALANCE
           SELECT CUSTMAS  ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

      *OPEN-ITEM FILE BUILT BY THIS RUN - CUSTOMERS COME OFF THE
      *MASTER IN KEY ORDER AND EACH GETS A HIGHER INVOICE NUMBER,
      *SO THE ITEMS ARE WRITTEN IN KEY ORDER TOO
           SELECT OPENITEM ASSIGN TO "OPENITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPEN-ITEM-KEY
               FILE STATUS IS WS-OPENITEM-STATUS.

      *INVOICE-NUMBER CONTROL FILE INTRO1 AND PAYMENT1 NUMBER FROM -
      *READ FOR THE STARTING NUMBER, REWRITTEN WITH THE LAST ONE USED
           SELECT INVCTL   ASSIGN TO "INVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVCTL-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE THE BROUGHT-
      *FORWARD ITEMS ARE DATED WITH
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  OPENITEM.
           COPY "OPENITEM.CPY".
       FD  INVCTL.
           COPY "INVCTL.CPY".
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-OPEN-OK           VALUE "00".
       01  WS-OPENITEM-STATUS  PIC X(2) VALUE "00".
           88  OPENITEM-OPEN-OK          VALUE "00".
           88  OPENITEM-MISSING          VALUE "35".
       01  WS-INVCTL-STATUS    PIC X(2) VALUE "00".
           88  INVCTL-OPEN-OK            VALUE "00".
           88  INVCTL-MISSING            VALUE "35".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-CUST-EOF-SW      PIC X(1) VALUE "N".
           88  CUST-EOF                  VALUE "Y".

      *BUSINESS DATE EVERY BROUGHT-FORWARD ITEM IS DATED WITH - THE
      *REAL AGE OF AN OLD BALANCE IS NOT KNOWN, SO IT STARTS CURRENT
       01  WS-REPORT-DATE      PIC 9(8).

      *LAST INVOICE NUMBER USED - STARTS FROM THE CONTROL FILE AND
      *IS WRITTEN BACK AT THE END OF THE RUN
       01  WS-INVOICE-NO       PIC 9(9) VALUE ZERO.

      *THE DAY'S ENTRY SEQUENCE RIDES ON THE SAME CONTROL RECORD -
      *HELD HERE SO THE REWRITE PUTS IT BACK UNCHANGED
       01  WS-SEQ-DATE         PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-SEQ        PIC 9(5) VALUE ZERO.

       01  WS-CUST-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-ITEM-TOTAL       PIC S9(9)V99 VALUE ZERO.
       01  WS-ITEM-TOTAL-OUT   PIC ZZZ,ZZZ,ZZ9.99-.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE

      *AN OPEN-ITEM FILE ALREADY ON DISK MEANS THE CUTOVER HAS RUN,
      *OR ENTRY HAS STARTED WRITING ITEMS - LOADING THE MASTER
      *BALANCES ON TOP WOULD COUNT THEM TWICE
           OPEN INPUT OPENITEM
           IF OPENITEM-OPEN-OK
               CLOSE OPENITEM
               DISPLAY "*** OPENCNV1 REFUSED - OPENITEM ALREADY "
                       "EXISTS, THE CUTOVER HAS ALREADY RUN ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT OPENITEM-MISSING
               DISPLAY "*** FATAL - OPENITEM COULD NOT BE CHECKED, "
                       "FILE STATUS " WS-OPENITEM-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM GET-LAST-INVOICE-NUMBER

           OPEN INPUT CUSTMAS
           IF NOT CUSTMAS-OPEN-OK
               DISPLAY "*** FATAL - CUSTMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-CUSTMAS-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT OPENITEM
           IF NOT OPENITEM-OPEN-OK
               DISPLAY "*** FATAL - OPENITEM COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENITEM-STATUS " ***"
               CLOSE CUSTMAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL CUST-EOF
               READ CUSTMAS NEXT
                   AT END
                       MOVE "Y" TO WS-CUST-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CUST-COUNT
                       IF CUST-MAS-BALANCE NOT = ZERO
                           PERFORM WRITE-BROUGHT-FORWARD-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CUSTMAS
           CLOSE OPENITEM

           PERFORM SAVE-LAST-INVOICE-NUMBER

           MOVE WS-ITEM-TOTAL TO WS-ITEM-TOTAL-OUT
           DISPLAY "OPENCNV1 - READ " WS-CUST-COUNT
                   " CUSTOMERS, WROTE " WS-ITEM-COUNT
                   " BROUGHT-FORWARD ITEMS TOTALLING "
                   WS-ITEM-TOTAL-OUT
           DISPLAY "OPENCNV1 - LAST INVOICE NUMBER USED "
                   WS-INVOICE-NO
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

      *STARTING NUMBER - NO CONTROL FILE YET MEANS NO NUMBER HAS
      *BEEN USED
       GET-LAST-INVOICE-NUMBER.
           OPEN INPUT INVCTL
           IF INVCTL-OPEN-OK
               READ INVCTL
                   NOT AT END
                       MOVE INV-LAST-NUMBER    TO WS-INVOICE-NO
                       MOVE INV-SEQ-DATE       TO WS-SEQ-DATE
                       MOVE INV-LAST-ENTRY-SEQ TO WS-ENTRY-SEQ
               END-READ
               CLOSE INVCTL
           ELSE
               IF NOT INVCTL-MISSING
                   DISPLAY "*** FATAL - INVCTL COULD NOT BE OPENED, "
                           "FILE STATUS " WS-INVCTL-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *ONE BROUGHT-FORWARD ITEM FOR THE WHOLE MASTER BALANCE -
      *OPEN, NOTHING YET APPLIED AGAINST IT
       WRITE-BROUGHT-FORWARD-ITEM.
           ADD 1 TO WS-INVOICE-NO
           MOVE CUST-MAS-NO      TO OPEN-CUST-NO
           MOVE WS-INVOICE-NO    TO OPEN-INVOICE-NO
           MOVE WS-REPORT-DATE   TO OPEN-INVOICE-DATE
           MOVE "B"              TO OPEN-TRAN-TYPE
           MOVE CUST-MAS-BALANCE TO OPEN-ORIGINAL-AMT
           MOVE CUST-MAS-BALANCE TO OPEN-BALANCE
           MOVE "O"              TO OPEN-STATUS
           MOVE ZERO             TO OPEN-LAST-APPL-DATE
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR - OPEN ITEM FOR CUSTOMER "
                           CUST-MAS-NO " COULD NOT BE WRITTEN, "
                           "FILE STATUS " WS-OPENITEM-STATUS " ***"
               NOT INVALID KEY
                   ADD 1 TO WS-ITEM-COUNT
                   ADD CUST-MAS-BALANCE TO WS-ITEM-TOTAL
           END-WRITE.

      *WRITES BACK THE LAST NUMBER USED SO THE NEXT ENTRY OR
      *PAYMENT CARRIES ON FROM IT
       SAVE-LAST-INVOICE-NUMBER.
           OPEN OUTPUT INVCTL
           IF NOT INVCTL-OPEN-OK
               DISPLAY "*** FATAL - INVCTL COULD NOT BE REWRITTEN, "
                       "FILE STATUS " WS-INVCTL-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-INVOICE-NO TO INV-LAST-NUMBER
           MOVE WS-SEQ-DATE   TO INV-SEQ-DATE
           MOVE WS-ENTRY-SEQ  TO INV-LAST-ENTRY-SEQ
           WRITE INVOICE-CONTROL-RECORD
           CLOSE INVCTL.
