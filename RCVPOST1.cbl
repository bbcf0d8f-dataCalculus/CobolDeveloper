      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: POSTS STOCK RECEIVED AT THE DOCK AGAINST THE OPEN
      *          PURCHASE ORDERS POGEN1 RAISED. EACH RCVIN RECORD
      *          NAMES A PO LINE AND THE QUANTITY COUNTED IN - THE
      *          QUANTITY IS ADDED TO THE ITEM'S ON-HAND COUNT ON
      *          ITEMMAS, TRACED ON THE ITEMAUD AUDIT TRAIL, AND
      *          ADDED TO THE LINE'S QUANTITY RECEIVED ON OPENPO. A
      *          LINE RECEIVED IN FULL (OR OVER) IS CLOSED; A SHORT
      *          ONE STAYS OPEN FOR THE REST. THE RCVRPT1 REPORT
      *          LISTS EVERY RECEIPT AS COMPLETE, SHORT, OVER OR
      *          REJECTED, THEN EVERY PO LINE STILL OPEN, SO STOCK
      *          NOW REACHES ON-HAND THROUGH A RECEIPT RATHER THAN A
      *          NEW COUNT KEYED INTO ITEMMNT1
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVPOST1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *RECEIPTS KEYED FROM THE PACKING SLIPS
           SELECT RCVIN    ASSIGN TO "RCVIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVIN-STATUS.

      *OPEN PURCHASE-ORDER LINES - READ AND REWRITTEN BY KEY FOR
      *EACH RECEIPT, THEN READ FRONT TO BACK FOR THE OPEN-LINE LIST
           SELECT OPENPO   ASSIGN TO "OPENPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-LINE-KEY
               ALTERNATE RECORD KEY IS PO-ITEM-CODE WITH DUPLICATES
               FILE STATUS IS WS-OPENPO-STATUS.

      *ITEM MASTER - ON-HAND COUNT IS ADDED TO IN PLACE
           SELECT ITEMMAS  ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *ITEM MAINTENANCE AUDIT TRAIL - ONE RECORD PER RECEIPT POSTED,
      *SO EVERY CHANGE TO ON-HAND CAN BE TRACED TO ITS SOURCE
           SELECT ITEMAUD  ASSIGN TO "ITEMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEMAUD-STATUS.

      *PRINTED RECEIVING REPORT
           SELECT PRTFILE  ASSIGN TO "RCVRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE RECEIPTS ARE
      *DATED WITH AND OPEN LINES ARE AGED TO
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
      *MASTER-FILE RECOVERY JOURNAL - A BEFORE AND AFTER IMAGE OF
      *EVERY ITEMMAS UPDATE MADE HERE IS APPENDED SO MSTRCOV1 CAN
      *ROLL THE LAST BACKUP FORWARD
           SELECT MSTJRNL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RCVIN.
           COPY "RCVREC.CPY".
       FD  OPENPO.
           COPY "POREC.CPY".
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".
       FD  ITEMAUD.
           COPY "IMAUDREC.CPY".
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
       01  WS-RCVIN-STATUS     PIC X(2) VALUE "00".
           88  RCVIN-OPEN-OK             VALUE "00".
       01  WS-OPENPO-STATUS    PIC X(2) VALUE "00".
           88  OPENPO-IO-OK              VALUE "00".
       01  WS-ITEMMAS-STATUS   PIC X(2) VALUE "00".
           88  ITEMMAS-IO-OK             VALUE "00".
       01  WS-ITEMAUD-STATUS   PIC X(2) VALUE "00".
           88  ITEMAUD-OPEN-OK           VALUE "00".
           88  ITEMAUD-MISSING           VALUE "35".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-RCV-EOF-SW       PIC X(1) VALUE "N".
           88  RCV-EOF                   VALUE "Y".
       01  WS-PO-EOF-SW        PIC X(1) VALUE "N".
           88  PO-LINES-DONE             VALUE "Y".

      *SET AS EACH RECEIPT PASSES ITS CHECKS - ANYTHING LEFT IN THE
      *REASON FIELD REJECTS IT
       01  WS-REJECT-REASON    PIC X(30).

       01  WS-REPORT-DATE      PIC 9(8).
       01  WS-TODAY-DAY-NUMBER PIC 9(9) COMP.
       01  WS-DAYS-OPEN        PIC S9(9) COMP.

      *QUANTITIES FOR THE RECEIPT BEING POSTED
       01  WS-PREV-RECEIVED    PIC 9(5) VALUE ZERO.
       01  WS-NEW-RECEIVED     PIC 9(6) VALUE ZERO.
       01  WS-QTY-DIFF         PIC 9(6) VALUE ZERO.
       01  WS-OLD-ON-HAND      PIC S9(5) VALUE ZERO.
       01  WS-AUDIT-REASON     PIC X(40).

       01  WS-RECEIPT-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-POSTED-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-REJECT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-COMPLETE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-SHORT-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-OVER-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-OPEN-LINE-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-UNITS-RECEIVED   PIC 9(9) VALUE ZERO.

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.

      *RECEIPTS SECTION
       01  HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  HDG-TITLE       PIC X(35).
           05  FILLER          PIC X(14) VALUE "BUSINESS DATE ".
           05  HDG-DATE        PIC 9999/99/99.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PAGE NO. ".
           05  HDG-PAGE-NO     PIC ZZZ9.
           05  FILLER          PIC X(54) VALUE SPACES.

       01  RCV-HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "PO NO".
           05  FILLER          PIC X(5)  VALUE "LINE".
           05  FILLER          PIC X(7)  VALUE "ITEM".
           05  FILLER          PIC X(9)  VALUE " ORDERED".
           05  FILLER          PIC X(9)  VALUE "   PRIOR".
           05  FILLER          PIC X(9)  VALUE "  THIS".
           05  FILLER          PIC X(9)  VALUE "   TOTAL".
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  FILLER          PIC X(72) VALUE "RESULT".

      *ONE LINE PER RECEIPT READ
       01  RCV-DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  RCVD-PO-NO      PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCVD-LINE-NO    PIC 9(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCVD-ITEM-CODE  PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCVD-ORDERED    PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RCVD-PRIOR      PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  RCVD-THIS       PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCVD-TOTAL      PIC ZZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  RCVD-RESULT     PIC X(10).
           05  RCVD-DIFF       PIC ZZZ,ZZZ.
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  RCVD-REASON     PIC X(30).
           05  FILLER          PIC X(24) VALUE SPACES.

      *OPEN-LINE SECTION
       01  OPN-HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(9)  VALUE "PO NO".
           05  FILLER          PIC X(5)  VALUE "LINE".
           05  FILLER          PIC X(7)  VALUE "ITEM".
           05  FILLER          PIC X(8)  VALUE "VENDOR".
           05  FILLER          PIC X(12) VALUE "ORDER DATE".
           05  FILLER          PIC X(9)  VALUE " ORDERED".
           05  FILLER          PIC X(9)  VALUE "RECEIVED".
           05  FILLER          PIC X(9)  VALUE "    OWED".
           05  FILLER          PIC X(9)  VALUE "DAYS OPEN".
           05  FILLER          PIC X(54) VALUE SPACES.

      *ONE LINE PER PO LINE STILL WAITING FOR STOCK
       01  OPN-DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  OPND-PO-NO      PIC 9(7).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OPND-LINE-NO    PIC 9(3).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OPND-ITEM-CODE  PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OPND-VENDOR-NO  PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  OPND-ORDER-DATE PIC 9999/99/99.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  OPND-ORDERED    PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  OPND-RECEIVED   PIC ZZ,ZZ9.
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  OPND-OWED       PIC ZZ,ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  OPND-DAYS-OPEN  PIC ZZ,ZZ9.
           05  FILLER          PIC X(55) VALUE SPACES.

       01  SUM-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SUM-DESC        PIC X(36).
           05  SUM-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(84) VALUE SPACES.

       01  BLANK-LINE          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE)

           OPEN INPUT RCVIN

           IF NOT RCVIN-OPEN-OK
               DISPLAY "*** FATAL - RCVIN COULD NOT BE OPENED, "
                       "FILE STATUS " WS-RCVIN-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O OPENPO

           IF NOT OPENPO-IO-OK
               DISPLAY "*** FATAL - OPENPO COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENPO-STATUS " ***"
               CLOSE RCVIN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ITEMMAS

           IF NOT ITEMMAS-IO-OK
               DISPLAY "*** FATAL - ITEMMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-ITEMMAS-STATUS " ***"
               CLOSE RCVIN
               CLOSE OPENPO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *THE AUDIT TRAIL IS APPENDED TO, AND CREATED EMPTY IF
      *ITEMMNT1 HAS NEVER RUN
           OPEN EXTEND ITEMAUD
           IF ITEMAUD-MISSING
               OPEN OUTPUT ITEMAUD
               CLOSE ITEMAUD
               OPEN EXTEND ITEMAUD
           END-IF

           IF NOT ITEMAUD-OPEN-OK
               DISPLAY "*** FATAL - ITEMAUD COULD NOT BE OPENED, "
                       "FILE STATUS " WS-ITEMAUD-STATUS " ***"
               CLOSE RCVIN
               CLOSE OPENPO
               CLOSE ITEMMAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRTFILE

           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - RCVRPT1 COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               CLOSE RCVIN
               CLOSE OPENPO
               CLOSE ITEMMAS
               CLOSE ITEMAUD
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      *RECOVERY JOURNAL - EVERY ON-HAND POSTING GOES ON IT.
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
               CLOSE RCVIN
               CLOSE OPENPO
               CLOSE ITEMMAS
               CLOSE ITEMAUD
               CLOSE PRTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "STOCK RECEIVING REPORT" TO HDG-TITLE
           PERFORM UNTIL RCV-EOF
               READ RCVIN
                   AT END
                       MOVE "Y" TO WS-RCV-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECEIPT-COUNT
                       PERFORM POST-RECEIPT
               END-READ
           END-PERFORM

           PERFORM LIST-OPEN-PO-LINES
           PERFORM WRITE-RECEIVING-SUMMARY

           CLOSE RCVIN
           CLOSE OPENPO
           CLOSE ITEMMAS
           CLOSE ITEMAUD
           CLOSE PRTFILE
           CLOSE MSTJRNL

      *A REJECTED RECEIPT IS STOCK ON THE SHELF THAT IS NOT ON THE
      *BOOKS - THE STEP ENDS WITH A WARNING CODE SO IT IS LOOKED AT
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "RCVPOST1 - " WS-POSTED-COUNT " OF "
                   WS-RECEIPT-COUNT " RECEIPTS POSTED, "
                   WS-REJECT-COUNT " REJECTED, "
                   WS-OPEN-LINE-COUNT " PO LINES STILL OPEN"
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

      *ONE RECEIPT - CHECKED AGAINST THE PO LINE AND THE ITEM
      *MASTER FIRST, SO A BAD SLIP CHANGES NEITHER FILE
       POST-RECEIPT.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO   TO WS-PREV-RECEIVED
           MOVE ZERO   TO WS-NEW-RECEIVED

           IF RCV-QTY IS NOT NUMERIC OR RCV-QTY = ZERO
               MOVE "QUANTITY NOT A POSITIVE NUMBER"
                   TO WS-REJECT-REASON
           ELSE
               MOVE RCV-PO-NO      TO PO-NO
               MOVE RCV-PO-LINE-NO TO PO-LINE-NO
               READ OPENPO
                   INVALID KEY
                       MOVE "PO LINE NOT ON FILE" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF PO-LINE-CLOSED
                           MOVE "PO LINE ALREADY CLOSED"
                               TO WS-REJECT-REASON
                       ELSE
                           IF PO-ITEM-CODE NOT = RCV-ITEM-CODE
                               MOVE "ITEM DOES NOT MATCH PO LINE"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE RCV-ITEM-CODE TO ITEM-MAS-CODE
               READ ITEMMAS
                   INVALID KEY
                       MOVE "ITEM NOT ON ITEMMAS" TO WS-REJECT-REASON
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM ADD-TO-ON-HAND
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM UPDATE-PO-LINE
           END-IF

           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-POSTED-COUNT
               ADD RCV-QTY TO WS-UNITS-RECEIVED
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM WRITE-RECEIPT-LINE.

      *ADDS THE QUANTITY TO ON-HAND AND TRACES IT ON THE ITEM AUDIT
      *TRAIL UNDER THE RECEIVER'S ID
       ADD-TO-ON-HAND.
           MOVE ITEM-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE
           MOVE ITEM-MAS-ON-HAND TO WS-OLD-ON-HAND
           ADD RCV-QTY TO ITEM-MAS-ON-HAND
               ON SIZE ERROR
                   MOVE "ON-HAND WOULD OVERFLOW" TO WS-REJECT-REASON
           END-ADD
           IF WS-REJECT-REASON = SPACES
               REWRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       MOVE "ITEMMAS REWRITE FAILED"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE "C" TO JRNL-ACTION
                       PERFORM JOURNAL-ITEMMAS-UPDATE
                       PERFORM WRITE-RECEIPT-AUDIT
               END-REWRITE
           END-IF.

      *ONE ITEMAUD RECORD PER RECEIPT - ONLY ON-HAND CHANGES, SO
      *EVERY OTHER BEFORE AND AFTER VALUE IS THE SAME
       WRITE-RECEIPT-AUDIT.
           MOVE SPACES TO WS-AUDIT-REASON
           STRING "PO " DELIMITED BY SIZE
                  RCV-PO-NO DELIMITED BY SIZE
                  " LINE " DELIMITED BY SIZE
                  RCV-PO-LINE-NO DELIMITED BY SIZE
                  " RECEIVED" DELIMITED BY SIZE
               INTO WS-AUDIT-REASON
           END-STRING
           MOVE FUNCTION CURRENT-DATE  TO IMAUD-TIMESTAMP
           IF RCV-RECEIVER-ID = SPACES
               MOVE "RCVPOST1"         TO IMAUD-USER-ID
           ELSE
               MOVE RCV-RECEIVER-ID    TO IMAUD-USER-ID
           END-IF
           MOVE "RECEIV"               TO IMAUD-ACTION
           MOVE ITEM-MAS-CODE          TO IMAUD-ITEM-CODE
           MOVE ITEM-MAS-DESC          TO IMAUD-OLD-DESC
           MOVE ITEM-MAS-DESC          TO IMAUD-NEW-DESC
           MOVE ITEM-MAS-PRICE         TO IMAUD-OLD-PRICE
           MOVE ITEM-MAS-PRICE         TO IMAUD-NEW-PRICE
           MOVE WS-OLD-ON-HAND         TO IMAUD-OLD-ONHAND
           MOVE ITEM-MAS-ON-HAND       TO IMAUD-NEW-ONHAND
           MOVE ITEM-MAS-REORDER-PT    TO IMAUD-OLD-REORDER
           MOVE ITEM-MAS-REORDER-PT    TO IMAUD-NEW-REORDER
           MOVE ITEM-MAS-TAXABLE       TO IMAUD-OLD-TAXABLE
           MOVE ITEM-MAS-TAXABLE       TO IMAUD-NEW-TAXABLE
           MOVE ITEM-MAS-VENDOR-NO     TO IMAUD-OLD-VENDOR
           MOVE ITEM-MAS-VENDOR-NO     TO IMAUD-NEW-VENDOR
           MOVE ITEM-MAS-REORDER-QTY   TO IMAUD-OLD-REORD-QTY
           MOVE ITEM-MAS-REORDER-QTY   TO IMAUD-NEW-REORD-QTY
           MOVE "ACCEPTED"             TO IMAUD-STATUS
           MOVE WS-AUDIT-REASON        TO IMAUD-REASON
           WRITE IMAUD-RECORD.

      *ADDS THE DELIVERY TO THE LINE - ONCE ALL (OR MORE THAN) WAS
      *ORDERED HAS ARRIVED THE LINE IS CLOSED
       UPDATE-PO-LINE.
           MOVE PO-QTY-RECEIVED TO WS-PREV-RECEIVED
           COMPUTE WS-NEW-RECEIVED = PO-QTY-RECEIVED + RCV-QTY
           IF WS-NEW-RECEIVED > 99999
               MOVE 99999 TO PO-QTY-RECEIVED
           ELSE
               MOVE WS-NEW-RECEIVED TO PO-QTY-RECEIVED
           END-IF
           MOVE WS-REPORT-DATE TO PO-LAST-RCV-DATE
           IF WS-NEW-RECEIVED >= PO-QTY-ORDERED
               MOVE "C" TO PO-LINE-STATUS
           END-IF
           REWRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR - PO " PO-NO " LINE " PO-LINE-NO
                           " COULD NOT BE REWRITTEN AFTER ON-HAND WAS "
                           "POSTED, FILE STATUS " WS-OPENPO-STATUS
                           " ***"
           END-REWRITE.

      *ONE REPORT LINE PER RECEIPT - A POSTED ONE SHOWS WHETHER THE
      *LINE IS NOW COMPLETE, STILL SHORT (AND BY HOW MUCH) OR OVER
      *RECEIVED, A REJECTED ONE SHOWS WHY
       WRITE-RECEIPT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-RECEIPT-HEADINGS
           END-IF
           MOVE RCV-PO-NO      TO RCVD-PO-NO
           MOVE RCV-PO-LINE-NO TO RCVD-LINE-NO
           MOVE RCV-ITEM-CODE  TO RCVD-ITEM-CODE
           MOVE ZERO           TO RCVD-DIFF
           MOVE SPACES         TO RCVD-REASON
           IF WS-REJECT-REASON = SPACES
               MOVE PO-QTY-ORDERED   TO RCVD-ORDERED
               MOVE WS-PREV-RECEIVED TO RCVD-PRIOR
               MOVE RCV-QTY          TO RCVD-THIS
               MOVE WS-NEW-RECEIVED  TO RCVD-TOTAL
               EVALUATE TRUE
                   WHEN WS-NEW-RECEIVED = PO-QTY-ORDERED
                       MOVE "COMPLETE" TO RCVD-RESULT
                       ADD 1 TO WS-COMPLETE-COUNT
                   WHEN WS-NEW-RECEIVED < PO-QTY-ORDERED
                       MOVE "SHORT" TO RCVD-RESULT
                       COMPUTE WS-QTY-DIFF =
                           PO-QTY-ORDERED - WS-NEW-RECEIVED
                       MOVE WS-QTY-DIFF TO RCVD-DIFF
                       ADD 1 TO WS-SHORT-COUNT
                   WHEN OTHER
                       MOVE "OVER" TO RCVD-RESULT
                       COMPUTE WS-QTY-DIFF =
                           WS-NEW-RECEIVED - PO-QTY-ORDERED
                       MOVE WS-QTY-DIFF TO RCVD-DIFF
                       ADD 1 TO WS-OVER-COUNT
               END-EVALUATE
           ELSE
               MOVE ZERO       TO RCVD-ORDERED
               MOVE ZERO       TO RCVD-PRIOR
               MOVE ZERO       TO RCVD-TOTAL
               IF RCV-QTY IS NUMERIC
                   MOVE RCV-QTY TO RCVD-THIS
               ELSE
                   MOVE ZERO    TO RCVD-THIS
               END-IF
               MOVE "REJECTED"       TO RCVD-RESULT
               MOVE WS-REJECT-REASON TO RCVD-REASON
           END-IF
           WRITE PRT-LINE FROM RCV-DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *EVERY PO LINE STILL WAITING FOR STOCK, IN PO ORDER, WITH HOW
      *MUCH IS OWED AND HOW LONG IT HAS BEEN ON ORDER
       LIST-OPEN-PO-LINES.
           MOVE "OPEN PURCHASE ORDER LINES" TO HDG-TITLE
           PERFORM WRITE-OPEN-LINE-HEADINGS
           MOVE "N" TO WS-PO-EOF-SW
           MOVE LOW-VALUES TO PO-LINE-KEY
           START OPENPO KEY IS NOT LESS THAN PO-LINE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PO-EOF-SW
           END-START
           PERFORM UNTIL PO-LINES-DONE
               READ OPENPO NEXT
                   AT END
                       MOVE "Y" TO WS-PO-EOF-SW
                   NOT AT END
                       IF PO-LINE-OPEN
                           PERFORM WRITE-OPEN-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *ONE OPEN PO LINE
       WRITE-OPEN-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-OPEN-LINE-HEADINGS
           END-IF
           ADD 1 TO WS-OPEN-LINE-COUNT
           MOVE PO-NO           TO OPND-PO-NO
           MOVE PO-LINE-NO      TO OPND-LINE-NO
           MOVE PO-ITEM-CODE    TO OPND-ITEM-CODE
           MOVE PO-VENDOR-NO    TO OPND-VENDOR-NO
           MOVE PO-ORDER-DATE   TO OPND-ORDER-DATE
           MOVE PO-QTY-ORDERED  TO OPND-ORDERED
           MOVE PO-QTY-RECEIVED TO OPND-RECEIVED
           COMPUTE WS-QTY-DIFF = PO-QTY-ORDERED - PO-QTY-RECEIVED
           MOVE WS-QTY-DIFF     TO OPND-OWED
           COMPUTE WS-DAYS-OPEN = WS-TODAY-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE(PO-ORDER-DATE)
           IF WS-DAYS-OPEN < ZERO
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN    TO OPND-DAYS-OPEN
           WRITE PRT-LINE FROM OPN-DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *PAGE HEADERS FOR THE RECEIPTS SECTION
       WRITE-RECEIPT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO     TO HDG-PAGE-NO
           MOVE WS-REPORT-DATE TO HDG-DATE
           WRITE PRT-LINE FROM HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM RCV-HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      *PAGE HEADERS FOR THE OPEN-LINE SECTION
       WRITE-OPEN-LINE-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO     TO HDG-PAGE-NO
           MOVE WS-REPORT-DATE TO HDG-DATE
           WRITE PRT-LINE FROM HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM OPN-HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      *COUNTS AT THE BOTTOM SO AN EMPTY REPORT STILL PROVES THE
      *WHOLE RECEIPTS FILE WAS READ
       WRITE-RECEIVING-SUMMARY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-OPEN-LINE-HEADINGS
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "RECEIPTS READ" TO SUM-DESC
           MOVE WS-RECEIPT-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "RECEIPTS POSTED" TO SUM-DESC
           MOVE WS-POSTED-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "  LINES NOW COMPLETE" TO SUM-DESC
           MOVE WS-COMPLETE-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "  LINES STILL SHORT" TO SUM-DESC
           MOVE WS-SHORT-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "  LINES OVER RECEIVED" TO SUM-DESC
           MOVE WS-OVER-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "UNITS ADDED TO ON-HAND" TO SUM-DESC
           MOVE WS-UNITS-RECEIVED TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "*** RECEIPTS REJECTED" TO SUM-DESC
           MOVE WS-REJECT-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "PO LINES STILL OPEN" TO SUM-DESC
           MOVE WS-OPEN-LINE-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE.

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
           MOVE WS-REPORT-DATE        TO JRNL-BUS-DATE
           MOVE "RCVPOST1" TO JRNL-PROGRAM
           WRITE JRNL-RECORD
           IF NOT MSTJRNL-IO-OK
               DISPLAY "*** WARNING - MSTJRNL WRITE FAILED, FILE "
                       "STATUS " WS-MSTJRNL-STATUS " - " JRNL-KEY
                       " IS NOT JOURNALLED ***"
           END-IF.
