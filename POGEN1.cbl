      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: TURNS THE REORDER LIST STKRPT1 WRITES INTO PURCHASE
      *          ORDERS. THE LIST IS SORTED BY PREFERRED VENDOR AND
      *          EACH VENDOR GETS ONE PURCHASE ORDER, NUMBERED FROM
      *          THE POCTL CONTROL FILE, WITH ONE LINE PER ITEM FOR
      *          THE ITEM'S STANDARD REORDER QUANTITY. EVERY ORDER IS
      *          PRINTED ON ITS OWN PAGE FOR MAILING TO POPRINT AND
      *          EVERY LINE IS WRITTEN TO THE OPENPO FILE RCVPOST1
      *          RECEIVES AGAINST. AN ITEM WITH NO PREFERRED VENDOR,
      *          A VENDOR NOT ON VENDMAS, A ZERO REORDER QUANTITY OR
      *          STOCK ALREADY ON AN OPEN PO IS NOT ORDERED, AND IS
      *          LISTED AFTER THE ORDERS FOR PURCHASING TO DEAL WITH
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POGEN1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *REORDER LIST WRITTEN BY STKRPT1, READ HERE AS SORT INPUT
           SELECT REORDLST ASSIGN TO "REORDLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDLST-STATUS.

      *SORT WORK FILE - PUTS THE LIST IN VENDOR ORDER SO THE
      *CONTROL BREAK BELOW CAN START A NEW ORDER PER VENDOR
           SELECT SORTWORK ASSIGN TO "SORTWK1".

      *VENDOR MASTER - NAME AND ADDRESS FOR THE ORDER HEADING
           SELECT VENDMAS  ASSIGN TO "VENDMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEND-MAS-NO
               FILE STATUS IS WS-VENDMAS-STATUS.

      *OPEN PURCHASE-ORDER LINES - ONE WRITTEN PER LINE ORDERED.
      *THE ITEM-CODE ALTERNATE KEY CATCHES AN ITEM ALREADY ON ORDER
      *WHEN THE REORDER LIST IS OLDER THAN THE LAST RUN
           SELECT OPENPO   ASSIGN TO "OPENPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-LINE-KEY
               ALTERNATE RECORD KEY IS PO-ITEM-CODE WITH DUPLICATES
               FILE STATUS IS WS-OPENPO-STATUS.

      *PO-NUMBER CONTROL FILE - READ FOR THE STARTING NUMBER,
      *REWRITTEN WITH THE LAST ONE USED
           SELECT POCTL    ASSIGN TO "POCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POCTL-STATUS.

      *PRINTED PURCHASE ORDERS AND THE NOT-ORDERED LIST
           SELECT PRTFILE  ASSIGN TO "POPRINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

      *RUN-CONTROL FILE CARRYING THE BUSINESS DATE THE ORDERS ARE
      *DATED WITH
           SELECT RUNCTL   ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REORDLST.
           COPY "REORDREC.CPY".
       SD  SORTWORK.
       01  SORT-RECORD.
           05  SORT-VENDOR-NO      PIC X(6).
           05  SORT-ITEM-CODE      PIC X(5).
           05  SORT-ITEM-DESC      PIC X(30).
           05  SORT-ON-HAND        PIC S9(5) SIGN LEADING SEPARATE.
           05  SORT-REORDER-PT     PIC 9(5).
           05  SORT-REORDER-QTY    PIC 9(5).
       FD  VENDMAS.
           COPY "VENDMAS.CPY".
       FD  OPENPO.
           COPY "POREC.CPY".
       FD  POCTL.
           COPY "POCTL.CPY".
       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       FD  RUNCTL.
           COPY "DATECTL.CPY".
       WORKING-STORAGE SECTION.
       01  WS-REORDLST-STATUS  PIC X(2) VALUE "00".
           88  REORDLST-OPEN-OK          VALUE "00".
       01  WS-VENDMAS-STATUS   PIC X(2) VALUE "00".
           88  VENDMAS-OPEN-OK           VALUE "00".
       01  WS-OPENPO-STATUS    PIC X(2) VALUE "00".
           88  OPENPO-IO-OK              VALUE "00".
           88  OPENPO-MISSING            VALUE "35".
       01  WS-POCTL-STATUS     PIC X(2) VALUE "00".
           88  POCTL-OPEN-OK             VALUE "00".
           88  POCTL-MISSING             VALUE "35".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-RUNCTL-STATUS    PIC X(2) VALUE "00".
           88  RUNCTL-OPEN-OK            VALUE "00".
       01  WS-EOF-SW           PIC X(1) VALUE "N".
           88  SORT-EOF                  VALUE "Y".
       01  WS-FIRST-REC-SW     PIC X(1) VALUE "Y".
           88  NO-RECORDS-PROCESSED-YET  VALUE "Y".

      *NO VENDOR MASTER MEANS NO VENDOR CAN BE ORDERED FROM - THE
      *RUN STILL LISTS EVERY ITEM AS NOT ORDERED
       01  WS-VENDMAS-AVAIL-SW PIC X(1) VALUE "N".
           88  VENDMAS-AVAILABLE         VALUE "Y".
       01  WS-VENDOR-FOUND-SW  PIC X(1) VALUE "N".
           88  VENDOR-FOUND              VALUE "Y".
       01  WS-PO-STARTED-SW    PIC X(1) VALUE "N".
           88  PO-STARTED                VALUE "Y".
       01  WS-PO-EOF-SW        PIC X(1) VALUE "N".
           88  PO-LINES-DONE             VALUE "Y".
       01  WS-ON-ORDER-SW      PIC X(1) VALUE "N".
           88  ITEM-ON-ORDER             VALUE "Y".

       01  WS-REPORT-DATE      PIC 9(8).
       01  WS-PREV-VENDOR-NO   PIC X(6) VALUE SPACES.

      *LAST PO NUMBER USED - STARTS FROM THE CONTROL FILE AND IS
      *WRITTEN BACK AT THE END OF THE RUN
       01  WS-PO-NO            PIC 9(7) VALUE ZERO.
       01  WS-PO-LINE-NO       PIC 9(3) VALUE ZERO.
       01  WS-PO-UNITS         PIC 9(7) VALUE ZERO.

      *ITEMS NOT ORDERED, HELD UNTIL THE ORDERS ARE PRINTED SO THE
      *LIST COMES OUT TOGETHER AT THE END
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY    OCCURS 200 TIMES.
               10  WS-EXC-ITEM-CODE PIC X(5).
               10  WS-EXC-ITEM-DESC PIC X(30).
               10  WS-EXC-VENDOR-NO PIC X(6).
               10  WS-EXC-REASON    PIC X(30).
       01  WS-EXC-USED         PIC 9(3) VALUE ZERO.
       01  WS-EXC-SUB          PIC 9(3) VALUE ZERO.
       01  WS-EXC-OVERFLOW     PIC 9(7) VALUE ZERO.
       01  WS-EXC-REASON-TEXT  PIC X(30).

       01  WS-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-PO-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-LINE-TOTAL       PIC 9(7) VALUE ZERO.
       01  WS-NOT-ORDERED      PIC 9(7) VALUE ZERO.

       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.

      *PURCHASE ORDER LINES
       01  PO-HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(16) VALUE "PURCHASE ORDER".
           05  POH-PO-NO       PIC 9(7).
           05  FILLER          PIC X(30) VALUE SPACES.
           05  FILLER          PIC X(5)  VALUE "DATE ".
           05  POH-DATE        PIC 9999/99/99.
           05  FILLER          PIC X(63) VALUE SPACES.

       01  PO-VENDOR-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  POV-LABEL       PIC X(8).
           05  POV-TEXT        PIC X(40).
           05  FILLER          PIC X(83) VALUE SPACES.

       01  PO-HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(6)  VALUE "LINE".
           05  FILLER          PIC X(7)  VALUE "ITEM".
           05  FILLER          PIC X(32) VALUE "DESCRIPTION".
           05  FILLER          PIC X(10) VALUE "  QUANTITY".
           05  FILLER          PIC X(76) VALUE SPACES.

       01  PO-DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  POD-LINE-NO     PIC 9(3).
           05  FILLER          PIC X(3)  VALUE SPACES.
           05  POD-ITEM-CODE   PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  POD-ITEM-DESC   PIC X(30).
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  POD-QTY         PIC ZZ,ZZ9.
           05  FILLER          PIC X(78) VALUE SPACES.

       01  PO-TOTAL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(13) VALUE "TOTAL LINES".
           05  POT-LINES       PIC ZZ9.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  FILLER          PIC X(12) VALUE "TOTAL UNITS".
           05  POT-UNITS       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(90) VALUE SPACES.

      *NOT-ORDERED LIST LINES
       01  EXC-HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(35) VALUE
               "REORDER ITEMS NOT ORDERED".
           05  FILLER          PIC X(5)  VALUE "DATE ".
           05  EXH-DATE        PIC 9999/99/99.
           05  FILLER          PIC X(81) VALUE SPACES.

       01  EXC-HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(7)  VALUE "ITEM".
           05  FILLER          PIC X(32) VALUE "DESCRIPTION".
           05  FILLER          PIC X(8)  VALUE "VENDOR".
           05  FILLER          PIC X(30) VALUE "REASON".
           05  FILLER          PIC X(54) VALUE SPACES.

       01  EXC-DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  EXD-ITEM-CODE   PIC X(5).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  EXD-ITEM-DESC   PIC X(30).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  EXD-VENDOR-NO   PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  EXD-REASON      PIC X(30).
           05  FILLER          PIC X(54) VALUE SPACES.

       01  SUM-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  SUM-DESC        PIC X(36).
           05  SUM-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(86) VALUE SPACES.

       01  BLANK-LINE          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE
           PERFORM GET-LAST-PO-NUMBER

      *THE OPEN-PO FILE IS CREATED EMPTY THE FIRST TIME ORDERS ARE
      *RAISED
           OPEN I-O OPENPO
           IF OPENPO-MISSING
               OPEN OUTPUT OPENPO
               CLOSE OPENPO
               OPEN I-O OPENPO
           END-IF

           IF NOT OPENPO-IO-OK
               DISPLAY "*** FATAL - OPENPO COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPENPO-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT VENDMAS
           IF VENDMAS-OPEN-OK
               MOVE "Y" TO WS-VENDMAS-AVAIL-SW
           ELSE
               DISPLAY "*** WARNING - VENDMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-VENDMAS-STATUS
                       " - NO ORDERS CAN BE RAISED ***"
           END-IF

           OPEN OUTPUT PRTFILE

           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - POPRINT COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               CLOSE OPENPO
               IF VENDMAS-AVAILABLE
                   CLOSE VENDMAS
               END-IF
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           SORT SORTWORK
               ON ASCENDING KEY SORT-VENDOR-NO SORT-ITEM-CODE
               USING REORDLST
               OUTPUT PROCEDURE IS RAISE-PURCHASE-ORDERS

           PERFORM WRITE-NOT-ORDERED-LIST

           CLOSE OPENPO
           CLOSE PRTFILE
           IF VENDMAS-AVAILABLE
               CLOSE VENDMAS
           END-IF

           PERFORM SAVE-LAST-PO-NUMBER

           DISPLAY "POGEN1 - " WS-PO-COUNT " PURCHASE ORDERS, "
                   WS-LINE-TOTAL " LINES FROM " WS-ITEM-COUNT
                   " REORDER ITEMS, " WS-NOT-ORDERED " NOT ORDERED"
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

      *STARTING NUMBER - NO CONTROL FILE YET MEANS NO PURCHASE
      *ORDER HAS EVER BEEN RAISED
       GET-LAST-PO-NUMBER.
           OPEN INPUT POCTL
           IF POCTL-OPEN-OK
               READ POCTL
                   NOT AT END
                       MOVE POCTL-LAST-NUMBER TO WS-PO-NO
               END-READ
               CLOSE POCTL
           ELSE
               IF NOT POCTL-MISSING
                   DISPLAY "*** FATAL - POCTL COULD NOT BE OPENED, "
                           "FILE STATUS " WS-POCTL-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *SORT OUTPUT PROCEDURE - RETURNS THE REORDER ITEMS IN VENDOR
      *ORDER AND CLOSES THE LAST VENDOR'S ORDER AT THE END
       RAISE-PURCHASE-ORDERS.
           PERFORM UNTIL SORT-EOF
               RETURN SORTWORK
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-REORDER-ITEM
               END-RETURN
           END-PERFORM

           IF PO-STARTED
               PERFORM FINISH-PURCHASE-ORDER
           END-IF.

      *ONE REORDER ITEM - A NEW VENDOR CLOSES THE PRIOR ORDER AND IS
      *LOOKED UP. THE ITEM IS THEN EITHER ADDED TO THE VENDOR'S
      *ORDER OR SET ASIDE WITH THE REASON IT CANNOT BE ORDERED
       PROCESS-REORDER-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           IF NO-RECORDS-PROCESSED-YET
                   OR SORT-VENDOR-NO NOT = WS-PREV-VENDOR-NO
               IF PO-STARTED
                   PERFORM FINISH-PURCHASE-ORDER
               END-IF
               MOVE "N" TO WS-FIRST-REC-SW
               MOVE SORT-VENDOR-NO TO WS-PREV-VENDOR-NO
               PERFORM LOOK-UP-VENDOR
           END-IF

           PERFORM CHECK-ITEM-ON-ORDER
           MOVE SPACES TO WS-EXC-REASON-TEXT
           EVALUATE TRUE
               WHEN SORT-VENDOR-NO = SPACES
                   MOVE "NO PREFERRED VENDOR" TO WS-EXC-REASON-TEXT
               WHEN NOT VENDOR-FOUND
                   MOVE "VENDOR NOT ON VENDMAS" TO WS-EXC-REASON-TEXT
               WHEN SORT-REORDER-QTY = ZERO
                   MOVE "NO REORDER QUANTITY SET"
                       TO WS-EXC-REASON-TEXT
               WHEN ITEM-ON-ORDER
                   MOVE "ALREADY ON AN OPEN PO" TO WS-EXC-REASON-TEXT
           END-EVALUATE

           IF WS-EXC-REASON-TEXT = SPACES
               IF NOT PO-STARTED
                   PERFORM START-PURCHASE-ORDER
               END-IF
               PERFORM WRITE-PO-LINE
           ELSE
               PERFORM HOLD-NOT-ORDERED-ITEM
           END-IF.

      *VENDOR LOOKUP FOR A NEW VENDOR GROUP - A BLANK VENDOR OR A
      *MISSING VENDOR MASTER IS NEVER FOUND
       LOOK-UP-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           IF VENDMAS-AVAILABLE AND SORT-VENDOR-NO NOT = SPACES
               MOVE SORT-VENDOR-NO TO VEND-MAS-NO
               READ VENDMAS
                   NOT INVALID KEY
                       MOVE "Y" TO WS-VENDOR-FOUND-SW
               END-READ
           END-IF.

      *LOOKS FOR AN OPEN PO LINE FOR THE ITEM THROUGH THE ITEM-CODE
      *ALTERNATE KEY, SO A SECOND RUN OFF THE SAME REORDER LIST
      *DOES NOT ORDER EVERYTHING TWICE
       CHECK-ITEM-ON-ORDER.
           MOVE "N" TO WS-ON-ORDER-SW
           MOVE "N" TO WS-PO-EOF-SW
           MOVE SORT-ITEM-CODE TO PO-ITEM-CODE
           START OPENPO KEY IS EQUAL TO PO-ITEM-CODE
               INVALID KEY
                   MOVE "Y" TO WS-PO-EOF-SW
           END-START
           PERFORM UNTIL PO-LINES-DONE OR ITEM-ON-ORDER
               READ OPENPO NEXT
                   AT END
                       MOVE "Y" TO WS-PO-EOF-SW
                   NOT AT END
                       IF PO-ITEM-CODE NOT = SORT-ITEM-CODE
                           MOVE "Y" TO WS-PO-EOF-SW
                       ELSE
                           IF PO-LINE-OPEN
                               MOVE "Y" TO WS-ON-ORDER-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *NEW ORDER FOR THE CURRENT VENDOR - TAKES THE NEXT PO NUMBER
      *AND PRINTS THE HEADING ON A FRESH PAGE
       START-PURCHASE-ORDER.
           ADD 1 TO WS-PO-NO
           ADD 1 TO WS-PO-COUNT
           MOVE ZERO TO WS-PO-LINE-NO
           MOVE ZERO TO WS-PO-UNITS
           MOVE "Y"  TO WS-PO-STARTED-SW

           MOVE WS-PO-NO       TO POH-PO-NO
           MOVE WS-REPORT-DATE TO POH-DATE
           WRITE PRT-LINE FROM PO-HDG-LINE-1 AFTER ADVANCING PAGE
           MOVE "VENDOR"       TO POV-LABEL
           MOVE SPACES         TO POV-TEXT
           STRING VEND-MAS-NO DELIMITED BY SIZE
                  "  "        DELIMITED BY SIZE
                  VEND-MAS-NAME DELIMITED BY SIZE
               INTO POV-TEXT
           END-STRING
           WRITE PRT-LINE FROM PO-VENDOR-LINE AFTER ADVANCING 2 LINES
           MOVE SPACES           TO POV-LABEL
           MOVE VEND-MAS-ADDRESS TO POV-TEXT
           WRITE PRT-LINE FROM PO-VENDOR-LINE AFTER ADVANCING 1 LINES
           MOVE VEND-MAS-CITY    TO POV-TEXT
           WRITE PRT-LINE FROM PO-VENDOR-LINE AFTER ADVANCING 1 LINES
           MOVE "ATTN"           TO POV-LABEL
           MOVE SPACES           TO POV-TEXT
           STRING VEND-MAS-CONTACT DELIMITED BY SIZE
                  VEND-MAS-PHONE   DELIMITED BY SIZE
               INTO POV-TEXT
           END-STRING
           WRITE PRT-LINE FROM PO-VENDOR-LINE AFTER ADVANCING 1 LINES
           WRITE PRT-LINE FROM PO-HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 9 TO WS-LINE-COUNT.

      *ONE ORDER LINE - PRINTED AND WRITTEN TO THE OPEN-PO FILE
      *WITH NOTHING YET RECEIVED. A LONG ORDER CARRIES ITS COLUMN
      *HEADINGS OVER TO THE NEXT PAGE
       WRITE-PO-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               WRITE PRT-LINE FROM PO-HDG-LINE-1 AFTER ADVANCING PAGE
               WRITE PRT-LINE FROM PO-HDG-LINE-2
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO WS-LINE-COUNT
           END-IF
           ADD 1 TO WS-PO-LINE-NO
           MOVE WS-PO-NO          TO PO-NO
           MOVE WS-PO-LINE-NO     TO PO-LINE-NO
           MOVE SORT-ITEM-CODE    TO PO-ITEM-CODE
           MOVE SORT-VENDOR-NO    TO PO-VENDOR-NO
           MOVE WS-REPORT-DATE    TO PO-ORDER-DATE
           MOVE SORT-REORDER-QTY  TO PO-QTY-ORDERED
           MOVE ZERO              TO PO-QTY-RECEIVED
           MOVE ZERO              TO PO-LAST-RCV-DATE
           MOVE "O"               TO PO-LINE-STATUS
           WRITE PO-LINE-RECORD
               INVALID KEY
                   DISPLAY "*** ERROR - PO " WS-PO-NO " LINE "
                           WS-PO-LINE-NO " COULD NOT BE WRITTEN, "
                           "FILE STATUS " WS-OPENPO-STATUS " ***"
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-TOTAL
                   ADD SORT-REORDER-QTY TO WS-PO-UNITS
                   MOVE WS-PO-LINE-NO    TO POD-LINE-NO
                   MOVE SORT-ITEM-CODE   TO POD-ITEM-CODE
                   MOVE SORT-ITEM-DESC   TO POD-ITEM-DESC
                   MOVE SORT-REORDER-QTY TO POD-QTY
                   WRITE PRT-LINE FROM PO-DTL-LINE
                       AFTER ADVANCING 1 LINES
                   ADD 1 TO WS-LINE-COUNT
           END-WRITE.

      *CLOSES OFF THE CURRENT ORDER WITH ITS LINE AND UNIT TOTALS
       FINISH-PURCHASE-ORDER.
           MOVE WS-PO-LINE-NO TO POT-LINES
           MOVE WS-PO-UNITS   TO POT-UNITS
           WRITE PRT-LINE FROM PO-TOTAL-LINE AFTER ADVANCING 2 LINES
           MOVE "N" TO WS-PO-STARTED-SW.

      *SETS AN ITEM ASIDE FOR THE NOT-ORDERED LIST. PAST THE TABLE
      *SIZE IT IS ONLY COUNTED, AND THE OVERFLOW IS SHOWN ON THE
      *LIST SO THE MISSING LINES ARE NOT MISTAKEN FOR ORDERS
       HOLD-NOT-ORDERED-ITEM.
           ADD 1 TO WS-NOT-ORDERED
           IF WS-EXC-USED < 200
               ADD 1 TO WS-EXC-USED
               MOVE SORT-ITEM-CODE TO WS-EXC-ITEM-CODE(WS-EXC-USED)
               MOVE SORT-ITEM-DESC TO WS-EXC-ITEM-DESC(WS-EXC-USED)
               MOVE SORT-VENDOR-NO TO WS-EXC-VENDOR-NO(WS-EXC-USED)
               MOVE WS-EXC-REASON-TEXT
                   TO WS-EXC-REASON(WS-EXC-USED)
           ELSE
               ADD 1 TO WS-EXC-OVERFLOW
           END-IF.

      *NOT-ORDERED LIST AND RUN COUNTS, ON A PAGE OF THEIR OWN
      *AFTER THE LAST ORDER SO THEY ARE NOT MAILED TO A VENDOR
       WRITE-NOT-ORDERED-LIST.
           PERFORM WRITE-EXCEPTION-HEADINGS
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-EXCEPTION-HEADINGS
               END-IF
               MOVE WS-EXC-ITEM-CODE(WS-EXC-SUB) TO EXD-ITEM-CODE
               MOVE WS-EXC-ITEM-DESC(WS-EXC-SUB) TO EXD-ITEM-DESC
               MOVE WS-EXC-VENDOR-NO(WS-EXC-SUB) TO EXD-VENDOR-NO
               MOVE WS-EXC-REASON(WS-EXC-SUB)    TO EXD-REASON
               WRITE PRT-LINE FROM EXC-DTL-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-EXCEPTION-HEADINGS
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE
           MOVE "ITEMS ON THE REORDER LIST" TO SUM-DESC
           MOVE WS-ITEM-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "PURCHASE ORDERS RAISED" TO SUM-DESC
           MOVE WS-PO-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "PURCHASE ORDER LINES WRITTEN" TO SUM-DESC
           MOVE WS-LINE-TOTAL TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "*** ITEMS NOT ORDERED" TO SUM-DESC
           MOVE WS-NOT-ORDERED TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           IF WS-EXC-OVERFLOW > ZERO
               MOVE "*** NOT ORDERED, TOO MANY TO LIST" TO SUM-DESC
               MOVE WS-EXC-OVERFLOW TO SUM-COUNT
               WRITE PRT-LINE FROM SUM-LINE
           END-IF.

      *NOT-ORDERED LIST HEADERS, REPRINTED WHENEVER THE PAGE FILLS
       WRITE-EXCEPTION-HEADINGS.
           MOVE WS-REPORT-DATE TO EXH-DATE
           WRITE PRT-LINE FROM EXC-HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM EXC-HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      *WRITES BACK THE LAST PO NUMBER USED SO THE NEXT RUN CARRIES
      *ON FROM IT
       SAVE-LAST-PO-NUMBER.
           OPEN OUTPUT POCTL
           IF NOT POCTL-OPEN-OK
               DISPLAY "*** FATAL - POCTL COULD NOT BE REWRITTEN, "
                       "FILE STATUS " WS-POCTL-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-PO-NO TO POCTL-LAST-NUMBER
           WRITE PO-CONTROL-RECORD
           CLOSE POCTL.
