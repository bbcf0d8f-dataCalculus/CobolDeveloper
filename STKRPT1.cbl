      *          BELOW ITS REORDER POINT, SO PURCHASING ORDERS STOCK
      *          BEFORE THE WAREHOUSE CALLS, NOT AFTER. ITEMS WITH A
      *          ZERO REORDER POINT ARE NEVER RESTOCKED AND ARE LEFT
      *          OFF THE REPORT, AND AN ITEM THAT ALREADY HAS STOCK
      *          ON AN OPEN PURCHASE ORDER IS ONLY COUNTED, NOT
      *          LISTED. EACH ITEM LISTED IS ALSO WRITTEN TO THE
      *          REORDLST FILE POGEN1 RAISES PURCHASE ORDERS FROM
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *OPEN PURCHASE-ORDER LINES - READ BY ITEM CODE THROUGH THE
      *ALTERNATE KEY TO SEE WHETHER STOCK IS ALREADY ON ORDER
           SELECT OPENPO ASSIGN TO "OPENPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-LINE-KEY
               ALTERNATE RECORD KEY IS PO-ITEM-CODE WITH DUPLICATES
               FILE STATUS IS WS-OPENPO-STATUS.

      *PRINTED REPORT
           SELECT PRTFILE ASSIGN TO "STKRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.

      *REORDER LIST HANDED ON TO POGEN1 - ONE RECORD PER LINE
      *PRINTED, REBUILT EVERY RUN
           SELECT REORDLST ASSIGN TO "REORDLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDLST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".
       FD  OPENPO.
           COPY "POREC.CPY".
       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       FD  REORDLST.
           COPY "REORDREC.CPY".
       WORKING-STORAGE SECTION.
       01  WS-ITEMMAS-STATUS   PIC X(2) VALUE "00".
           88  ITEMMAS-OPEN-OK           VALUE "00".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-OPENPO-STATUS    PIC X(2) VALUE "00".
           88  OPENPO-OPEN-OK            VALUE "00".
           88  OPENPO-MISSING            VALUE "35".
       01  WS-REORDLST-STATUS  PIC X(2) VALUE "00".
           88  REORDLST-OPEN-OK          VALUE "00".
       01  WS-ITEM-EOF-SW      PIC X(1) VALUE "N".
           88  ITEM-EOF                  VALUE "Y".

      *NO OPEN-PO FILE YET MEANS NOTHING HAS EVER BEEN ORDERED
       01  WS-OPENPO-AVAIL-SW  PIC X(1) VALUE "N".
           88  OPENPO-AVAILABLE          VALUE "Y".
       01  WS-PO-EOF-SW        PIC X(1) VALUE "N".
           88  PO-LINES-DONE             VALUE "Y".
       01  WS-ON-ORDER-SW      PIC X(1) VALUE "N".
           88  ITEM-ON-ORDER             VALUE "Y".

       01  WS-ITEM-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-REORDER-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-ON-ORDER-COUNT   PIC 9(7) VALUE ZERO.

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
           05  FILLER          PIC X(32) VALUE "DESCRIPTION".
           05  FILLER          PIC X(10) VALUE "ON HAND".
           05  FILLER          PIC X(13) VALUE "REORDER PT".
           05  FILLER          PIC X(10) VALUE "VENDOR".
           05  FILLER          PIC X(59) VALUE SPACES.

      *ONE LINE PER ITEM AT OR BELOW ITS REORDER POINT - ON-HAND
      *CARRIES A TRAILING MINUS SINCE AN OVERRIDDEN OVERSELL CAN
           05  DTL-ON-HAND     PIC ZZ,ZZ9-.
           05  FILLER          PIC X(4)  VALUE SPACES.
           05  DTL-REORDER-PT  PIC ZZ,ZZ9.
           05  FILLER          PIC X(7)  VALUE SPACES.
           05  DTL-VENDOR-NO   PIC X(6).
           05  FILLER          PIC X(62) VALUE SPACES.

       01  SUM-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
               GOBACK
           END-IF

           OPEN OUTPUT REORDLST

           IF NOT REORDLST-OPEN-OK
               DISPLAY "*** FATAL - REORDLST COULD NOT BE OPENED, "
                       "FILE STATUS " WS-REORDLST-STATUS " ***"
               CLOSE ITEMMAS
               CLOSE PRTFILE
               GOBACK
           END-IF

           OPEN INPUT OPENPO
           IF OPENPO-OPEN-OK
               MOVE "Y" TO WS-OPENPO-AVAIL-SW
           ELSE
               IF NOT OPENPO-MISSING
                   DISPLAY "*** WARNING - OPENPO COULD NOT BE OPENED, "
                           "FILE STATUS " WS-OPENPO-STATUS
                           " - ITEMS ON ORDER WILL BE LISTED ***"
               END-IF
           END-IF

           PERFORM UNTIL ITEM-EOF
               READ ITEMMAS NEXT
                   AT END

           CLOSE ITEMMAS
           CLOSE PRTFILE
           CLOSE REORDLST
           IF OPENPO-AVAILABLE
               CLOSE OPENPO
           END-IF

           DISPLAY "STKRPT1 - " WS-REORDER-COUNT " OF "
                   WS-ITEM-COUNT " ITEMS AT OR BELOW REORDER POINT, "
                   WS-ON-ORDER-COUNT " MORE ALREADY ON ORDER"
           GOBACK.

      *ONE ITEM - PRINTED ONLY WHEN ITS ON-HAND COUNT HAS FALLEN TO
      *OR BELOW A NON-ZERO REORDER POINT AND NOTHING IS ALREADY ON
      *ORDER FOR IT
       CHECK-REORDER-POINT.
           IF ITEM-MAS-REORDER-PT > ZERO
                   AND ITEM-MAS-ON-HAND NOT > ITEM-MAS-REORDER-PT
               PERFORM CHECK-ITEM-ON-ORDER
               IF ITEM-ON-ORDER
                   ADD 1 TO WS-ON-ORDER-COUNT
               ELSE
                   PERFORM WRITE-REORDER-LINE
               END-IF
           END-IF.

      *LOOKS FOR AN OPEN PO LINE FOR THE ITEM THROUGH THE ITEM-CODE
      *ALTERNATE KEY - A LINE ALREADY RECEIVED IN FULL IS CLOSED
      *AND DOES NOT COUNT
       CHECK-ITEM-ON-ORDER.
           MOVE "N" TO WS-ON-ORDER-SW
           IF OPENPO-AVAILABLE
               MOVE "N" TO WS-PO-EOF-SW
               MOVE ITEM-MAS-CODE TO PO-ITEM-CODE
               START OPENPO KEY IS EQUAL TO PO-ITEM-CODE
                   INVALID KEY
                       MOVE "Y" TO WS-PO-EOF-SW
               END-START
               PERFORM UNTIL PO-LINES-DONE OR ITEM-ON-ORDER
                   READ OPENPO NEXT
                       AT END
                           MOVE "Y" TO WS-PO-EOF-SW
                       NOT AT END
                           IF PO-ITEM-CODE NOT = ITEM-MAS-CODE
                               MOVE "Y" TO WS-PO-EOF-SW
                           ELSE
                               IF PO-LINE-OPEN
                                   MOVE "Y" TO WS-ON-ORDER-SW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *PRINTS THE ITEM AND PASSES IT ON TO POGEN1
       WRITE-REORDER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE ITEM-MAS-CODE       TO DTL-ITEM-CODE
           MOVE ITEM-MAS-DESC       TO DTL-ITEM-DESC
           MOVE ITEM-MAS-ON-HAND    TO DTL-ON-HAND
           MOVE ITEM-MAS-REORDER-PT TO DTL-REORDER-PT
           MOVE ITEM-MAS-VENDOR-NO  TO DTL-VENDOR-NO
           WRITE PRT-LINE FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-REORDER-COUNT
           MOVE ITEM-MAS-VENDOR-NO   TO REORD-VENDOR-NO
           MOVE ITEM-MAS-CODE        TO REORD-ITEM-CODE
           MOVE ITEM-MAS-DESC        TO REORD-ITEM-DESC
           MOVE ITEM-MAS-ON-HAND     TO REORD-ON-HAND
           MOVE ITEM-MAS-REORDER-PT  TO REORD-REORDER-PT
           MOVE ITEM-MAS-REORDER-QTY TO REORD-REORDER-QTY
           WRITE REORDER-RECORD.

      *PAGE HEADERS ARE (RE)PRINTED WHENEVER THE PAGE FILLS UP
       WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "*** ITEMS AT OR BELOW REORDER POINT" TO SUM-DESC
           MOVE WS-REORDER-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE
           MOVE "ITEMS LOW BUT ALREADY ON AN OPEN PO" TO SUM-DESC
           MOVE WS-ON-ORDER-COUNT TO SUM-COUNT
           WRITE PRT-LINE FROM SUM-LINE.
