      * Purpose: OPERATOR DISPLAY OF THE DAY-END RUN-STATUS CONTROL
      *          FILE - SHOWS, FOR THE CURRENT RUNCTL BUSINESS DATE,
      *          WHICH STEPS OF THE OVERNIGHT CHAIN (EXPORT,
      *          MSTBKUP1, TRNPOST1, CUSTRPT1, BALANCE1, ACCTRCN1,
      *          DATEADV1) HAVE AND HAVE NOT RUN, WITH THE TIME EACH ONE
      *          COMPLETED, SO THE OPERATOR CAN SEE AT A GLANCE
      *          WHERE THE STREAM STANDS BEFORE STARTING A STEP
      * Tectonics: cobc
           88  RUNSTAT-EOF               VALUE "Y".
       01  WS-REPORT-DATE      PIC 9(8) VALUE ZERO.

      *THE SEVEN STEPS OF THE DAY-END CHAIN IN RUNNING ORDER - EACH
      *SLOT PICKS UP THE TIMESTAMP OF ITS COMPLETION RECORD (THE
      *LATEST ONE, WHERE A STEP LIKE THE EXPORT RUNS MORE THAN
      *ONCE A DAY)
       01  WS-STEP-TABLE.
           05  FILLER PIC X(8) VALUE "EXPORT".
           05  FILLER PIC X(8) VALUE "MSTBKUP1".
           05  FILLER PIC X(8) VALUE "TRNPOST1".
           05  FILLER PIC X(8) VALUE "CUSTRPT1".
           05  FILLER PIC X(8) VALUE "BALANCE1".
           05  FILLER PIC X(8) VALUE "ACCTRCN1".
           05  FILLER PIC X(8) VALUE "DATEADV1".
       01  WS-STEP-NAMES REDEFINES WS-STEP-TABLE.
           05  WS-STEP-NAME OCCURS 7 TIMES PIC X(8).
       01  WS-STEP-TIMES.
           05  WS-STEP-TIME OCCURS 7 TIMES PIC X(21).
       01  WS-STEP-SUB         PIC 9(1) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-BUSINESS-DATE

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               MOVE SPACES TO WS-STEP-TIME(WS-STEP-SUB)
           END-PERFORM

           DISPLAY "RUNSTAT1 - DAY-END STEP STATUS FOR BUSINESS "
                   "DATE " WS-REPORT-DATE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 7
               IF WS-STEP-TIME(WS-STEP-SUB) = SPACES
                   DISPLAY "  " WS-STEP-NAME(WS-STEP-SUB)
                           "  NOT RUN"
           END-IF.

      *ONE RUN-STATUS RECORD - KEPT IF IT BELONGS TO THE CURRENT
      *DATE AND NAMES ONE OF THE SEVEN CHAIN STEPS
       MATCH-STEP-RECORD.
           IF RUNST-DATE = WS-REPORT-DATE
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > 7
                   IF RUNST-STEP = WS-STEP-NAME(WS-STEP-SUB)
                       MOVE RUNST-TIMESTAMP
                           TO WS-STEP-TIME(WS-STEP-SUB)
