      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: SECURITY REPORT OVER THE SECURITY LOG THAT EVERY
      *          INTERACTIVE PROGRAM APPENDS TO - SELECTS BY DATE
      *          RANGE, LISTS EVERY FAILED SIGN-ON AND EVERY REFUSED
      *          OVERRIDE AUTHORIZATION IN THE ORDER THEY HAPPENED,
      *          THEN EVERY APPROVED OVERRIDE GROUPED BY THE
      *          SUPERVISOR WHO APPROVED IT, WITH A COUNT PER
      *          SUPERVISOR AND SUMMARY COUNTS FOR THE PERIOD
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *SECURITY LOG APPENDED TO AT EVERY SIGN-ON AND OVERRIDE -
      *THIS RUN'S OWN SIGN-ON IS APPENDED FIRST, THEN THE LOG IS
      *READ ONCE STRAIGHT THROUGH FOR THE EXCEPTIONS AND AGAIN AS
      *SORT INPUT FOR THE OVERRIDES BY APPROVER
           SELECT SECLOG   ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.

      *SORT WORK FILE - PUTS THE LOG IN APPROVER ORDER SO THE
      *CONTROL BREAK BELOW CAN DETECT A CHANGE OF SUPERVISOR
           SELECT SORTWORK ASSIGN TO "SORTWK1".

      *OPERATOR SECURITY FILE - READ AT SIGN-ON, THEN REOPENED TO
      *PRINT EACH APPROVING SUPERVISOR'S NAME
           SELECT OPERMAS  ASSIGN TO "OPERMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERMAS-STATUS.

      *PRINTED REPORT
           SELECT PRTFILE  ASSIGN TO "SECRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG.
           COPY "SECREC.CPY".

      *SAME SHAPE AS SEC-RECORD IN SECREC.CPY - KEPT SEPARATE
      *BECAUSE COPY REPLACING ONLY SUBSTITUTES WHOLE WORDS, NOT
      *THE SEC- PREFIX EMBEDDED IN EACH FIELD NAME
       SD  SORTWORK.
       01  SORT-RECORD.
           05  SORT-TIMESTAMP      PIC X(21).
           05  SORT-PROGRAM        PIC X(8).
           05  SORT-EVENT          PIC X(6).
               88  SORT-OVERRIDE-OK      VALUE "OVRIDE".
           05  SORT-OPERATOR-ID    PIC X(8).
           05  SORT-APPROVER-ID    PIC X(8).
           05  SORT-OVERRIDE-TYPE  PIC X(12).
           05  SORT-CUST-NO        PIC X(15).
           05  SORT-REASON         PIC X(40).

       FD  OPERMAS.
           COPY "OPERMAS.CPY".
       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
      *SECURITY LOG STATUS - NOT OPTIONAL, SINCE IT IS BOTH WHERE
      *THIS RUN'S SIGN-ON IS RECORDED AND WHAT THE REPORT READS
       01  WS-SECLOG-STATUS    PIC X(2) VALUE "00".
           88  SECLOG-OPEN-OK            VALUE "00".
           88  SECLOG-MISSING            VALUE "35".

      *SIGN-ON WORK FIELDS - THE PASSWORD IS NEVER DISPLAYED OR
      *WRITTEN ANYWHERE, AND THREE FAILED ATTEMPTS END THE SESSION
       01  PASSWORD-IN         PIC X(8).
       01  WS-SIGNON-TRIES     PIC 9(1) VALUE ZERO.
       01  WS-SIGNON-SW        PIC X(1) VALUE "N".
           88  SIGNON-OK                 VALUE "Y".
       01  WS-SEC-EVENT        PIC X(6).
       01  WS-SEC-REASON       PIC X(40).

      *SUPERVISOR SIGNED ON TO RUN THE REPORT
       01  USER-ID-IN          PIC X(8).

       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-OPERMAS-STATUS   PIC X(2) VALUE "00".
           88  OPERMAS-OPEN-OK           VALUE "00".
           88  OPERMAS-MISSING           VALUE "35".
       01  WS-OPERMAS-AVAIL-SW PIC X(1) VALUE "N".
           88  OPERMAS-AVAILABLE         VALUE "Y".
       01  WS-SECLOG-EOF-SW    PIC X(1) VALUE "N".
           88  SECLOG-EOF                VALUE "Y".
       01  WS-EOF-SW           PIC X(1) VALUE "N".
           88  END-OF-SORT               VALUE "Y".
       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
           88  FIELD-IS-VALID            VALUE "Y".

      *SELECTION CRITERIA KEYED BY THE OPERATOR - EITHER MAY BE LEFT
      *BLANK TO MEAN "ALL", SAME CONVENTION AS AUDRPT1
       01  FROM-DATE-IN        PIC X(8) VALUE SPACES.
       01  TO-DATE-IN          PIC X(8) VALUE SPACES.
       01  WS-IN-RANGE-SW      PIC X(1) VALUE "N".
           88  DATE-IN-RANGE             VALUE "Y".

      *COUNTS FOR THE SELECTED PERIOD, PRINTED AS THE SUMMARY
       01  WS-SIGNON-OK-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-SIGNON-BAD-COUNT PIC 9(7) VALUE ZERO.
       01  WS-OVERRIDE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-REFUSED-COUNT    PIC 9(7) VALUE ZERO.

      *APPROVER CONTROL-BREAK FIELDS FOR THE OVERRIDE SECTION
       01  WS-FIRST-REC-SW     PIC X(1) VALUE "Y".
           88  NO-RECORDS-PROCESSED-YET  VALUE "Y".
       01  WS-PREV-APPROVER-ID PIC X(8) VALUE SPACES.
       01  WS-APPROVER-COUNT   PIC 9(7) VALUE ZERO.

      *THE LOG RECORD BEING PRINTED - FILLED FROM THE FILE ON THE
      *FIRST PASS AND FROM THE SORT ON THE SECOND, SO ONE DETAIL
      *PARAGRAPH SERVES BOTH SECTIONS
       01  LIST-RECORD.
           05  LIST-TIMESTAMP      PIC X(21).
           05  LIST-PROGRAM        PIC X(8).
           05  LIST-EVENT          PIC X(6).
           05  LIST-OPERATOR-ID    PIC X(8).
           05  LIST-APPROVER-ID    PIC X(8).
           05  LIST-OVERRIDE-TYPE  PIC X(12).
           05  LIST-CUST-NO        PIC X(15).
           05  LIST-REASON         PIC X(40).

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.

       01  HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(35) VALUE
               "SECURITY REPORT".
           05  FILLER          PIC X(10) VALUE "PAGE NO. ".
           05  HDG-PAGE-NO     PIC ZZZ9.
           05  FILLER          PIC X(82) VALUE SPACES.

      *SECTION TITLE - SET BEFORE EACH SECTION SO A PAGE BREAK
      *REPEATS THE TITLE OF THE SECTION IT FALLS IN
       01  HDG-SECTION-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  HDG-SECTION     PIC X(60).
           05  FILLER          PIC X(71) VALUE SPACES.

       01  HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(11) VALUE "DATE".
           05  FILLER          PIC X(10) VALUE "TIME".
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(8)  VALUE "EVENT".
           05  FILLER          PIC X(10) VALUE "OPERATOR".
           05  FILLER          PIC X(10) VALUE "APPROVER".
           05  FILLER          PIC X(14) VALUE "OVERRIDE".
           05  FILLER          PIC X(17) VALUE "CUSTOMER NO".
           05  FILLER          PIC X(40) VALUE "REASON".
           05  FILLER          PIC X(1)  VALUE SPACES.

      *ONE LINE PER SECURITY LOG RECORD LISTED - THE RAW TIMESTAMP
      *IS BROKEN INTO A READABLE DATE AND TIME
       01  DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-DATE.
               10  DTL-DATE-YYYY PIC X(4).
               10  FILLER        PIC X(1) VALUE "/".
               10  DTL-DATE-MM   PIC X(2).
               10  FILLER        PIC X(1) VALUE "/".
               10  DTL-DATE-DD   PIC X(2).
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-TIME.
               10  DTL-TIME-HH   PIC X(2).
               10  FILLER        PIC X(1) VALUE ":".
               10  DTL-TIME-MM   PIC X(2).
               10  FILLER        PIC X(1) VALUE ":".
               10  DTL-TIME-SS   PIC X(2).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-PROGRAM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-EVENT       PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-OPERATOR-ID PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-APPROVER-ID PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-OVERRIDE    PIC X(12).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-CUST-NO     PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-REASON      PIC X(40).
           05  FILLER          PIC X(1)  VALUE SPACES.

      *HEADS EACH APPROVING SUPERVISOR'S GROUP OF OVERRIDES
       01  APPR-HDG-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "APPROVER ".
           05  APPR-ID         PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  APPR-NAME       PIC X(30).
           05  FILLER          PIC X(81) VALUE SPACES.

       01  TOT-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  TOT-DESC        PIC X(52).
           05  TOT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(70) VALUE SPACES.

      *PRINTED UNDER A SECTION'S HEADINGS WHEN THE PERIOD HAS
      *NOTHING TO LIST IN IT, SO AN EMPTY SECTION STILL SHOWS ON THE
      *PAGE AS CHECKED RATHER THAN LOOKING LEFT OUT
       01  NONE-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  NONE-DESC       PIC X(60).
           05  FILLER          PIC X(71) VALUE SPACES.

       01  BLANK-LINE          PIC X(132) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VALIDATE-USER-ID
           IF NOT SIGNON-OK
               DISPLAY "*** SECRPT1 REFUSED - OPERATOR NOT SIGNED "
                       "ON ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ACCEPT-SELECTION-CRITERIA

           OPEN INPUT SECLOG

           IF NOT SECLOG-OPEN-OK
               DISPLAY "*** FATAL - SECLOG COULD NOT BE OPENED, "
                       "FILE STATUS " WS-SECLOG-STATUS " ***"
               GOBACK
           END-IF

           OPEN OUTPUT PRTFILE

           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - SECRPT1 COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               CLOSE SECLOG
               GOBACK
           END-IF

      *SUPERVISOR NAMES ARE A CONVENIENCE - WITHOUT OPERMAS THE
      *OVERRIDE SECTION SIMPLY SHOWS THE APPROVER IDS
           OPEN INPUT OPERMAS
           IF OPERMAS-OPEN-OK
               MOVE "Y" TO WS-OPERMAS-AVAIL-SW
           ELSE
               IF NOT OPERMAS-MISSING
                   DISPLAY "*** WARNING - OPERMAS COULD NOT BE "
                           "OPENED, FILE STATUS " WS-OPERMAS-STATUS
                           " - APPROVER NAMES NOT PRINTED ***"
               END-IF
           END-IF

      *FIRST SECTION - THE EXCEPTIONS, IN THE ORDER THEY HAPPENED
           MOVE "FAILED SIGN-ONS AND REFUSED OVERRIDE AUTHORIZATIONS"
               TO HDG-SECTION
           PERFORM UNTIL SECLOG-EOF
               READ SECLOG
                   AT END
                       MOVE "Y" TO WS-SECLOG-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-SECLOG-RECORD
               END-READ
           END-PERFORM
           CLOSE SECLOG
           IF WS-SIGNON-BAD-COUNT = ZERO AND WS-REFUSED-COUNT = ZERO
               MOVE "*** NO EXCEPTIONS IN THE PERIOD ***" TO NONE-DESC
               PERFORM WRITE-NONE-LINE
           END-IF

      *SECOND SECTION - THE APPROVED OVERRIDES BY SUPERVISOR, EACH
      *SUPERVISOR'S IN TIME ORDER, ALWAYS STARTING ON A NEW PAGE
           MOVE "APPROVED OVERRIDES BY APPROVING SUPERVISOR"
               TO HDG-SECTION
           MOVE 99 TO WS-LINE-COUNT
           SORT SORTWORK
               ON ASCENDING KEY SORT-APPROVER-ID
                  ASCENDING KEY SORT-TIMESTAMP
               USING SECLOG
               OUTPUT PROCEDURE IS PRODUCE-OVERRIDE-SECTION

           PERFORM WRITE-SECURITY-SUMMARY

           IF OPERMAS-AVAILABLE
               CLOSE OPERMAS
           END-IF
           CLOSE PRTFILE

           DISPLAY "SECRPT1 - " WS-SIGNON-BAD-COUNT
                   " FAILED SIGN-ONS, " WS-OVERRIDE-COUNT
                   " OVERRIDES APPROVED"
           GOBACK.

      *OPERATOR SIGN-ON - THE ID AND PASSWORD MUST MATCH AN ACTIVE
      *OPERATOR ON OPERMAS WHOSE ROLE MAY RUN THIS PROGRAM - A
      *SUPERVISOR.
      *EVERY ATTEMPT GOES ON THE SECURITY LOG, AND THREE FAILURES
      *END THE SESSION
       VALIDATE-USER-ID.
           MOVE "N" TO WS-SIGNON-SW
           MOVE ZERO TO WS-SIGNON-TRIES
           OPEN INPUT OPERMAS
           IF NOT OPERMAS-OPEN-OK
               DISPLAY "*** FATAL - OPERMAS COULD NOT BE OPENED, "
                       "FILE STATUS " WS-OPERMAS-STATUS " ***"
           ELSE
               OPEN EXTEND SECLOG
               IF SECLOG-MISSING
                   OPEN OUTPUT SECLOG
                   CLOSE SECLOG
                   OPEN EXTEND SECLOG
               END-IF
               IF NOT SECLOG-OPEN-OK
                   DISPLAY "*** FATAL - SECLOG COULD NOT BE OPENED, "
                           "FILE STATUS " WS-SECLOG-STATUS " ***"
               ELSE
                   PERFORM UNTIL SIGNON-OK OR WS-SIGNON-TRIES = 3
                       PERFORM CHECK-OPERATOR-SIGNON
                   END-PERFORM
                   CLOSE SECLOG
               END-IF
               CLOSE OPERMAS
           END-IF.

      *ONE SIGN-ON ATTEMPT - THE REASON FOR A FAILURE IS LOGGED BUT
      *NOT SHOWN, SO THE TERMINAL DOES NOT CONFIRM WHICH IDS EXIST
       CHECK-OPERATOR-SIGNON.
           ADD 1 TO WS-SIGNON-TRIES
           DISPLAY "ENTER OPERATOR ID (8 CHARACTERS)"
           ACCEPT USER-ID-IN
           MOVE FUNCTION UPPER-CASE(USER-ID-IN) TO USER-ID-IN
           DISPLAY "ENTER PASSWORD"
           ACCEPT PASSWORD-IN
           MOVE "FAILED" TO WS-SEC-EVENT
           IF USER-ID-IN = SPACES
               MOVE "BLANK OPERATOR ID" TO WS-SEC-REASON
           ELSE
               MOVE USER-ID-IN TO OPER-ID
               READ OPERMAS
                   INVALID KEY
                       MOVE "OPERATOR NOT ON FILE" TO WS-SEC-REASON
                   NOT INVALID KEY
                       IF OPER-PASSWORD NOT = PASSWORD-IN
                           MOVE "WRONG PASSWORD" TO WS-SEC-REASON
                       ELSE
                           IF NOT OPER-ACTIVE
                               MOVE "OPERATOR REVOKED"
                                   TO WS-SEC-REASON
                           ELSE
                               IF OPER-SUPERVISOR
                                   MOVE "SIGNON" TO WS-SEC-EVENT
                                   MOVE SPACES TO WS-SEC-REASON
                                   MOVE "Y" TO WS-SIGNON-SW
                               ELSE
                                   MOVE "ROLE MAY NOT RUN SECRPT1"
                                       TO WS-SEC-REASON
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF SIGNON-OK
               DISPLAY "SIGNED ON AS " OPER-NAME
           ELSE
               DISPLAY "*** ERROR - SIGN-ON REJECTED, ATTEMPT "
                       WS-SIGNON-TRIES " OF 3 ***"
           END-IF
           PERFORM WRITE-SIGNON-SECLOG.

      *BUILDS AND APPENDS ONE SECURITY LOG RECORD FOR THE SIGN-ON
      *ATTEMPT JUST MADE
       WRITE-SIGNON-SECLOG.
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP
           MOVE "SECRPT1"             TO SEC-PROGRAM
           MOVE WS-SEC-EVENT          TO SEC-EVENT
           MOVE USER-ID-IN            TO SEC-OPERATOR-ID
           MOVE SPACES                TO SEC-APPROVER-ID
           MOVE SPACES                TO SEC-OVERRIDE-TYPE
           MOVE SPACES                TO SEC-CUST-NO
           MOVE WS-SEC-REASON         TO SEC-REASON
           WRITE SEC-RECORD.

      *SELECTION PROMPTS - EITHER DATE MAY BE LEFT BLANK FOR "ALL",
      *AND EACH IS RE-PROMPTED UNTIL NUMERIC WHEN KEYED
       ACCEPT-SELECTION-CRITERIA.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER FROM DATE (YYYYMMDD) OR BLANK FOR ALL"
               ACCEPT FROM-DATE-IN
               IF FROM-DATE-IN = SPACES
                       OR FROM-DATE-IN IS NUMERIC
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   DISPLAY "*** ERROR - FROM DATE MUST BE YYYYMMDD "
                           "OR BLANK, RE-ENTER ***"
               END-IF
           END-PERFORM

           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER TO DATE (YYYYMMDD) OR BLANK FOR ALL"
               ACCEPT TO-DATE-IN
               IF TO-DATE-IN = SPACES
                       OR TO-DATE-IN IS NUMERIC
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   DISPLAY "*** ERROR - TO DATE MUST BE YYYYMMDD "
                           "OR BLANK, RE-ENTER ***"
               END-IF
           END-PERFORM.

      *ONE SECURITY LOG RECORD ON THE FIRST PASS - COUNTED IF IN
      *THE DATE RANGE, AND LISTED IF IT IS A FAILED SIGN-ON OR A
      *REFUSED OVERRIDE. THE TIMESTAMP'S LEADING EIGHT CHARACTERS
      *ARE THE DATE, SO THE RANGE TEST IS A PLAIN CHARACTER COMPARE
       PROCESS-SECLOG-RECORD.
           MOVE "N" TO WS-IN-RANGE-SW
           IF (FROM-DATE-IN = SPACES
                   OR SEC-TIMESTAMP(1:8) >= FROM-DATE-IN)
               AND (TO-DATE-IN = SPACES
                   OR SEC-TIMESTAMP(1:8) <= TO-DATE-IN)
               MOVE "Y" TO WS-IN-RANGE-SW
           END-IF

           IF DATE-IN-RANGE
               IF SEC-SIGNON-OK
                   ADD 1 TO WS-SIGNON-OK-COUNT
               END-IF
               IF SEC-OVERRIDE-OK
                   ADD 1 TO WS-OVERRIDE-COUNT
               END-IF
               IF SEC-SIGNON-FAILED OR SEC-OVERRIDE-REFUSED
                   IF SEC-SIGNON-FAILED
                       ADD 1 TO WS-SIGNON-BAD-COUNT
                   ELSE
                       ADD 1 TO WS-REFUSED-COUNT
                   END-IF
                   MOVE SEC-RECORD TO LIST-RECORD
                   PERFORM WRITE-SECURITY-DETAIL-LINE
               END-IF
           END-IF.

      *SORT'S OUTPUT PROCEDURE - RETURNS THE LOG IN APPROVER ORDER
      *AND DRIVES THE APPROVER CONTROL BREAK OVER THE APPROVED
      *OVERRIDES IN THE DATE RANGE; EVERYTHING ELSE IS SKIPPED
       PRODUCE-OVERRIDE-SECTION.
           PERFORM UNTIL END-OF-SORT
               RETURN SORTWORK
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       IF SORT-OVERRIDE-OK
                               AND (FROM-DATE-IN = SPACES
                               OR SORT-TIMESTAMP(1:8) >= FROM-DATE-IN)
                               AND (TO-DATE-IN = SPACES
                               OR SORT-TIMESTAMP(1:8) <= TO-DATE-IN)
                           PERFORM PROCESS-SORTED-OVERRIDE
                       END-IF
               END-RETURN
           END-PERFORM

      *LAST APPROVER GROUP STILL NEEDS ITS COUNT LINE
           IF NOT NO-RECORDS-PROCESSED-YET
               PERFORM WRITE-APPROVER-COUNT-LINE
           ELSE
               MOVE "*** NO APPROVED OVERRIDES IN THE PERIOD ***"
                   TO NONE-DESC
               PERFORM WRITE-NONE-LINE
           END-IF.

      *ONE APPROVED OVERRIDE - DETECTS A CHANGE OF APPROVER, WRITES
      *THE PRIOR APPROVER'S COUNT AND THE NEW ONE'S HEADING, THEN
      *THE DETAIL LINE
       PROCESS-SORTED-OVERRIDE.
           IF NO-RECORDS-PROCESSED-YET
               MOVE "N" TO WS-FIRST-REC-SW
               MOVE SORT-APPROVER-ID TO WS-PREV-APPROVER-ID
               PERFORM WRITE-APPROVER-HEADING
           END-IF

           IF SORT-APPROVER-ID NOT = WS-PREV-APPROVER-ID
               PERFORM WRITE-APPROVER-COUNT-LINE
               MOVE SORT-APPROVER-ID TO WS-PREV-APPROVER-ID
               PERFORM WRITE-APPROVER-HEADING
           END-IF

           ADD 1 TO WS-APPROVER-COUNT
           MOVE SORT-RECORD TO LIST-RECORD
           PERFORM WRITE-SECURITY-DETAIL-LINE.

      *APPROVER GROUP HEADING - THE SUPERVISOR'S NAME IS LOOKED UP
      *ON OPERMAS WHEN IT IS AVAILABLE
       WRITE-APPROVER-HEADING.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE ZERO             TO WS-APPROVER-COUNT
           MOVE SORT-APPROVER-ID TO APPR-ID
           MOVE SPACES           TO APPR-NAME
           IF OPERMAS-AVAILABLE
               MOVE SORT-APPROVER-ID TO OPER-ID
               READ OPERMAS
                   INVALID KEY
                       MOVE "*** NOT ON OPERMAS ***" TO APPR-NAME
                   NOT INVALID KEY
                       MOVE OPER-NAME TO APPR-NAME
               END-READ
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE
           WRITE PRT-LINE FROM APPR-HDG-LINE
           ADD 2 TO WS-LINE-COUNT.

      *COUNT OF OVERRIDES THE PRIOR APPROVER AUTHORIZED
       WRITE-APPROVER-COUNT-LINE.
           MOVE SPACES TO TOT-DESC
           STRING "OVERRIDES APPROVED BY " DELIMITED BY SIZE
                  WS-PREV-APPROVER-ID DELIMITED BY SPACE
               INTO TOT-DESC
           END-STRING
           MOVE WS-APPROVER-COUNT TO TOT-COUNT
           WRITE PRT-LINE FROM TOT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *PRINTS ONE SECURITY LOG RECORD IN READABLE FORM FROM
      *LIST-RECORD
       WRITE-SECURITY-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           MOVE LIST-TIMESTAMP(1:4)    TO DTL-DATE-YYYY
           MOVE LIST-TIMESTAMP(5:2)    TO DTL-DATE-MM
           MOVE LIST-TIMESTAMP(7:2)    TO DTL-DATE-DD
           MOVE LIST-TIMESTAMP(9:2)    TO DTL-TIME-HH
           MOVE LIST-TIMESTAMP(11:2)   TO DTL-TIME-MM
           MOVE LIST-TIMESTAMP(13:2)   TO DTL-TIME-SS
           MOVE LIST-PROGRAM           TO DTL-PROGRAM
           MOVE LIST-EVENT             TO DTL-EVENT
           MOVE LIST-OPERATOR-ID       TO DTL-OPERATOR-ID
           MOVE LIST-APPROVER-ID       TO DTL-APPROVER-ID
           MOVE LIST-OVERRIDE-TYPE     TO DTL-OVERRIDE
           MOVE LIST-CUST-NO           TO DTL-CUST-NO
           MOVE LIST-REASON            TO DTL-REASON
           WRITE PRT-LINE FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *A SECTION WITH NOTHING IN THE PERIOD - ITS HEADINGS ARE
      *STILL PRINTED, FOLLOWED BY THE ONE LINE SAYING SO
       WRITE-NONE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE PRT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *PAGE HEADERS ARE (RE)PRINTED WHENEVER THE PAGE FILLS UP OR A
      *NEW SECTION STARTS
       WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO HDG-PAGE-NO
           WRITE PRT-LINE FROM HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM HDG-SECTION-LINE
               AFTER ADVANCING 2 LINES
           WRITE PRT-LINE FROM HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 6 TO WS-LINE-COUNT.

      *PERIOD SUMMARY - SIGN-ONS AND OVERRIDES, EACH SPLIT BETWEEN
      *ACCEPTED AND REFUSED
       WRITE-SECURITY-SUMMARY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE
           MOVE "*** SIGN-ONS ACCEPTED ***" TO TOT-DESC
           MOVE WS-SIGNON-OK-COUNT TO TOT-COUNT
           WRITE PRT-LINE FROM TOT-LINE
           MOVE "*** SIGN-ONS FAILED ***" TO TOT-DESC
           MOVE WS-SIGNON-BAD-COUNT TO TOT-COUNT
           WRITE PRT-LINE FROM TOT-LINE
           MOVE "*** OVERRIDES APPROVED ***" TO TOT-DESC
           MOVE WS-OVERRIDE-COUNT TO TOT-COUNT
           WRITE PRT-LINE FROM TOT-LINE
           MOVE "*** OVERRIDE AUTHORIZATIONS REFUSED ***"
               TO TOT-DESC
           MOVE WS-REFUSED-COUNT TO TOT-COUNT
           WRITE PRT-LINE FROM TOT-LINE.
