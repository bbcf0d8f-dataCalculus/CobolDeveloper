      ******************************************************************
      * Author: EMIRHAN GURSES
      * Date: 10.15.2026
      * Purpose: FORWARD RECOVERY OF THE CUSTOMER OR ITEM MASTER -
      *          RELOADS THE CHOSEN MASTER FROM THE LATEST MSTBKUP1
      *          BACKUP GENERATION TAKEN BEFORE THE STOP POINT, THEN
      *          REAPPLIES EVERY MSTJRNL RECOVERY JOURNAL RECORD FOR
      *          THAT MASTER STAMPED FROM THE BACKUP UP TO THE STOP
      *          POINT, IN THE ORDER THE UPDATES WERE MADE. A BAD DAY
      *          OR A DAMAGED FILE IS REBUILT RATHER THAN RE-KEYED.
      *          PRINTS WHAT WAS LOADED, REAPPLIED AND SKIPPED, AND
      *          LISTS EVERY JOURNAL RECORD WHOSE BEFORE IMAGE DID
      *          NOT MATCH THE RECORD IT WAS APPLIED TO (RETURN CODE
      *          4), SINCE THAT MEANS AN UPDATE WAS MADE THAT THE
      *          JOURNAL DOES NOT KNOW ABOUT. RUN WITH NO ENTRY OR
      *          MAINTENANCE SESSION ACTIVE
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCOV1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *THE TWO MASTERS - ONLY THE ONE BEING REBUILT IS OPENED
           SELECT CUSTMAS  ASSIGN TO "CUSTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MAS-NO
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT ITEMMAS  ASSIGN TO "ITEMMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ITEM-MAS-CODE
               FILE STATUS IS WS-ITEMMAS-STATUS.

      *THE BACKUP GENERATION RELOADED - NAMED CMBKYYYYMMDD OR
      *IMBKYYYYMMDD BY MSTBKUP1 FOR THE BUSINESS DATE IT WAS TAKEN
           SELECT BKUPIN   ASSIGN TO WS-BKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUPIN-STATUS.

      *RECOVERY JOURNAL WRITTEN BY EVERY PROGRAM THAT UPDATES A
      *MASTER - READ ONLY HERE
           SELECT MSTJRNL  ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MSTJRNL-STATUS.

      *RUN-STATUS CONTROL FILE - MSTBKUP1'S COMPLETION RECORDS SAY
      *WHICH GENERATIONS EXIST AND WHEN EACH WAS TAKEN
           SELECT RUNSTAT  ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.

      *PRINTED RECOVERY REPORT
           SELECT PRTFILE  ASSIGN TO "RCOVRPT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRTFILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAS.
           COPY "CUSTMAS.CPY".
       FD  ITEMMAS.
           COPY "ITEMMAS.CPY".

      *A WHOLE MASTER RECORD PER LINE, AS MSTBKUP1 WROTE IT
       FD  BKUPIN.
       01  BKUP-RECORD         PIC X(100).
       FD  MSTJRNL.
           COPY "JRNLREC.CPY".
       FD  RUNSTAT.
           COPY "RUNSTREC.CPY".
       FD  PRTFILE.
       01  PRT-LINE            PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CUSTMAS-STATUS   PIC X(2) VALUE "00".
           88  CUSTMAS-IO-OK             VALUE "00".
       01  WS-ITEMMAS-STATUS   PIC X(2) VALUE "00".
           88  ITEMMAS-IO-OK             VALUE "00".
       01  WS-BKUPIN-STATUS    PIC X(2) VALUE "00".
           88  BKUPIN-OPEN-OK            VALUE "00".
       01  WS-MSTJRNL-STATUS   PIC X(2) VALUE "00".
           88  MSTJRNL-OPEN-OK           VALUE "00".
           88  MSTJRNL-MISSING           VALUE "35".
       01  WS-PRTFILE-STATUS   PIC X(2) VALUE "00".
           88  PRTFILE-OPEN-OK           VALUE "00".
       01  WS-RUNSTAT-STATUS   PIC X(2) VALUE "00".
           88  RUNSTAT-OPEN-OK           VALUE "00".
           88  RUNSTAT-MISSING           VALUE "35".
       01  WS-RUNSTAT-EOF-SW   PIC X(1) VALUE "N".
           88  RUNSTAT-EOF               VALUE "Y".
       01  WS-EOF-SW           PIC X(1) VALUE "N".
           88  INPUT-EOF                 VALUE "Y".

      *OPERATOR'S ANSWERS - WHICH MASTER, HOW FAR FORWARD, AND THE
      *CONFIRMATION BEFORE THE MASTER IS OVERWRITTEN
       01  MASTER-IN           PIC X(7).
       01  STOP-POINT-IN       PIC X(14).
       01  CONFIRM-IN          PIC X(3).
       01  WS-FIELD-VALID-SW   PIC X(1) VALUE "N".
           88  FIELD-IS-VALID            VALUE "Y".
       01  WS-MASTER-SW        PIC X(1) VALUE SPACE.
           88  REBUILD-CUSTMAS           VALUE "C".
           88  REBUILD-ITEMMAS           VALUE "I".
      *ALL NINES WHEN NO STOP POINT IS KEYED - THE WHOLE JOURNAL
       01  WS-STOP-POINT       PIC X(14) VALUE SPACES.

      *THE GENERATION CHOSEN - THE LATEST BACKUP TAKEN AT OR BEFORE
      *THE STOP POINT - AND THE FILE NAME BUILT FROM ITS DATE
       01  WS-BKUP-FOUND-SW    PIC X(1) VALUE "N".
           88  BACKUP-FOUND              VALUE "Y".
       01  WS-BKUP-DATE        PIC 9(8) VALUE ZERO.
       01  WS-BKUP-TIMESTAMP   PIC X(21) VALUE SPACES.
       01  WS-BKUP-FILE-NAME   PIC X(12) VALUE SPACES.

      *THE RECORD ON FILE FOR THE JOURNAL KEY, SPACE-FILLED TO THE
      *JOURNAL IMAGE WIDTH SO IT CAN BE COMPARED WITH THE BEFORE
      *IMAGE AS IT STANDS
       01  WS-TARGET-FOUND-SW  PIC X(1) VALUE "N".
           88  TARGET-ON-FILE            VALUE "Y".
       01  WS-CURRENT-IMAGE    PIC X(100) VALUE SPACES.
       01  WS-EXCEPTION-TEXT   PIC X(40) VALUE SPACES.

      *CONTROL COUNTS PRINTED AT THE END OF THE REPORT
       01  WS-LOAD-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-LOAD-ERROR-COUNT PIC 9(7) VALUE ZERO.
       01  WS-JRNL-READ-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-OTHER-MAS-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-IN-BKUP-COUNT    PIC 9(9) VALUE ZERO.
       01  WS-PAST-STOP-COUNT  PIC 9(9) VALUE ZERO.
       01  WS-ADD-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-CHANGE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-DELETE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-MISMATCH-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-APPLY-ERROR-COUNT PIC 9(7) VALUE ZERO.

       01  WS-PAGE-NO          PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01  WS-LINES-PER-PAGE   PIC 9(2) VALUE 55.

       01  HDG-LINE-1.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(28) VALUE
               "MASTER FILE RECOVERY REPORT ".
           05  HDG-MASTER      PIC X(7).
           05  FILLER          PIC X(6)  VALUE " FROM ".
           05  HDG-BKUP-NAME   PIC X(12).
           05  FILLER          PIC X(7)  VALUE " TAKEN ".
           05  HDG-BKUP-TIME   PIC X(14).
           05  FILLER          PIC X(6)  VALUE " STOP ".
           05  HDG-STOP-POINT  PIC X(14).
           05  FILLER          PIC X(5)  VALUE SPACES.
           05  FILLER          PIC X(10) VALUE "PAGE NO. ".
           05  HDG-PAGE-NO     PIC ZZZ9.
           05  FILLER          PIC X(18) VALUE SPACES.

       01  HDG-LINE-2.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  FILLER          PIC X(23) VALUE "JOURNAL TIMESTAMP".
           05  FILLER          PIC X(10) VALUE "PROGRAM".
           05  FILLER          PIC X(8)  VALUE "ACTION".
           05  FILLER          PIC X(17) VALUE "KEY".
           05  FILLER          PIC X(40) VALUE "EXCEPTION".
           05  FILLER          PIC X(33) VALUE SPACES.

      *ONE LINE PER JOURNAL RECORD THAT DID NOT FIT THE FILE AS
      *REBUILT SO FAR - IT IS STILL APPLIED, THE AFTER IMAGE BEING
      *WHAT THE MASTER HELD ONCE THAT UPDATE WENT THROUGH
       01  DTL-LINE.
           05  FILLER          PIC X(1)  VALUE SPACES.
           05  DTL-TIMESTAMP   PIC X(21).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-PROGRAM     PIC X(8).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-ACTION      PIC X(6).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-KEY         PIC X(15).
           05  FILLER          PIC X(2)  VALUE SPACES.
           05  DTL-EXCEPTION   PIC X(40).
           05  FILLER          PIC X(33) VALUE SPACES.

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
           PERFORM VALIDATE-MASTER
           PERFORM VALIDATE-STOP-POINT
           PERFORM FIND-BACKUP-GENERATION

           IF NOT BACKUP-FOUND
               DISPLAY "*** MSTRCOV1 REFUSED - NO MSTBKUP1 BACKUP ON "
                       "RUNSTAT AT OR BEFORE THE STOP POINT ***"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF REBUILD-CUSTMAS
               MOVE SPACES TO WS-BKUP-FILE-NAME
               STRING "CMBK" DELIMITED BY SIZE
                      WS-BKUP-DATE DELIMITED BY SIZE
                   INTO WS-BKUP-FILE-NAME
           ELSE
               MOVE SPACES TO WS-BKUP-FILE-NAME
               STRING "IMBK" DELIMITED BY SIZE
                      WS-BKUP-DATE DELIMITED BY SIZE
                   INTO WS-BKUP-FILE-NAME
           END-IF

      *THE MASTER IS OVERWRITTEN FROM HERE ON - THE OPERATOR SEES
      *WHICH GENERATION WILL BE USED AND MUST CONFIRM
           DISPLAY "REBUILD " MASTER-IN " FROM " WS-BKUP-FILE-NAME
                   " TAKEN " WS-BKUP-TIMESTAMP(1:14)
           DISPLAY "UP TO " WS-STOP-POINT
                   " - ENTER YES TO CONFIRM"
           ACCEPT CONFIRM-IN
           MOVE FUNCTION UPPER-CASE(CONFIRM-IN) TO CONFIRM-IN
           IF CONFIRM-IN NOT = "YES"
               DISPLAY "MSTRCOV1 - RECOVERY ABANDONED, " MASTER-IN
                       " NOT TOUCHED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRTFILE
           IF NOT PRTFILE-OPEN-OK
               DISPLAY "*** FATAL - RCOVRPT1 COULD NOT BE OPENED, "
                       "FILE STATUS " WS-PRTFILE-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-REPORT-HEADINGS
           PERFORM RELOAD-FROM-BACKUP
           PERFORM ROLL-JOURNAL-FORWARD
           PERFORM WRITE-RECOVERY-TOTALS

           CLOSE PRTFILE

           IF WS-LOAD-ERROR-COUNT > ZERO
                   OR WS-APPLY-ERROR-COUNT > ZERO
               DISPLAY "*** MSTRCOV1 - " MASTER-IN " REBUILT WITH "
                       "WRITE ERRORS, SEE RCOVRPT1 ***"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-COUNT > ZERO
                   DISPLAY "*** MSTRCOV1 - " MASTER-IN " REBUILT, "
                           WS-MISMATCH-COUNT " JOURNAL EXCEPTIONS, "
                           "SEE RCOVRPT1 ***"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "MSTRCOV1 - " MASTER-IN " REBUILT, "
                           WS-LOAD-COUNT " RECORDS LOADED, "
                           WS-ADD-COUNT " ADDS, " WS-CHANGE-COUNT
                           " CHANGES, " WS-DELETE-COUNT
                           " DELETES REAPPLIED"
               END-IF
           END-IF
           GOBACK.

      *MASTER TO REBUILD - RE-PROMPTED UNTIL IT NAMES ONE OF THE
      *TWO JOURNALLED MASTERS
       VALIDATE-MASTER.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER MASTER TO REBUILD (CUSTMAS OR ITEMMAS)"
               ACCEPT MASTER-IN
               MOVE FUNCTION UPPER-CASE(MASTER-IN) TO MASTER-IN
               IF MASTER-IN = "CUSTMAS"
                   MOVE "C" TO WS-MASTER-SW
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   IF MASTER-IN = "ITEMMAS"
                       MOVE "I" TO WS-MASTER-SW
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   ELSE
                       DISPLAY "*** ERROR - MASTER MUST BE CUSTMAS "
                               "OR ITEMMAS, RE-ENTER ***"
                   END-IF
               END-IF
           END-PERFORM.

      *STOP POINT - A FULL YYYYMMDDHHMMSS TIMESTAMP. JOURNAL RECORDS
      *STAMPED LATER ARE LEFT OFF, SO A BAD RUN CAN BE BACKED OUT BY
      *STOPPING JUST BEFORE IT. BLANK ROLLS THE WHOLE JOURNAL FORWARD
       VALIDATE-STOP-POINT.
           MOVE "N" TO WS-FIELD-VALID-SW
           PERFORM UNTIL FIELD-IS-VALID
               DISPLAY "ENTER STOP POINT (YYYYMMDDHHMMSS), OR BLANK "
                       "FOR THE WHOLE JOURNAL"
               ACCEPT STOP-POINT-IN
               IF STOP-POINT-IN = SPACES
                   MOVE ALL "9" TO WS-STOP-POINT
                   MOVE "Y" TO WS-FIELD-VALID-SW
               ELSE
                   IF STOP-POINT-IN IS NOT NUMERIC
                       DISPLAY "*** ERROR - STOP POINT MUST BE "
                               "YYYYMMDDHHMMSS, RE-ENTER ***"
                   ELSE
                       MOVE STOP-POINT-IN TO WS-STOP-POINT
                       MOVE "Y" TO WS-FIELD-VALID-SW
                   END-IF
               END-IF
           END-PERFORM.

      *THE GENERATION TO START FROM IS THE LATEST MSTBKUP1 RUN ON
      *RUNSTAT TAKEN AT OR BEFORE THE STOP POINT. EARLIER ONES ARE
      *PASSED OVER AS LATER ONES TURN UP
       FIND-BACKUP-GENERATION.
           MOVE "N" TO WS-BKUP-FOUND-SW
           OPEN INPUT RUNSTAT
           IF RUNSTAT-MISSING
               CONTINUE
           ELSE
               IF NOT RUNSTAT-OPEN-OK
                   DISPLAY "*** FATAL - RUNSTAT COULD NOT BE OPENED, "
                           "FILE STATUS " WS-RUNSTAT-STATUS " ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL RUNSTAT-EOF
                   READ RUNSTAT
                       AT END
                           MOVE "Y" TO WS-RUNSTAT-EOF-SW
                       NOT AT END
                           PERFORM CHECK-BACKUP-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUNSTAT
           END-IF.

      *ONE RUN-STATUS RECORD - KEPT IF IT IS A BACKUP, NOT PAST THE
      *STOP POINT, AND LATER THAN THE ONE KEPT SO FAR
       CHECK-BACKUP-RECORD.
           IF RUNST-STEP = "MSTBKUP1"
                   AND RUNST-TIMESTAMP(1:14) NOT > WS-STOP-POINT
               IF NOT BACKUP-FOUND
                       OR RUNST-TIMESTAMP > WS-BKUP-TIMESTAMP
                   MOVE "Y"             TO WS-BKUP-FOUND-SW
                   MOVE RUNST-DATE      TO WS-BKUP-DATE
                   MOVE RUNST-TIMESTAMP TO WS-BKUP-TIMESTAMP
               END-IF
           END-IF.

      *EMPTIES THE MASTER AND LOADS THE BACKUP GENERATION INTO IT.
      *THE GENERATION IS OPENED FIRST SO A MISSING ONE STOPS THE RUN
      *BEFORE THE MASTER IS TOUCHED. THE MASTER IS LEFT OPEN I-O
      *FOR THE JOURNAL
       RELOAD-FROM-BACKUP.
           OPEN INPUT BKUPIN
           IF NOT BKUPIN-OPEN-OK
               DISPLAY "*** FATAL - " WS-BKUP-FILE-NAME
                       " COULD NOT BE OPENED, FILE STATUS "
                       WS-BKUPIN-STATUS " - " MASTER-IN
                       " NOT TOUCHED ***"
               CLOSE PRTFILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF REBUILD-CUSTMAS
               OPEN OUTPUT CUSTMAS
               IF NOT CUSTMAS-IO-OK
                   DISPLAY "*** FATAL - CUSTMAS COULD NOT BE "
                           "CREATED, FILE STATUS " WS-CUSTMAS-STATUS
                           " ***"
                   CLOSE BKUPIN
                   CLOSE PRTFILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               OPEN OUTPUT ITEMMAS
               IF NOT ITEMMAS-IO-OK
                   DISPLAY "*** FATAL - ITEMMAS COULD NOT BE "
                           "CREATED, FILE STATUS " WS-ITEMMAS-STATUS
                           " ***"
                   CLOSE BKUPIN
                   CLOSE PRTFILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE "N" TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF
               READ BKUPIN
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       PERFORM LOAD-BACKUP-RECORD
               END-READ
           END-PERFORM
           CLOSE BKUPIN

           IF REBUILD-CUSTMAS
               CLOSE CUSTMAS
               OPEN I-O CUSTMAS
               IF NOT CUSTMAS-IO-OK
                   DISPLAY "*** FATAL - CUSTMAS COULD NOT BE "
                           "REOPENED, FILE STATUS " WS-CUSTMAS-STATUS
                           " - BACKUP LOADED, JOURNAL NOT APPLIED ***"
                   CLOSE PRTFILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               CLOSE ITEMMAS
               OPEN I-O ITEMMAS
               IF NOT ITEMMAS-IO-OK
                   DISPLAY "*** FATAL - ITEMMAS COULD NOT BE "
                           "REOPENED, FILE STATUS " WS-ITEMMAS-STATUS
                           " - BACKUP LOADED, JOURNAL NOT APPLIED ***"
                   CLOSE PRTFILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      *ONE BACKUP RECORD BACK ONTO THE MASTER - THE GENERATION IS IN
      *KEY ORDER, SO A FAILURE HERE MEANS A DAMAGED GENERATION
       LOAD-BACKUP-RECORD.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF REBUILD-CUSTMAS
               MOVE BKUP-RECORD TO CUST-MASTER-RECORD
               WRITE CUST-MASTER-RECORD
                   INVALID KEY
                       MOVE "BACKUP RECORD COULD NOT BE LOADED"
                           TO WS-EXCEPTION-TEXT
                       MOVE CUST-MAS-NO TO DTL-KEY
               END-WRITE
           ELSE
               MOVE BKUP-RECORD TO ITEM-MASTER-RECORD
               WRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       MOVE "BACKUP RECORD COULD NOT BE LOADED"
                           TO WS-EXCEPTION-TEXT
                       MOVE ITEM-MAS-CODE TO DTL-KEY
               END-WRITE
           END-IF
           IF WS-EXCEPTION-TEXT = SPACES
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               ADD 1 TO WS-LOAD-ERROR-COUNT
               MOVE SPACES            TO DTL-TIMESTAMP
               MOVE "MSTBKUP1"        TO DTL-PROGRAM
               MOVE "LOAD"            TO DTL-ACTION
               MOVE WS-EXCEPTION-TEXT TO DTL-EXCEPTION
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *READS THE JOURNAL FROM THE TOP AND REAPPLIES THE REBUILT
      *MASTER'S UPDATES MADE FROM THE BACKUP UP TO THE STOP POINT.
      *NO JOURNAL AT ALL LEAVES THE MASTER AS THE BACKUP HAD IT
       ROLL-JOURNAL-FORWARD.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT MSTJRNL
           IF MSTJRNL-MISSING
               DISPLAY "*** WARNING - MSTJRNL NOT FOUND, "
                       MASTER-IN " LEFT AS AT THE BACKUP ***"
           ELSE
               IF NOT MSTJRNL-OPEN-OK
                   DISPLAY "*** FATAL - MSTJRNL COULD NOT BE OPENED, "
                           "FILE STATUS " WS-MSTJRNL-STATUS
                           " - BACKUP LOADED, JOURNAL NOT APPLIED ***"
                   PERFORM CLOSE-REBUILT-MASTER
                   CLOSE PRTFILE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM UNTIL INPUT-EOF
                   READ MSTJRNL
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           PERFORM SELECT-JOURNAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE MSTJRNL
           END-IF
           PERFORM CLOSE-REBUILT-MASTER.

      *ONE JOURNAL RECORD - THE OTHER MASTER'S RECORDS, UPDATES
      *MADE BEFORE THE BACKUP WAS TAKEN (ALREADY IN IT) AND UPDATES
      *PAST THE STOP POINT ARE COUNTED AND PASSED OVER
       SELECT-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-READ-COUNT
           IF (REBUILD-CUSTMAS AND NOT JRNL-CUSTMAS)
                   OR (REBUILD-ITEMMAS AND NOT JRNL-ITEMMAS)
               ADD 1 TO WS-OTHER-MAS-COUNT
           ELSE
               IF JRNL-TIMESTAMP(1:16) < WS-BKUP-TIMESTAMP(1:16)
                   ADD 1 TO WS-IN-BKUP-COUNT
               ELSE
                   IF JRNL-TIMESTAMP(1:14) > WS-STOP-POINT
                       ADD 1 TO WS-PAST-STOP-COUNT
                   ELSE
                       PERFORM APPLY-JOURNAL-RECORD
                   END-IF
               END-IF
           END-IF.

      *REAPPLIES ONE UPDATE. THE RECORD ON FILE SHOULD BE WHAT THE
      *JOURNAL SAYS WAS THERE BEFORE (NOTHING, FOR AN ADD) - WHEN IT
      *IS NOT, THE UPDATE IS STILL APPLIED BUT LISTED. AN ADD OR
      *CHANGE PUTS THE AFTER IMAGE ON FILE WHETHER OR NOT THE KEY IS
      *THERE, AND A DELETE OF A KEY ALREADY GONE CHANGES NOTHING, SO
      *AN UPDATE MADE WHILE THE BACKUP WAS RUNNING IS SAFE TO REPLAY
       APPLY-JOURNAL-RECORD.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           PERFORM READ-TARGET-RECORD

           IF JRNL-ADD
               ADD 1 TO WS-ADD-COUNT
               IF TARGET-ON-FILE
                   MOVE "ADDED KEY ALREADY ON FILE"
                       TO WS-EXCEPTION-TEXT
               END-IF
               PERFORM PUT-TARGET-RECORD
           END-IF
           IF JRNL-CHANGE
               ADD 1 TO WS-CHANGE-COUNT
               IF NOT TARGET-ON-FILE
                   MOVE "CHANGED KEY NOT ON FILE - ADDED"
                       TO WS-EXCEPTION-TEXT
               ELSE
                   IF WS-CURRENT-IMAGE NOT = JRNL-BEFORE-IMAGE
                       MOVE "RECORD DID NOT MATCH BEFORE IMAGE"
                           TO WS-EXCEPTION-TEXT
                   END-IF
               END-IF
               PERFORM PUT-TARGET-RECORD
           END-IF
           IF JRNL-DELETE
               ADD 1 TO WS-DELETE-COUNT
               IF NOT TARGET-ON-FILE
                   MOVE "DELETED KEY NOT ON FILE"
                       TO WS-EXCEPTION-TEXT
               ELSE
                   IF WS-CURRENT-IMAGE NOT = JRNL-BEFORE-IMAGE
                       MOVE "RECORD DID NOT MATCH BEFORE IMAGE"
                           TO WS-EXCEPTION-TEXT
                   END-IF
                   PERFORM DELETE-TARGET-RECORD
               END-IF
           END-IF

           IF WS-EXCEPTION-TEXT NOT = SPACES
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM WRITE-JOURNAL-EXCEPTION
           END-IF.

      *LOOKS THE JOURNAL KEY UP ON THE MASTER BEING REBUILT
       READ-TARGET-RECORD.
           MOVE "N"    TO WS-TARGET-FOUND-SW
           MOVE SPACES TO WS-CURRENT-IMAGE
           IF REBUILD-CUSTMAS
               MOVE JRNL-KEY TO CUST-MAS-NO
               READ CUSTMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TARGET-FOUND-SW
                       MOVE CUST-MASTER-RECORD TO WS-CURRENT-IMAGE
               END-READ
           ELSE
               MOVE JRNL-KEY TO ITEM-MAS-CODE
               READ ITEMMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TARGET-FOUND-SW
                       MOVE ITEM-MASTER-RECORD TO WS-CURRENT-IMAGE
               END-READ
           END-IF.

      *PUTS THE AFTER IMAGE ON FILE - REWRITTEN OVER THE KEY IF IT
      *IS THERE, WRITTEN NEW IF IT IS NOT
       PUT-TARGET-RECORD.
           IF REBUILD-CUSTMAS
               MOVE JRNL-AFTER-IMAGE TO CUST-MASTER-RECORD
               IF TARGET-ON-FILE
                   REWRITE CUST-MASTER-RECORD
                       INVALID KEY
                           PERFORM NOTE-APPLY-ERROR
                   END-REWRITE
               ELSE
                   WRITE CUST-MASTER-RECORD
                       INVALID KEY
                           PERFORM NOTE-APPLY-ERROR
                   END-WRITE
               END-IF
           ELSE
               MOVE JRNL-AFTER-IMAGE TO ITEM-MASTER-RECORD
               IF TARGET-ON-FILE
                   REWRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           PERFORM NOTE-APPLY-ERROR
                   END-REWRITE
               ELSE
                   WRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           PERFORM NOTE-APPLY-ERROR
                   END-WRITE
               END-IF
           END-IF.

      *TAKES THE KEY OFF THE MASTER BEING REBUILT
       DELETE-TARGET-RECORD.
           IF REBUILD-CUSTMAS
               DELETE CUSTMAS
                   INVALID KEY
                       PERFORM NOTE-APPLY-ERROR
               END-DELETE
           ELSE
               DELETE ITEMMAS
                   INVALID KEY
                       PERFORM NOTE-APPLY-ERROR
               END-DELETE
           END-IF.

      *A MASTER WRITE THAT FAILED DURING THE ROLL FORWARD - THE
      *REBUILT FILE IS SHORT OF THIS UPDATE
       NOTE-APPLY-ERROR.
           ADD 1 TO WS-APPLY-ERROR-COUNT
           MOVE "MASTER UPDATE FAILED - NOT REAPPLIED"
               TO WS-EXCEPTION-TEXT.

      *LISTS ONE JOURNAL RECORD THAT DID NOT FIT THE REBUILT FILE
       WRITE-JOURNAL-EXCEPTION.
           MOVE JRNL-TIMESTAMP    TO DTL-TIMESTAMP
           MOVE JRNL-PROGRAM      TO DTL-PROGRAM
           MOVE JRNL-KEY          TO DTL-KEY
           MOVE WS-EXCEPTION-TEXT TO DTL-EXCEPTION
           IF JRNL-ADD
               MOVE "ADD"    TO DTL-ACTION
           END-IF
           IF JRNL-CHANGE
               MOVE "CHANGE" TO DTL-ACTION
           END-IF
           IF JRNL-DELETE
               MOVE "DELETE" TO DTL-ACTION
           END-IF
           PERFORM WRITE-DETAIL-LINE.

      *PRINTS ONE EXCEPTION LINE, STARTING A NEW PAGE WHEN FULL
       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE PRT-LINE FROM DTL-LINE AFTER ADVANCING 1 LINES
           ADD 1 TO WS-LINE-COUNT.

      *CLOSES WHICHEVER MASTER WAS REBUILT
       CLOSE-REBUILT-MASTER.
           IF REBUILD-CUSTMAS
               CLOSE CUSTMAS
           ELSE
               CLOSE ITEMMAS
           END-IF.

      *PAGE HEADERS ARE (RE)PRINTED WHENEVER THE PAGE FILLS UP
       WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO            TO HDG-PAGE-NO
           MOVE MASTER-IN             TO HDG-MASTER
           MOVE WS-BKUP-FILE-NAME     TO HDG-BKUP-NAME
           MOVE WS-BKUP-TIMESTAMP(1:14) TO HDG-BKUP-TIME
           MOVE WS-STOP-POINT         TO HDG-STOP-POINT
           WRITE PRT-LINE FROM HDG-LINE-1 AFTER ADVANCING PAGE
           WRITE PRT-LINE FROM HDG-LINE-2 AFTER ADVANCING 2 LINES
           MOVE 4 TO WS-LINE-COUNT.

      *CONTROL COUNTS - WHAT CAME FROM THE BACKUP, WHAT THE JOURNAL
      *HELD, AND WHAT WAS REAPPLIED OR PASSED OVER
       WRITE-RECOVERY-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "RECORDS LOADED FROM BACKUP" TO TOT-CNT-DESC
           MOVE WS-LOAD-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "BACKUP RECORDS NOT LOADED" TO TOT-CNT-DESC
           MOVE WS-LOAD-ERROR-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "JOURNAL RECORDS READ" TO TOT-CNT-DESC
           MOVE WS-JRNL-READ-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "FOR THE OTHER MASTER" TO TOT-CNT-DESC
           MOVE WS-OTHER-MAS-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "BEFORE THE BACKUP - ALREADY IN IT" TO TOT-CNT-DESC
           MOVE WS-IN-BKUP-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "AFTER THE STOP POINT - NOT REAPPLIED" TO TOT-CNT-DESC
           MOVE WS-PAST-STOP-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           MOVE "ADDS REAPPLIED" TO TOT-CNT-DESC
           MOVE WS-ADD-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "CHANGES REAPPLIED" TO TOT-CNT-DESC
           MOVE WS-CHANGE-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "DELETES REAPPLIED" TO TOT-CNT-DESC
           MOVE WS-DELETE-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "JOURNAL EXCEPTIONS LISTED" TO TOT-CNT-DESC
           MOVE WS-MISMATCH-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           MOVE "MASTER UPDATES THAT FAILED" TO TOT-CNT-DESC
           MOVE WS-APPLY-ERROR-COUNT TO TOT-CNT
           WRITE PRT-LINE FROM TOT-CNT-LINE
           WRITE PRT-LINE FROM BLANK-LINE

           IF WS-LOAD-ERROR-COUNT > ZERO
                   OR WS-APPLY-ERROR-COUNT > ZERO
               MOVE "*** REBUILT FILE IS INCOMPLETE - RESTORE THE "
                   & "FAILED RECORDS BEFORE USE ***" TO MSG-TEXT
           ELSE
               IF WS-MISMATCH-COUNT > ZERO
                   MOVE "*** REBUILT - CHECK EACH EXCEPTION ABOVE "
                       & "AGAINST THE AUDIT TRAILS ***" TO MSG-TEXT
               ELSE
                   MOVE "*** REBUILT - EVERY JOURNAL RECORD FITTED "
                       & "THE FILE ***" TO MSG-TEXT
               END-IF
           END-IF
           WRITE PRT-LINE FROM MSG-LINE.
