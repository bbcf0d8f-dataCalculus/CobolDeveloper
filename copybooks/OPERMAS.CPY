      ******************************************************************
      * Copybook: OPERMAS
      * Purpose: Record layout for the indexed operator security
      *          file, keyed on operator ID. Every interactive
      *          program checks the operator's password and role
      *          here at sign-on, and INTRO1 checks a supervisor's
      *          ID and password here before letting a credit-limit,
      *          oversell or credit-hold warning be overridden.
      *          Maintained by OPERMNT1 (supervisors only).
      ******************************************************************
       01  OPERATOR-RECORD.
           05  OPER-ID             PIC X(8).
           05  OPER-NAME           PIC X(30).
           05  OPER-PASSWORD       PIC X(8).
      *ROLE DECIDES WHICH PROGRAMS THE OPERATOR MAY SIGN ON TO -
      *ENTRY CLERKS RUN INTRO1, CASH CLERKS PAYMENT1, MASTER-FILE
      *MAINTAINERS THE MAINTENANCE SCREENS, AND SUPERVISORS ANY OF
      *THEM PLUS OPERMNT1 AND TRNVOID1. ANY ROLE MAY RUN THE
      *CUSTINQ1 INQUIRY. ONLY A SUPERVISOR MAY APPROVE AN OVERRIDE
           05  OPER-ROLE           PIC X(1).
               88  OPER-ENTRY-CLERK      VALUE "E".
               88  OPER-CASH-CLERK       VALUE "C".
               88  OPER-SUPERVISOR       VALUE "S".
               88  OPER-MASTER-MAINT     VALUE "M".
               88  OPER-VALID-ROLE       VALUES "E" "C" "S" "M".
      *A REVOKED OPERATOR IS KEPT ON FILE SO THE ID IS NEVER REISSUED
      *AND THE AUDIT TRAILS STILL RESOLVE TO A NAME
           05  OPER-STATUS         PIC X(1).
               88  OPER-ACTIVE           VALUE "A".
               88  OPER-REVOKED          VALUE "R".
               88  OPER-VALID-STATUS     VALUES "A" "R".
