      ******************************************************************
      * Copybook: SECREC
      * Purpose: Record layout for the security log. One record is
      *          appended for every sign-on attempt made to an
      *          interactive program, successful or not, and for
      *          every supervisor override attempted in INTRO1,
      *          approved or refused. SECRPT1 reports the failed
      *          sign-ons and the overrides by approving supervisor.
      ******************************************************************
       01  SEC-RECORD.
           05  SEC-TIMESTAMP       PIC X(21).
           05  SEC-PROGRAM         PIC X(8).
           05  SEC-EVENT           PIC X(6).
               88  SEC-SIGNON-OK         VALUE "SIGNON".
               88  SEC-SIGNON-FAILED     VALUE "FAILED".
               88  SEC-OVERRIDE-OK       VALUE "OVRIDE".
               88  SEC-OVERRIDE-REFUSED  VALUE "OVRREF".
      *OPERATOR AT THE TERMINAL - ON A FAILED SIGN-ON, WHATEVER ID
      *WAS KEYED
           05  SEC-OPERATOR-ID     PIC X(8).
      *SUPERVISOR ID KEYED TO APPROVE AN OVERRIDE, WITH WHAT WAS
      *OVERRIDDEN AND FOR WHICH CUSTOMER - BLANK ON SIGN-ON EVENTS
           05  SEC-APPROVER-ID     PIC X(8).
           05  SEC-OVERRIDE-TYPE   PIC X(12).
           05  SEC-CUST-NO         PIC X(15).
           05  SEC-REASON          PIC X(40).
