      ******************************************************************
      * Copybook: JRNLREC
      * Purpose: Record layout for the master-file recovery journal.
      *          Every program that adds, changes or deletes a
      *          CUSTMAS or ITEMMAS record appends one record here
      *          once the update has gone through, carrying the whole
      *          record as it stood before and after. MSTRCOV1 loads
      *          the last MSTBKUP1 backup generation and rolls these
      *          after images forward over it up to a chosen point,
      *          so a damaged master or a bad day can be rebuilt
      *          rather than re-keyed.
      ******************************************************************
       01  JRNL-RECORD.
      *MACHINE CLOCK AT THE UPDATE - COMPARED WITH THE BACKUP'S
      *RUN-STATUS TIMESTAMP TO TELL WHICH UPDATES THE BACKUP ALREADY
      *HOLDS, AND WITH THE OPERATOR'S STOP POINT
           05  JRNL-TIMESTAMP      PIC X(21).
           05  JRNL-BUS-DATE       PIC 9(8).
           05  JRNL-PROGRAM        PIC X(8).
           05  JRNL-MASTER         PIC X(1).
               88  JRNL-CUSTMAS              VALUE "C".
               88  JRNL-ITEMMAS              VALUE "I".
           05  JRNL-ACTION         PIC X(1).
               88  JRNL-ADD                  VALUE "A".
               88  JRNL-CHANGE               VALUE "C".
               88  JRNL-DELETE               VALUE "D".
           05  JRNL-KEY            PIC X(15).
      *WHOLE MASTER RECORD IMAGES, LEFT-JUSTIFIED AND SPACE-FILLED -
      *THE BEFORE IMAGE IS BLANK ON AN ADD AND THE AFTER IMAGE IS
      *BLANK ON A DELETE. WIDE ENOUGH FOR EITHER MASTER WITH ROOM
      *FOR THE RECORDS TO GROW
           05  JRNL-BEFORE-IMAGE   PIC X(100).
           05  JRNL-AFTER-IMAGE    PIC X(100).
