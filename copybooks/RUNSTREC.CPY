      * Copybook: RUNSTREC
      * Purpose: Record layout for the day-end run-status control
      *          file. One record is appended per completed step per
      *          business date - INTRO1's accounting export,
      *          MSTBKUP1's master backup, TRNPOST1, CUSTRPT1,
      *          BALANCE1, ACCTRCN1 and DATEADV1 - and each
      *          step reads the file before starting so an
      *          out-of-order or duplicate run is refused with a
      *          clear message instead of double-posting history or
