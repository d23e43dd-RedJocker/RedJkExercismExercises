      *****************************************************************
      * ORDREG.CPY
      *
      * RECORD LAYOUT FOR THE ISSUED ORDER REFERENCE REGISTER
      * (ORDREGF), KEYED BY THE COMPLETED REFERENCE NUMBER.  ORDCHECK
      * WRITES A ROW FOR EVERY REFERENCE ITS GENERATION MODE MINTS,
      * MARKS THE ROW CONSUMED THE FIRST TIME THE REFERENCE IS
      * PRESENTED FOR CHECKING, AND MARKS IT CANCELLED WHEN THE
      * REQUESTING DESK WITHDRAWS A REFERENCE ISSUED IN ERROR.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  OR-REGISTER-RECORD.
           05  OR-REFERENCE               PIC X(32).
           05  OR-ISSUE-DATE              PIC X(08).
           05  OR-REQUESTING-DESK         PIC X(08).
           05  OR-STATUS                  PIC X(01).
               88  OR-IS-ISSUED               VALUE 'I'.
               88  OR-IS-CONSUMED             VALUE 'C'.
               88  OR-IS-CANCELLED            VALUE 'X'.
           05  OR-CONSUMED-DATE           PIC X(08).
           05  OR-CANCELLED-DATE          PIC X(08).
           05  OR-CANCELLED-BY            PIC X(08).
