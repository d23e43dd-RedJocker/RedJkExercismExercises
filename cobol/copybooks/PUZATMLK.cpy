      *****************************************************************
      * PUZATMLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY PUZATMPT (THE KIOSK
      * PUZZLE-OF-THE-DAY ATTEMPT TRANSACTION) AND EVERY KIOSK
      * DISPATCHER THAT CALLS IT.  THE KIOSK PASSES THE PLAYER OR
      * SUBMITTER ID, ITS TERMINAL ID, THE ANSWER TYPED AND THE
      * SECONDS ON THE CLOCK; PUZATMPT CHECKS THE ANSWER AGAINST THE
      * PUBLISHED PUZZDOTD PUZZLE, RECORDS THE ATTEMPT, AND RETURNS
      * SOLVED OR NOT WITH A LINE FOR THE SCREEN.  NO PUZZLE
      * PUBLISHED FOR TODAY RETURNS AT-NO-PUZZLE, RECORDS NOTHING,
      * AND SETS THE SHARED STATUS TO WARNING.  FIELDS ARE APPENDED,
      * NEVER REORDERED, SO THAT OLDER CALLERS CONTINUE TO WORK
      * AGAINST THE FRONT OF THE LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  AT-PARMS.
           05  AT-PLAYER-ID            PIC X(10).
           05  AT-TERMINAL-ID          PIC X(08).
           05  AT-ATTEMPT-TEXT         PIC X(120).
           05  AT-SECONDS-TAKEN        PIC 9(05).
           05  AT-RESULT               PIC X(01).
               88  AT-SOLVED               VALUE 'Y'.
               88  AT-NOT-SOLVED           VALUE 'N'.
               88  AT-NO-PUZZLE            VALUE 'X'.
           05  AT-RESULT-TEXT          PIC X(30).
           COPY "PGMSTAT.cpy".
