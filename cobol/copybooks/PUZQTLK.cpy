      *****************************************************************
      * PUZQTLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY PUZQUOTA AND EVERY PROGRAM
      * THAT CALLS IT.  THE CALLER NAMES THE GAME, THE SUBMITTER AND
      * THE SUBMITTER'S TIER (SK-TIER FROM PUZSUBCK) AND ASKS ONE OF
      * THREE THINGS: 'C' CHECK - IS TODAY'S ADMITTED COUNT STILL
      * UNDER THE DAILY QUOTA; 'A' ADMIT - COUNT ONE SUBMISSION LET
      * THROUGH; 'R' REFUSE - COUNT ONE ATTEMPT TURNED AWAY.  A
      * CALLER CHECKS EVERY GAME A SUBMISSION TOUCHES BEFORE IT
      * ADMITS OR REFUSES ANY OF THEM.  NO QUOTA TABLE, OR NO ROW FOR
      * THE GAME AND TIER, MEANS NO LIMIT (QK-DAILY-MAX ZERO).
      * FIELDS ARE APPENDED, NEVER REORDERED, SO THAT OLDER CALLERS
      * CONTINUE TO WORK AGAINST THE FRONT OF THE LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  QK-PARMS.
           05  QK-ACTION               PIC X(01).
               88  QK-ASK-CHECK            VALUE 'C'.
               88  QK-ASK-ADMIT            VALUE 'A'.
               88  QK-ASK-REFUSE           VALUE 'R'.
           05  QK-GAME-CODE            PIC X(01).
           05  QK-SUBMITTER-ID         PIC X(10).
           05  QK-TIER                 PIC X(01).
           05  QK-RESULT               PIC X(01).
               88  QK-WITHIN-QUOTA         VALUE 'W'.
               88  QK-OVER-QUOTA           VALUE 'O'.
           05  QK-DAILY-MAX            PIC 9(05).
           05  QK-ADMITTED-COUNT       PIC 9(05).
           COPY "PGMSTAT.cpy".
