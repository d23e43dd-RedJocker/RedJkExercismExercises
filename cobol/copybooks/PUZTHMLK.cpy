      *****************************************************************
      * PUZTHMLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY PUZTHEME AND EVERY PROGRAM
      * THAT CALLS IT.  THE CALLER NAMES THE GAME AND PASSES THE
      * PHRASE AFTER ITS OWN NORMAL CHECK; PUZTHEME LOOKS UP TODAY'S
      * THEME FOR THAT GAME ON THE PUZTHCF CALENDAR AND RETURNS THE
      * THEME ID AND WHETHER THE PHRASE MET IT, WITH THE FIRST RULE
      * BROKEN IN TL-RESULT-TEXT.  NO THEME TODAY (OR NO CALENDAR)
      * RETURNS TL-NO-THEME; A CALENDAR ROW NAMING A THEME NOT ON
      * PUZTHRF ALSO RETURNS TL-NO-THEME, WITH PS-STATUS-WARNING.
      * FIELDS ARE APPENDED, NEVER REORDERED, SO THAT OLDER CALLERS
      * CONTINUE TO WORK AGAINST THE FRONT OF THE LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  TL-PARMS.
           05  TL-GAME-CODE            PIC X(01).
           05  TL-PHRASE               PIC X(246).
           05  TL-THEME-ID             PIC X(06).
           05  TL-RESULT               PIC X(01).
               88  TL-NO-THEME             VALUE SPACE.
               88  TL-THEME-MET            VALUE 'Y'.
               88  TL-THEME-MISSED         VALUE 'N'.
           05  TL-RESULT-TEXT          PIC X(30).
           COPY "PGMSTAT.cpy".
