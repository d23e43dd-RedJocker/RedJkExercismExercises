      *****************************************************************
      * YSITELK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY YSITECK AND EVERY PROGRAM
      * THAT CALLS IT, IN THE SAME MOLD AS YTRAINLK.CPY.  THE CALLER
      * SUPPLIES EITHER A TERMINAL ID, TO BE TOLD WHICH SITE THE
      * TERMINAL STANDS IN, OR A SITE CODE WITH THE TERMINAL LEFT
      * BLANK, TO HAVE THE CODE CHECKED AGAINST THE YSITEF SITE
      * MASTER.  EITHER WAY THE SITE CODE COMES BACK FILLED IN (A
      * BLANK CODE IS SITE 01) WITH ITS NAME AND WHETHER IT IS OPEN.
      * FIELDS ARE APPENDED, NEVER REORDERED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  SE-PARMS.
           05  SE-TERMINAL-ID          PIC X(08).
           05  SE-SITE-CODE            PIC X(02).
               88  SE-HOME-SITE            VALUE '01'.
           05  SE-SITE-NAME            PIC X(30).
           05  SE-SITE-FLAG            PIC X(01).
               88  SE-SITE-IS-OPEN         VALUE 'O'.
               88  SE-SITE-IS-CLOSED       VALUE 'C'.
               88  SE-SITE-IS-UNKNOWN      VALUE 'U'.
           COPY "PGMSTAT.cpy".
