      *****************************************************************
      * PERLOKLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY PERLOCK AND EVERY PROGRAM
      * THAT WRITES A MONEY-MOVING ENTRY, IN THE SAME MOLD AS
      * FISCPRLK.CPY.  THE CALLER SUPPLIES THE DATE THE ACTIVITY
      * BELONGS TO AND GETS BACK THAT DATE'S FISCAL PERIOD (YYYYPP)
      * AND THE PERIOD TO POST IT IN.  THE TWO ARE THE SAME UNLESS
      * ACCOUNTING HAS CLOSED THE ACTIVITY'S PERIOD ON PERIODF; THEN
      * THE ENTRY POSTS IN THE CURRENT OPEN PERIOD AND THE PRIOR-
      * PERIOD ADJUSTMENT FLAG COMES BACK SET.  A DATE FISCPER CANNOT
      * PLACE COMES BACK WITH BOTH PERIODS BLANK AND THE SHARED
      * STATUS AT ERROR.  FIELDS ARE APPENDED, NEVER REORDERED, SO
      * THAT OLDER CALLERS CONTINUE TO WORK AGAINST THE FRONT OF THE
      * LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - ACTIVITY DATE IN, ACTIVITY AND
      *                    POSTING PERIODS AND ADJUSTMENT FLAG OUT
      *****************************************************************
       01  PQ-PARMS.
           05  PQ-YEAR                 PIC 9(04).
           05  PQ-MONTH                PIC 9(02).
           05  PQ-DAY                  PIC 9(02).
           05  PQ-ACTIVITY-PERIOD      PIC X(06).
           05  PQ-POSTING-PERIOD       PIC X(06).
           05  PQ-ADJUST-FLAG          PIC X(01).
               88  PQ-PRIOR-PERIOD-ADJ     VALUE 'Y'.
               88  PQ-IN-OWN-PERIOD        VALUE 'N'.
           COPY "PGMSTAT.cpy".
