      *****************************************************************
      * FISCPRLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY FISCPER AND EVERY PROGRAM
      * THAT CALLS IT, IN THE SAME MOLD AS LEAPCALC.CPY, DATEVAL.CPY
      * AND BIZDAYLK.CPY.  THE CALLER SUPPLIES A FULL YEAR/MONTH/DAY
      * AND GETS BACK WHERE IT FALLS ON HEAD OFFICE'S 4-4-5 RETAIL
      * CALENDAR: FISCAL YEAR, QUARTER, PERIOD (1-12), WEEK OF THE
      * YEAR, WEEK OF THE PERIOD, HOW MANY WEEKS THE YEAR HAS (52 OR
      * 53 - THE EXTRA WEEK OF A 53-WEEK YEAR FALLS IN PERIOD 12), AND
      * THE FIRST AND LAST DATES OF THE PERIOD.  FP-FISCAL-PERIOD IS
      * THE YYYYPP LABEL REPORTS AND EXTRACTS CARRY.  YEARS START ON
      * THE DATES IN THE FISCALF FISCAL-YEAR START TABLE.  A DATE
      * BEFORE THE FIRST START, OR NO TABLE, COMES BACK WITH THE
      * SHARED STATUS AT ERROR; A DATE IN THE LAST YEAR ON THE TABLE
      * (NO FOLLOWING START TO MEASURE IT BY) IS TAKEN AS 52 WEEKS
      * AND COMES BACK AT WARNING.  FIELDS ARE APPENDED, NEVER
      * REORDERED, SO THAT OLDER CALLERS CONTINUE TO WORK AGAINST THE
      * FRONT OF THE LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - DATE IN, FISCAL YEAR, QUARTER,
      *                    PERIOD, WEEK AND PERIOD BOUNDS OUT
      *****************************************************************
       01  FP-PARMS.
           05  FP-YEAR                 PIC 9(04).
           05  FP-MONTH                PIC 9(02).
           05  FP-DAY                  PIC 9(02).
           05  FP-FISCAL-PERIOD.
               10  FP-FISCAL-YEAR      PIC 9(04).
               10  FP-PERIOD           PIC 9(02).
           05  FP-QUARTER              PIC 9(01).
           05  FP-WEEK                 PIC 9(02).
           05  FP-WEEK-OF-PERIOD       PIC 9(01).
           05  FP-WEEKS-IN-YEAR        PIC 9(02).
           05  FP-PERIOD-START-DATE    PIC X(08).
           05  FP-PERIOD-END-DATE      PIC X(08).
           COPY "PGMSTAT.cpy".
