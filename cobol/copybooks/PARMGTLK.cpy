      *****************************************************************
      * PARMGTLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY PARMGET AND EVERY BATCH THAT
      * TAKES ITS TUNING KNOBS FROM THE BIZPARMF BUSINESS-PARAMETER
      * MASTER, IN THE SAME MOLD AS FISCPRLK.CPY.  THE CALLER NAMES
      * ITSELF AND THE PARAMETER, AND SUPPLIES ITS OWN BUILT-IN VALUE
      * AND THE LARGEST VALUE ITS FIELD CAN HOLD (ZERO FOR NO LIMIT).
      * IT GETS BACK THE VALUE IN FORCE TODAY AND WHERE IT CAME FROM:
      * 'M' THE MASTER ROW, 'B' THE BUILT-IN VALUE BECAUSE THERE IS
      * NO ROW (OR NO MASTER), 'R' THE BUILT-IN VALUE BECAUSE THE
      * ROW'S VALUE WOULD NOT FIT THE CALLER'S FIELD - THE LAST COMES
      * BACK WITH THE SHARED STATUS AT WARNING.  NP-SOURCE-TEXT IS
      * THE SAME THING READY FOR A REPORT HEADER.  FIELDS ARE
      * APPENDED, NEVER REORDERED, SO THAT OLDER CALLERS CONTINUE TO
      * WORK AGAINST THE FRONT OF THE LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - PROGRAM, NAME, BUILT-IN AND
      *                    LIMIT IN, VALUE AND SOURCE OUT
      *****************************************************************
       01  NP-PARMS.
           05  NP-PROGRAM-ID           PIC X(08).
           05  NP-PARM-NAME            PIC X(20).
           05  NP-DEFAULT-VALUE        PIC 9(07)V99.
           05  NP-LIMIT-VALUE          PIC 9(07)V99.
           05  NP-VALUE                PIC 9(07)V99.
           05  NP-SOURCE-FLAG          PIC X(01).
               88  NP-FROM-MASTER          VALUE 'M'.
               88  NP-FROM-BUILT-IN        VALUE 'B'.
               88  NP-MASTER-TOO-LARGE     VALUE 'R'.
           05  NP-SOURCE-TEXT          PIC X(08).
           COPY "PGMSTAT.cpy".
