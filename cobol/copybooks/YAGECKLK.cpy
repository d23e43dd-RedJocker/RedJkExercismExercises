      *****************************************************************
      * YAGECKLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY YAGECHK AND EVERY PROGRAM
      * THAT CALLS IT, IN THE SAME MOLD AS LEAPCALC.CPY AND
      * DATEVAL.CPY.  THE CALLER SUPPLIES THE PLAYER, THE AWARD TYPE
      * (THE KEY OF THE YAGEPRM MINIMUM-AGE TABLE - 'VOUCHER ',
      * 'PUZPRIZE', 'JACKPOT ') AND THE DATE THE AWARD IS MADE, AND
      * GETS BACK WHETHER THE AWARD MUST BE HELD, WHY, THE PLAYER'S
      * AGE ON THAT DATE AND THE MINIMUM AGE APPLIED.  A HOLD REASON
      * IS SHORT ENOUGH TO GO STRAIGHT ONTO A REGISTER LINE.  FIELDS
      * ARE APPENDED, NEVER REORDERED, SO THAT OLDER CALLERS CONTINUE
      * TO WORK AGAINST THE FRONT OF THE LIST.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  AG-PARMS.
           05  AG-PLAYER-ID            PIC X(10).
           05  AG-AWARD-TYPE           PIC X(08).
           05  AG-AS-OF-DATE.
               10  AG-AS-OF-YEAR       PIC 9(04).
               10  AG-AS-OF-MONTH      PIC 9(02).
               10  AG-AS-OF-DAY        PIC 9(02).
           05  AG-HOLD-FLAG            PIC X(01).
               88  AG-AWARD-IS-HELD        VALUE 'Y'.
               88  AG-AWARD-IS-CLEAR       VALUE 'N'.
           05  AG-REASON               PIC X(20).
           05  AG-PLAYER-AGE           PIC 9(03).
           05  AG-MINIMUM-AGE          PIC 9(03).
           COPY "PGMSTAT.cpy".
