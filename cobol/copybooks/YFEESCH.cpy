      *****************************************************************
      * YFEESCH.CPY
      *
      * RECORD LAYOUT FOR THE ENTRY-FEE SCHEDULE (YFEESCHF), KEYED BY
      * DAY OF WEEK, TERMINAL, TIER, AND BAND START TIME.  EACH ROW
      * PRICES A NEW CARD OPENED ON THAT DAY (1 = MONDAY ... 7 =
      * SUNDAY, 0 = EVERY DAY) AT THAT TERMINAL ('*ALL' = EVERY
      * TERMINAL) BY A PLAYER OF THAT LOYALTY TIER ('*' = EVERY TIER)
      * BETWEEN THE START TIME (INCLUSIVE) AND THE END TIME
      * (EXCLUSIVE), BOTH HHMM ON THE 24-HOUR CLOCK.  WHEN MORE THAN
      * ONE ROW COVERS A CARD, YACHTONL TAKES THE MOST SPECIFIC ONE -
      * A NAMED TERMINAL BEATS A NAMED TIER, WHICH BEATS A NAMED DAY.
      * THE BAND CODE IS THE SHORT NAME THE DRAWER AND LEDGER REPORTS
      * SUBTOTAL BY ('AFTN', 'FRNT' AND SO ON).  MAINTAINED BY
      * YFEEMNT; READ BY YACHTONL WHEN IT OPENS A CARD.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - REPLACES THE SINGLE FLAT FEE ON
      *                    YFEECTL, WHICH IS NOW ONLY THE FALLBACK
      *                    WHEN NO ROW COVERS A CARD
      *****************************************************************
       01  FS-SCHEDULE-RECORD.
           05  FS-SCHED-KEY.
               10  FS-DAY-OF-WEEK         PIC 9(01).
                   88  FS-EVERY-DAY           VALUE 0.
               10  FS-TERMINAL-ID         PIC X(08).
                   88  FS-ALL-TERMINALS       VALUE '*ALL    '.
               10  FS-TIER-CODE           PIC X(01).
                   88  FS-ALL-TIERS           VALUE '*'.
               10  FS-START-HHMM          PIC 9(04).
           05  FS-END-HHMM                PIC 9(04).
           05  FS-FEE-AMT                 PIC 9(03)V99.
           05  FS-BAND-CODE               PIC X(04).
