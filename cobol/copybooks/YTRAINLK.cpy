      *****************************************************************
      * YTRAINLK.CPY
      *
      * LINKAGE PARAMETER LIST SHARED BY YTRAINCK AND EVERY PROGRAM
      * THAT CALLS IT, IN THE SAME MOLD AS YAGECKLK.CPY.  THE CALLER
      * SUPPLIES THE TERMINAL AND THE PLAYER OF A GAME AND GETS BACK
      * WHETHER IT IS A TRAINING GAME, AND WHY - A TERMINAL MARKED
      * FOR TRAINING ON YTERMF, OR A PLAYER ID IN THE RESERVED
      * TRAINING RANGE BELOW.  THE RANGE IS HELD HERE, AND ONLY HERE,
      * SO THAT EVERY PROGRAM THAT TESTS A PLAYER ID AGREES ON IT;
      * THE DESK REGISTERS EACH TRAINEE ON YPLAYERF UNDER AN ID IN
      * THE RANGE.  FIELDS ARE APPENDED, NEVER REORDERED.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  TG-PARMS.
           05  TG-TERMINAL-ID          PIC X(08).
           05  TG-PLAYER-ID            PIC X(10).
               88  TG-TRAINING-PLAYER-ID   VALUE 'TRN0000000'
                                           THRU 'TRN9999999'.
           05  TG-TRAINING-FLAG        PIC X(01).
               88  TG-TRAINING-GAME        VALUE 'Y'.
               88  TG-LIVE-GAME            VALUE 'N'.
           05  TG-REASON               PIC X(01).
               88  TG-REASON-TERMINAL      VALUE 'T'.
               88  TG-REASON-PLAYER        VALUE 'P'.
           COPY "PGMSTAT.cpy".
