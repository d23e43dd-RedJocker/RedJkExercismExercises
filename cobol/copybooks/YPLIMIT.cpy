      *****************************************************************
      * YPLIMIT.CPY
      *
      * RECORD LAYOUT FOR THE RESPONSIBLE-PLAY LIMIT FILE (YPLIMF),
      * KEYED BY PLAYER ID.  A PLAYER WHO ASKS THE DESK TO CAP THEIR
      * PLAY GETS A DAILY CARD LIMIT AND/OR A DAILY FEE-SPEND LIMIT
      * (ZERO MEANS NO LIMIT OF THAT KIND); A PLAYER WHO ASKS TO BE
      * BARRED GETS A SELF-EXCLUSION END DATE (SPACES MEANS NONE) AND
      * NO NEW CARD IS OPENED FOR THEM UP TO AND INCLUDING THAT DATE.
      * MAINTAINED BY YLIMMNT; CONSULTED BY YACHTONL BEFORE A NEW CARD
      * IS OPENED AND REVIEWED NIGHTLY BY YLIMREV.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - CARD LIMIT, SPEND LIMIT,
      *                    EXCLUSION END DATE, LAST SET DATE AND USER
      *****************************************************************
       01  PM-LIMIT-RECORD.
           05  PM-PLAYER-ID               PIC X(10).
           05  PM-DAILY-CARD-LIMIT        PIC 9(03).
           05  PM-DAILY-SPEND-LIMIT       PIC 9(05)V99.
           05  PM-EXCLUDE-END-DATE        PIC X(08).
               88  PM-NO-EXCLUSION            VALUE SPACES.
           05  PM-LAST-SET-DATE           PIC X(08).
           05  PM-LAST-SET-BY             PIC X(08).
