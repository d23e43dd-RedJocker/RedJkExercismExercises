      *****************************************************************
      * LOYCAMP.CPY
      *
      * RECORD LAYOUT FOR THE LOYALTY BONUS CAMPAIGN TABLE (LOYCAMPF),
      * ONE ROW PER CAMPAIGN - "DOUBLE POINTS THIS WEEKEND", "TRIPLE
      * POINTS ON KIOSK07 DURING THE TOURNAMENT".  A CAMPAIGN RUNS
      * FROM ITS FROM DATE TO ITS TO DATE INCLUSIVE AND MAY BE NARROWED
      * TO ONE TERMINAL, ONE YACHTCAL HOUSE-RULE MODE CODE, AND/OR ONE
      * LOYALTY TIER (SPACES IN ANY OF THE THREE MEANS ANY).  LOYEARN
      * MULTIPLIES THE BASE-RATE POINTS OF A MATCHING GAME BY THE
      * BEST MATCHING CAMPAIGN'S MULTIPLIER; LOYCAMPR COSTS EACH
      * CAMPAIGN FROM THE LEDGER.  MARKETING KEYS THE TABLE - NO
      * PROGRAM CHANGE PER CAMPAIGN.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - ID, DATES, TERMINAL, MODE, TIER,
      *                    MULTIPLIER, DESCRIPTION
      *****************************************************************
       01  CP-CAMPAIGN-RECORD.
           05  CP-CAMPAIGN-ID             PIC X(08).
           05  CP-FROM-DATE               PIC X(08).
           05  CP-TO-DATE                 PIC X(08).
           05  CP-TERMINAL-ID             PIC X(08).
               88  CP-ANY-TERMINAL            VALUE SPACES.
           05  CP-MODE-CODE               PIC X(04).
               88  CP-ANY-MODE                VALUE SPACES.
           05  CP-TIER-CODE               PIC X(01).
               88  CP-ANY-TIER                VALUE SPACE.
           05  CP-MULTIPLIER              PIC 9(01)V99.
           05  CP-DESCRIPTION             PIC X(30).
