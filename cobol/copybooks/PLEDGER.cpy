      *                    THAT ZEROES THE STALE BALANCE OF A PLAYER
      *                    WITH NO POSTING IN TWELVE MONTHS, SO
      *                    DORMANT POINTS COME OFF THE LIABILITY LINE
      *   2026-10-15 RJ    ADDED THE 'T' (TRANSFER) ENTRY TYPE - LOYXFER
      *                    MOVES POINTS BETWEEN TWO MEMBERS OF A
      *                    HOUSEHOLD AS A PAIRED NEGATIVE/POSITIVE
      *                    ENTRY, EACH CARRYING 'XFER ' AND THE OTHER
      *                    PLAYER'S ID IN PL-GAME-START-TS
      *   2026-10-15 RJ    APPENDED THE CAMPAIGN ID AND BASE POINTS -
      *                    AN EARNING LIFTED BY A LOYCAMPF BONUS
      *                    CAMPAIGN CARRIES THE CAMPAIGN AND WHAT THE
      *                    BASE RATE ALONE WOULD HAVE EARNED, SO
      *                    LOYCAMPR CAN COST THE CAMPAIGN.  SPACES AND
      *                    ZERO ON EVERY ENTRY NO CAMPAIGN LIFTED
      *****************************************************************
       01  PL-LEDGER-RECORD.
           05  PL-PLAYER-ID               PIC X(10).
               88  PL-ENTRY-IS-EARNING        VALUE 'E'.
               88  PL-ENTRY-IS-REDEMPTION     VALUE 'R'.
               88  PL-ENTRY-IS-EXPIRY         VALUE 'X'.
               88  PL-ENTRY-IS-TRANSFER       VALUE 'T'.
           05  PL-POINTS                  PIC S9(07).
           05  PL-BALANCE                 PIC S9(07).
           05  PL-CAMPAIGN-ID             PIC X(08).
               88  PL-NO-CAMPAIGN             VALUE SPACES.
           05  PL-BASE-POINTS             PIC S9(07).
