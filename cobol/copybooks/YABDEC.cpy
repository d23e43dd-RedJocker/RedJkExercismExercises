      *****************************************************************
      * YABDEC.CPY
      *
      * RECORD LAYOUT FOR THE ABANDONED-GAME DECISION FILE (YABDECF),
      * KEYED BY THE SCORECARD KEY - PLAYER ID AND GAME START
      * TIMESTAMP, EXACTLY AS YACHTSC.CPY LAYS IT OUT.  ONE ROW PER
      * CARD YACHTSWP MARKED ABANDONED THAT THE FLOOR MANAGER HAS
      * RULED ON THROUGH YABNDEC: A FULL OR PARTIAL REFUND OF THE
      * ENTRY FEE YFEEJNL SHOWS WAS CHARGED, OR NO REFUND.  A CARD
      * WITH A ROW HERE IS DECIDED AND CANNOT BE DECIDED AGAIN;
      * YACHTSWP LISTS EVERY ABANDONED CARD WITHOUT ONE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - KEY, DECISION, FEE CHARGED,
      *                    REFUND, TERMINAL, DATE AND MANAGER
      *****************************************************************
       01  AD-DECISION-RECORD.
           05  AD-SCORECARD-KEY.
               10  AD-PLAYER-ID           PIC X(10).
               10  AD-GAME-START-TS       PIC X(15).
           05  AD-DECISION                PIC X(01).
               88  AD-REFUND-FULL             VALUE 'F'.
               88  AD-REFUND-PARTIAL          VALUE 'P'.
               88  AD-REFUND-NONE             VALUE 'N'.
           05  AD-FEE-CHARGED             PIC 9(03)V99.
           05  AD-REFUND-AMT              PIC 9(03)V99.
           05  AD-TERMINAL-ID             PIC X(08).
           05  AD-DECIDED-DATE            PIC X(08).
           05  AD-DECIDED-BY              PIC X(08).
