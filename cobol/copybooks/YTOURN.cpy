      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 RJ    ORIGINAL - HEADER AND BRACKET SLOT RECORDS
      *   2026-10-15 RJ    APPENDED THE HEADER'S PRIZE SCHEDULE -
      *                    VOUCHER POINTS FOR THE CHAMPION, THE
      *                    RUNNER-UP, AND EACH SEMI-FINALIST, SET BY
      *                    YTRNMNT - AND THE DATE YTRNPAY FINISHED
      *                    PAYING THEM ONTO VOUCHF.  SPACES ON AN
      *                    OLDER RECORD MEAN NO PRIZES AND NOT PAID;
      *                    ON A BRACKET SLOT THE FIELDS ARE UNUSED
      *   2026-10-15 RJ    APPENDED THE ROUND DEADLINES - A DATE AND
      *                    TIME PER ROUND ON THE HEADER, SET BY
      *                    YTRNMNT - AFTER WHICH YTRNADV DECIDES A
      *                    STILL-WAITING SLOT BY FORFEIT; AND ON EACH
      *                    BRACKET SLOT THE TWO PLAYERS' SEEDS (SO A
      *                    FORFEIT CAN GO TO THE HIGHER SEED) AND A
      *                    FLAG MARKING A SLOT DECIDED BY FORFEIT.
      *                    SPACES MEAN NO DEADLINE / NOT A FORFEIT
      *****************************************************************
       01  TN-TOURN-RECORD.
           05  TN-TOURN-KEY.
           05  TN-PLAYER-2                PIC X(10).
           05  TN-WINNER-PLAYER-ID        PIC X(10).
           05  TN-TOURN-NAME              PIC X(20).
           05  TN-PRIZE-CHAMPION          PIC 9(04).
           05  TN-PRIZE-RUNNER-UP         PIC 9(04).
           05  TN-PRIZE-SEMI-FINALIST     PIC 9(04).
           05  TN-PRIZES-PAID-DATE        PIC X(08).
               88  TN-PRIZES-NOT-PAID         VALUE SPACES.
           05  TN-SEED-1                  PIC 9(02).
           05  TN-SEED-2                  PIC 9(02).
           05  TN-DECIDED-BY              PIC X(01).
               88  TN-DECIDED-BY-FORFEIT      VALUE 'F'.
           05  TN-ROUND-DEADLINE OCCURS 6 TIMES.
               10  TN-DEADLINE-DATE       PIC X(08).
               10  TN-DEADLINE-TIME       PIC X(04).
