      *****************************************************************
      * PUZATTM.CPY
      *
      * RECORD LAYOUT FOR THE PUZZLE-OF-THE-DAY ATTEMPTS FILE
      * (PUZATMF).  ONE RECORD PER KIOSK ATTEMPT, APPENDED BY THE
      * PUZATMPT TRANSACTION: WHEN AND WHERE, WHO, WHAT WAS TYPED,
      * WHETHER IT MATCHED THE PUBLISHED PUZZLE, AND HOW LONG THE
      * PLAYER TOOK.  THE PUZZLE'S OWN DATE, CATEGORY AND DIFFICULTY
      * ARE CARRIED SO THE PUZATRP MORNING REPORT NEEDS NO OTHER FILE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  AR-ATTEMPT-RECORD.
           05  AR-ATTEMPT-DATE            PIC X(08).
           05  AR-ATTEMPT-TIME            PIC X(06).
           05  AR-PLAYER-ID               PIC X(10).
           05  AR-TERMINAL-ID             PIC X(08).
           05  AR-ATTEMPT-TEXT            PIC X(120).
           05  AR-SOLVED-FLAG             PIC X(01).
               88  AR-ATTEMPT-SOLVED          VALUE 'Y'.
               88  AR-ATTEMPT-NOT-SOLVED      VALUE 'N'.
           05  AR-SECONDS-TAKEN           PIC 9(05).
           05  AR-PUZZLE-DATE             PIC X(08).
           05  AR-PUZZLE-CATEGORY         PIC X(10).
           05  AR-PUZZLE-DIFFICULTY       PIC 9(01).
