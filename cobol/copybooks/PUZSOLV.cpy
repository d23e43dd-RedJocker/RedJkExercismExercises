      *****************************************************************
      * PUZSOLV.CPY
      *
      * RECORD LAYOUT FOR THE PUZZLE-OF-THE-DAY SOLVE HISTORY
      * (PUZSOLVF).  PUZATRP APPENDS ONE ROW EACH MORNING FOR THE
      * PREVIOUS DAY'S PUZZLE - ATTEMPTS, SOLVES, SOLVE RATE AND
      * MEDIAN SOLVE TIME - AND PUZZDAY READS THE TRAILING ROWS TO
      * STEER THE NEXT PICK AWAY FROM PUZZLES THAT ARE TOO EASY OR
      * TOO HARD.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  SV-SOLVE-RECORD.
           05  SV-PUZZLE-DATE             PIC X(08).
           05  SV-PUZZLE-CATEGORY         PIC X(10).
           05  SV-PUZZLE-DIFFICULTY       PIC 9(01).
           05  SV-ATTEMPT-COUNT           PIC 9(05).
           05  SV-SOLVE-COUNT             PIC 9(05).
           05  SV-SOLVE-PCT               PIC 9(03).
           05  SV-MEDIAN-SECONDS          PIC 9(05).
