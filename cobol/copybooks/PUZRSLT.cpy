      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 RJ    ORIGINAL - DATE, GAME, SUBMITTER, RESULT,
      *                    LENGTH
      *   2026-10-15 RJ    APPENDED THE THEME ID IN FORCE FOR THE
      *                    GAME THAT DAY AND WHETHER THE SUBMISSION
      *                    MET IT (SPACES ON AN UNTHEMED DAY).  THE
      *                    RECORD IS LONGER - AN EXISTING PUZRSLTF
      *                    MUST BE CONVERTED BEFORE THE FIRST RUN
      *****************************************************************
       01  PR-RESULT-RECORD.
           05  PR-RESULT-DATE             PIC X(08).
               88  PR-SUBMISSION-PASSED       VALUE 'P'.
               88  PR-SUBMISSION-FAILED       VALUE 'F'.
           05  PR-PHRASE-LEN              PIC 9(03).
           05  PR-THEME-ID                PIC X(06).
           05  PR-THEME-RESULT            PIC X(01).
               88  PR-NO-THEME                VALUE SPACE.
               88  PR-THEME-MET               VALUE 'Y'.
               88  PR-THEME-MISSED            VALUE 'N'.
