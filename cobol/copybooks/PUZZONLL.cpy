      *                    MISSING LETTERS - SO THE KIOSK HINT LINE
      *                    CAN SAY "TRY: JINX, QUIZ" INSTEAD OF
      *                    LEAVING THE PLAYER STARING AT J, Q, X
      *   2026-10-15 RJ    APPENDED THE SUBMITTER CHECK RESULT - AN
      *                    UNKNOWN, SUSPENDED OR BANNED SUBMITTER IS
      *                    REFUSED BEFORE SCORING, WITH THE REASON
      *                    FOR THE KIOSK LINE AND THE SHARED STATUS
      *                    AT WARNING
      *   2026-10-15 RJ    APPENDED THE DAILY QUOTA RESULT - A
      *                    SUBMITTER ALREADY AT THE DAY'S QUOTA FOR
      *                    ISOGRAM OR PANGRAM IS TURNED AWAY BEFORE
      *                    SCORING, WITH THE LIMIT FOR THE KIOSK LINE
      *   2026-10-15 RJ    APPENDED THE THEMED-DAY RESULTS - THE
      *                    ISOGRAM AND PANGRAM THEME IN FORCE TODAY,
      *                    WHETHER THE PHRASE MET EACH (SPACES ON AN
      *                    UNTHEMED DAY), AND THE RULE MISSED
      *****************************************************************
       01  PZ-PARMS.
           05  PZ-SUBMITTER-ID         PIC X(10).
           05  PZ-SUGGEST-COUNT        PIC 9(01).
           05  PZ-SUGGESTION OCCURS 3 TIMES
                                       PIC X(30).
           05  PZ-SUBMITTER-RESULT     PIC X(01).
               88  PZ-SUBMITTER-ACCEPTED   VALUE 'O'.
               88  PZ-SUBMITTER-REFUSED    VALUE 'U' 'S' 'B'.
           05  PZ-SUBMITTER-TEXT       PIC X(30).
           05  PZ-QUOTA-RESULT         PIC X(01).
               88  PZ-WITHIN-DAILY-QUOTA   VALUE 'W'.
               88  PZ-OVER-DAILY-QUOTA     VALUE 'O'.
           05  PZ-DAILY-MAX            PIC 9(05).
           05  PZ-ISO-THEME-ID         PIC X(06).
           05  PZ-ISO-THEME-RESULT     PIC X(01).
               88  PZ-ISO-THEME-MET        VALUE 'Y'.
               88  PZ-ISO-THEME-MISSED     VALUE 'N'.
           05  PZ-PAN-THEME-ID         PIC X(06).
           05  PZ-PAN-THEME-RESULT     PIC X(01).
               88  PZ-PAN-THEME-MET        VALUE 'Y'.
               88  PZ-PAN-THEME-MISSED     VALUE 'N'.
           05  PZ-THEME-TEXT           PIC X(30).
