      *   DATE       INIT  DESCRIPTION
      *   2026-09-02 RJ    ORIGINAL - ID, LOCATION, SERVICE STATUS,
      *                    INSTALL DATE
      *   2026-10-15 RJ    APPENDED THE SUSPENSION REASON, DATE AND
      *                    TECH-DESK TICKET - STAMPED WHEN YTRMSUSP
      *                    PULLS A DRIFTING TERMINAL AFTER FAIRDICE
      *                    (OR THE DESK MARKS ONE 'O' ON YTRMMNT),
      *                    CLEARED WHEN YTRMMNT PUTS IT BACK IN
      *                    SERVICE
      *   2026-10-15 RJ    APPENDED THE TRAINING FLAG - A TERMINAL
      *                    MARKED 'T' ON YTRMMNT IS A TRAINING OR
      *                    DEMONSTRATION KIOSK; ITS GAMES TAKE NO FEE
      *                    AND ARE STAMPED AS TRAINING ON THE CARD
      *   2026-10-15 RJ    APPENDED THE SITE CODE - THE YSITEF SITE THE
      *                    TERMINAL STANDS IN.  SPACES MEAN SITE 01,
      *                    THE ORIGINAL FLOOR
      *****************************************************************
       01  TR-TERMINAL-RECORD.
           05  TR-TERMINAL-ID             PIC X(08).
               88  TR-TERMINAL-IN-SERVICE     VALUE 'I'.
               88  TR-TERMINAL-OUT-OF-SERVICE VALUE 'O'.
           05  TR-INSTALL-DATE            PIC X(08).
           05  TR-SUSPEND-REASON          PIC X(20).
           05  TR-SUSPEND-DATE            PIC X(08).
           05  TR-SUSPEND-TICKET-ID       PIC 9(06).
           05  TR-TRAINING-FLAG           PIC X(01).
               88  TR-TRAINING-TERMINAL       VALUE 'T'.
               88  TR-LIVE-TERMINAL           VALUE 'L' SPACE.
           05  TR-SITE-CODE               PIC X(02).
