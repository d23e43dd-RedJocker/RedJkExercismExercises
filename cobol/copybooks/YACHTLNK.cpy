      *                    THROUGH THIS SAME FIELD, AND UNDER A
      *                    HOUSE-RULE MODE THAT TOTAL ROUTINELY RUNS
      *                    PAST 999
      *   2026-10-15 RJ    ADDED YL-STATUS-PLAY-LIMIT-REACHED AND
      *                    YL-STATUS-SELF-EXCLUDED - THE ONLINE
      *                    TRANSACTION REFUSES A NEW CARD TO A PLAYER
      *                    WHO HAS REACHED A DAILY LIMIT ON YPLIMF OR
      *                    IS INSIDE A SELF-EXCLUSION PERIOD
      *   2026-10-15 RJ    ADDED YL-SV-CARD-NUMBER - THE KIOSK PASSES
      *                    THE STORED-VALUE PLAY CARD TAPPED FOR THE
      *                    ENTRY FEE (SPACES MEANS CASH) - AND THE
      *                    TWO STATUSES THE ONLINE TRANSACTION REFUSES
      *                    A NEW CARD WITH: YL-STATUS-CARD-BALANCE-
      *                    SHORT, AND YL-STATUS-PLAY-CARD-REFUSED FOR
      *                    A CARD THAT IS UNKNOWN, NOT ACTIVE, OR
      *                    ANOTHER PLAYER'S
      *   2026-10-15 RJ    ADDED THE CALLER-SUPPLIED RULE TABLE - WITH
      *                    YL-CALLER-SUPPLIES-RULES SET, YACHT TAKES
      *                    EACH HOUSE-RULE POINT VALUE FROM
      *                    YL-CALLER-RULE (CATEGORY AND VALUE, UP TO
      *                    YL-CALLER-RULE-COUNT ROWS) INSTEAD OF
      *                    READING YACHTRUL, SO THE YRULSIM SIMULATOR
      *                    CAN SCORE A PROPOSED RULE SET BEFORE IT IS
      *                    KEYED LIVE.  ONLY EVER SET ON AN ADVISORY
      *                    CALL
      *   2026-10-15 RJ    ADDED YL-STATUS-PROVISIONAL AND THE OFFLINE
      *                    FIELDS - WHILE THE SCORECARD FILE IS HELD
      *                    OR DOWN, THE ONLINE TRANSACTION QUEUES THE
      *                    TAP ON THE TERMINAL'S PENDING-TAPS FILE AND
      *                    RETURNS THE SCORE AS PROVISIONAL WITH ITS
      *                    SEQUENCE NUMBER IN YL-OFFLINE-SEQUENCE-NO;
      *                    YTAPFWD SETS YL-CALL-IS-FORWARD-APPLY WHEN
      *                    IT DRIVES A QUEUED TAP BACK THROUGH, SO THE
      *                    TAP IS NEVER QUEUED A SECOND TIME
      *   2026-10-15 RJ    ADDED YL-TAP-TS - ON A FORWARD-APPLY CALL
      *                    YTAPFWD PASSES THE TIME THE QUEUED TAP WAS
      *                    ACTUALLY MADE, AND THE CARD IS PRICED, THE
      *                    PLAY LIMITS TESTED AND EVERY JOURNAL ENTRY
      *                    STAMPED AS OF THAT TIME, NOT THE FORWARD
      *                    RUN'S
      *****************************************************************
       01  YL-PARMS.
           05  YL-CATEGORY             PIC X(15).
               88  YL-STATUS-CARD-BUSY VALUE '50'.
               88  YL-STATUS-TERMINAL-NOT-IN-SERVICE VALUE '60'.
               88  YL-STATUS-NOT-YOUR-TURN VALUE '70'.
               88  YL-STATUS-PLAY-LIMIT-REACHED VALUE '80'.
               88  YL-STATUS-SELF-EXCLUDED VALUE '85'.
               88  YL-STATUS-CARD-BALANCE-SHORT VALUE '90'.
               88  YL-STATUS-PLAY-CARD-REFUSED VALUE '91'.
               88  YL-STATUS-PROVISIONAL VALUE '55'.
           05  YL-MODE-CODE            PIC X(04).
           COPY "PGMSTAT.cpy".
           05  YL-FH-PAIR-VALUE        PIC 9(1).
               88  YL-USE-CALENDAR         VALUE 'Y'.
           05  YL-ADVISORY-FLAG        PIC X(01).
               88  YL-CALL-IS-ADVISORY     VALUE 'Y'.
           05  YL-SV-CARD-NUMBER       PIC X(13).
           05  YL-RULE-SOURCE-FLAG     PIC X(01).
               88  YL-CALLER-SUPPLIES-RULES VALUE 'C'.
           05  YL-CALLER-RULE-COUNT    PIC 9(02).
           05  YL-CALLER-RULE OCCURS 12 TIMES.
               10  YL-CR-CATEGORY      PIC X(15).
               10  YL-CR-POINT-VALUE   PIC 9(03).
           05  YL-OFFLINE-FLAG         PIC X(01).
               88  YL-CALL-IS-FORWARD-APPLY VALUE 'F'.
           05  YL-OFFLINE-SEQUENCE-NO  PIC 9(07).
           05  YL-TAP-TS               PIC X(21).
