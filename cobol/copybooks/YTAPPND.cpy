      *****************************************************************
      * YTAPPND.CPY
      *
      * RECORD LAYOUT FOR A KIOSK'S PENDING-TAPS FILE (YTAPPND FOLLOWED
      * BY THE TERMINAL ID - ONE FILE PER TERMINAL).  WHILE YACHTSCF
      * IS HELD BY A NIGHTLY BATCH ON THE YACHTLKF INTERLOCK, OR IS
      * DOWN FOR A RESTORE, YACHTONL SCORES EACH TAP THROUGH YACHT AS
      * AN ADVISORY CALL, GIVES THE PLAYER THE PROVISIONAL SCORE, AND
      * APPENDS THE TAP HERE UNDER THE TERMINAL'S NEXT SEQUENCE
      * NUMBER.  YTAPFWD LATER DRIVES EACH PENDING TAP BACK THROUGH
      * YACHTONL IN SEQUENCE ORDER AND REWRITES IT AS APPLIED OR
      * REJECTED WITH THE OUTCOME, SO A RERUN AFTER AN ABEND PICKS
      * UP WITH THE FIRST TAP STILL PENDING.  THE MODE CODE THE TAP
      * WAS SCORED UNDER IS KEPT SO THE APPLIED SCORE IS TAKEN UNDER
      * THE SAME HOUSE RULES AS THE PROVISIONAL ONE.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL
      *****************************************************************
       01  PT-PENDING-TAP-RECORD.
           05  PT-SEQUENCE-NO             PIC 9(07).
           05  PT-TAP-STATE               PIC X(01).
               88  PT-TAP-PENDING             VALUE 'P'.
               88  PT-TAP-APPLIED             VALUE 'A'.
               88  PT-TAP-REJECTED            VALUE 'R'.
           05  PT-TAP-TS                  PIC X(21).
           05  PT-TERMINAL-ID             PIC X(08).
           05  PT-PLAYER-ID               PIC X(10).
           05  PT-GAME-START-TS           PIC X(15).
           05  PT-CATEGORY                PIC X(15).
           05  PT-DICE                    PIC 9(05).
           05  PT-PROVISIONAL-RESULT      PIC 9(04).
           05  PT-MODE-CODE               PIC X(04).
           05  PT-SV-CARD-NUMBER          PIC X(13).
           05  PT-APPLY-STATUS            PIC X(02).
           05  PT-APPLIED-RESULT          PIC 9(04).
           05  PT-APPLY-TS                PIC X(14).
