      *                    TRANSACTION AND MUST BE ON THE BOBRSNF
      *                    TAXONOMY, SO THE MONTHLY PARETO CAN SAY
      *                    WHAT ACTUALLY DRIVES THE QUEUE
      *   2026-10-15 RJ    APPENDED THE DICE FACE COUNTS FOR THE
      *                    TECH-DESK TICKETS YTRMSUSP OPENS ON A
      *                    TERMINAL FAIRDICE FLAGGED - ZERO ON EVERY
      *                    CUSTOMER TICKET
      *   2026-10-15 RJ    APPENDED UP TO THREE SUGGESTED BOBKBAF
      *                    KNOWLEDGE-BASE ARTICLE IDS, BEST MATCH
      *                    FIRST, PICKED BY BOBDISP FROM THE TICKET
      *                    MESSAGE - SPACES WHERE NOTHING MATCHED
      *   2026-10-15 RJ    APPENDED THE REOPEN COUNT AND LAST
      *                    REOPENED TIMESTAMP - BOBDISP REOPENS A
      *                    RECENTLY CLOSED TICKET WHEN THE SAME
      *                    CUSTOMER ESCALATES AGAIN INSTEAD OF
      *                    CUTTING A NEW ONE
      *   2026-10-15 RJ    APPENDED THE PRIORITY SCORE BOBDISP WORKS
      *                    OUT WHEN THE TICKET IS CUT (KEYWORD
      *                    SEVERITY, GAME CONTEXT, LOYALTY TIER AND
      *                    ESCALATION HISTORY, WEIGHTED OFF BOBPRWF) -
      *                    HIGHEST SCORES ARE ASSIGNED FIRST
      *   2026-10-15 RJ    APPENDED THE AFTER-HOURS FLAG AND THE
      *                    DESK OPENING (YYYYMMDDHHMM) BOB PROMISED
      *                    THE CUSTOMER - BOBSLA STARTS AN
      *                    AFTER-HOURS TICKET'S CLOCK THERE, NOT AT
      *                    THE SHOUT
      *   2026-10-15 RJ    APPENDED THE SITE CODE OF THE KIOSK THE
      *                    TICKET CAME FROM.  SPACES MEAN SITE 01, THE
      *                    ORIGINAL FLOOR, AND ARE ALL A TICKET WITH NO
      *                    KIOSK CONTEXT EVER CARRIES
      *****************************************************************
       01  TK-TICKET-RECORD.
           05  TK-TICKET-ID               PIC 9(06).
           05  TK-GAME-START-TS           PIC X(15).
           05  TK-REASON-CODE             PIC X(04).
           05  TK-RESOLUTION-TEXT         PIC X(40).
           05  TK-DICE-COUNTS.
               10  TK-DICE-ROLLS          PIC 9(07).
               10  TK-DICE-FACE-COUNT OCCURS 6 TIMES
                                          PIC 9(07).
           05  TK-KB-ARTICLES.
               10  TK-KB-ARTICLE-ID OCCURS 3 TIMES
                                          PIC X(06).
           05  TK-REOPEN-COUNT            PIC 9(03).
           05  TK-REOPENED-TS             PIC X(21).
           05  TK-PRIORITY-SCORE          PIC 9(03).
           05  TK-AFTER-HOURS-FLAG        PIC X(01).
               88  TK-OPENED-AFTER-HOURS      VALUE 'Y'.
           05  TK-DESK-OPEN-TS            PIC X(12).
           05  TK-SITE-CODE               PIC X(02).
