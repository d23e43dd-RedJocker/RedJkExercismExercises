      *****************************************************************
      * SODRULE.CPY
      *
      * RECORD LAYOUT FOR THE SEGREGATION-OF-DUTIES RULE DECK
      * (SODRULEF), ONE CONFLICT PAIR PER LINE, READ BY THE NIGHTLY
      * SODSCRN SCREEN.  A RULE SAYS THAT ONE OPERATOR SHOULD NOT DO
      * THE FIRST PROGRAM'S ACTION AND THEN THE SECOND PROGRAM'S
      * ACTION ON THE SAME THING WITHIN SR-WINDOW-DAYS - THE SAME
      * CUSTOMER OR PLAYER (MATCH 'P') OR THE SAME GAME CARD, PLAYER
      * PLUS GAME START (MATCH 'G').  ORDER 'S' (OR BLANK) COUNTS
      * ONLY THE FIRST-THEN-SECOND SEQUENCE; ORDER 'E' COUNTS EITHER
      * ORDER.  A WINDOW OF ZERO MEANS THE SAME DAY.  THE PROGRAM
      * NAMES ARE THE ACTIVITY SOURCES SODSCRN KNOWS: BILLAPPR
      * (REFUND APPROVALS ON BILLPNDF), YQUARREV (HOLD RELEASES ON
      * YQUARF), VOUCHRED (VOUCHERS PAID ON VOUCHF), YACHTADJ (SCORE
      * CORRECTIONS ON YADJAUDF), AND ANY OTHER PROGRAM ID THAT
      * AUDITS TO SECAUDF THROUGH OPERAUTH.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - RULE, PROGRAM PAIR, MATCH,
      *                    ORDER, WINDOW, DESCRIPTION
      *****************************************************************
       01  SR-RULE-RECORD.
           05  SR-RULE-ID                 PIC X(04).
           05  SR-FIRST-PROGRAM           PIC X(08).
           05  SR-SECOND-PROGRAM          PIC X(08).
           05  SR-MATCH-ON                PIC X(01).
               88  SR-MATCH-PARTY             VALUE 'P'.
               88  SR-MATCH-CARD              VALUE 'G'.
               88  SR-MATCH-IS-VALID          VALUES 'P' 'G'.
           05  SR-ORDER                   PIC X(01).
               88  SR-FIRST-THEN-SECOND       VALUES 'S' SPACE.
               88  SR-EITHER-ORDER            VALUE 'E'.
           05  SR-WINDOW-DAYS             PIC 9(03).
           05  SR-DESCRIPTION             PIC X(40).
