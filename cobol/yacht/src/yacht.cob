      *                  ATTENDANT PASSED, AND REPORT THE MODE USED
      *                  BACK IN YL-MODE-CODE; NO MATCHING WINDOW OR A
      *                  MISSING CALENDAR FILE MEANS THE STANDARD GAME
      *   2026-10-15 RJ  WHEN THE CALLER SETS YL-CALLER-SUPPLIES-RULES,
      *                  TAKE THE HOUSE-RULE POINT VALUES FROM THE
      *                  YL-CALLER-RULE TABLE INSTEAD OF YACHTRUL, SO
      *                  THE YRULSIM SIMULATOR CAN SCORE A PROPOSED
      *                  RULE SET THAT IS NOT LIVE; A CATEGORY NOT IN
      *                  THE TABLE SCORES ITS STANDARD VALUE
      *   2026-10-15 RJ  A FORWARD-APPLY CALL STAMPS ITS YACHTAUDF
      *                  RECORD WITH YL-TAP-TS, THE TIME THE QUEUED TAP
      *                  WAS MADE, THE SAME AS THE LIVE TAP WOULD HAVE
      *   2026-10-15 RJ  CALLER-SUPPLIED RULE VALUES ARE HONOURED ONLY
      *                  ON AN ADVISORY CALL; EVERY CALL THAT IS
      *                  AUDITED SCORES FROM YACHTRUL
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        01 WS-TIER-CODE PIC X(01) VALUE SPACE.
        01 WS-TIER-MODE PIC X(04) VALUE SPACES.
        01 WS-TIER-RESULT PIC 9(5) VALUE ZEROS.
        01 WS-RULE-IX PIC 9(02) VALUE ZEROS.
        01 WS-DICE PIC 9(5) VALUE ZEROS.

        LOCAL-STORAGE SECTION.
                END-IF
                SET WS-AUDIT-FILE-IS-OPEN TO TRUE
            END-IF
            IF YL-CALL-IS-FORWARD-APPLY AND YL-TAP-TS NOT = SPACES
                MOVE YL-TAP-TS TO AUD-TIMESTAMP
            ELSE
                MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
            END-IF
            MOVE YL-TERMINAL-ID TO AUD-TERMINAL-ID
            MOVE YL-PLAYER-ID TO AUD-PLAYER-ID
            MOVE WS-CATEGORY TO AUD-CATEGORY
            END-READ.

        GET-RULE-VALUE.
            IF YL-CALLER-SUPPLIES-RULES AND YL-CALL-IS-ADVISORY
                PERFORM GET-CALLER-RULE-VALUE
            ELSE
                PERFORM GET-FILE-RULE-VALUE
            END-IF.

      * GET-CALLER-RULE-VALUE - THE PROPOSED RULE SET A SIMULATION
      * CALLER PASSES IN; NO ROW FOR THE CATEGORY MEANS THE STANDARD
      * VALUE, THE SAME AS A MISSING YACHTRUL ROW.
        GET-CALLER-RULE-VALUE.
            MOVE WS-DEFAULT-VALUE TO WS-POINT-VALUE
            PERFORM VARYING WS-RULE-IX FROM 1 BY 1
                    UNTIL WS-RULE-IX > YL-CALLER-RULE-COUNT
                       OR WS-RULE-IX > 12
                IF YL-CR-CATEGORY(WS-RULE-IX) = WS-CATEGORY
                    MOVE YL-CR-POINT-VALUE(WS-RULE-IX)
                        TO WS-POINT-VALUE
                END-IF
            END-PERFORM.

        GET-FILE-RULE-VALUE.
            IF WS-RULE-NOT-YET-TRIED
                OPEN INPUT YACHTRUL
                IF WS-RULE-STATUS = '00'
