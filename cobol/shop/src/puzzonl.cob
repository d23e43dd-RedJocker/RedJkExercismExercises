000242*                    RETURN THEM IN THE NEW PZ-SUGGESTION
000242*                    FIELDS.  NO DICTIONARY, OR NOTHING
000242*                    COVERING, JUST MEANS NO SUGGESTIONS
000242*   2026-10-15 RJ    CHECK THE SUBMITTER ON THE PUZSUBF MASTER
000242*                    THROUGH PUZSUBCK FIRST; AN UNKNOWN,
000242*                    SUSPENDED OR BANNED ID IS REFUSED WITH THE
000242*                    REASON IN PZ-SUBMITTER-TEXT, NOTHING IS
000242*                    SCORED, AND NOTHING REACHES THE FEEDS
000242*   2026-10-15 RJ    DAILY SUBMISSION QUOTAS - A KIOSK ENTRY IS
000242*                    SCORED FOR BOTH ISOGRAM AND PANGRAM, SO IT
000242*                    IS CHECKED THROUGH PUZQUOTA AGAINST BOTH
000242*                    GAMES' LIMITS FOR THE SUBMITTER'S TIER AND
000242*                    TURNED AWAY IF EITHER IS USED UP; AN ENTRY
000242*                    LET THROUGH IS COUNTED AGAINST BOTH HERE AND
000242*                    GOES ON THE FEEDS MARKED SOURCE 'K' SO THE
000242*                    NIGHTLY BATCHES DO NOT COUNT IT AGAIN.  THE
000242*                    FEED RECORDS NOW ALSO CARRY THE (BLANK)
000242*                    LANGUAGE BYTES THE BATCHES EXPECT
000242*   2026-10-15 RJ    THEMED DAYS - AFTER SCORING, THE PHRASE IS
000242*                    TESTED THROUGH PUZTHEME AGAINST TODAY'S
000242*                    ISOGRAM AND PANGRAM THEMES AND THE RESULTS
000242*                    RETURNED FOR THE KIOSK LINE
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000400 01  ISB-RECORD.
000410     05  ISB-SUBMITTER-ID       PIC X(10).
000420     05  ISB-TEXT               PIC X(120).
000420     05  ISB-LANGUAGE           PIC X(02).
000420     05  ISB-SOURCE             PIC X(01).
000430 FD  PANSUB.
000440 01  PSB-RECORD.
000450     05  PSB-SUBMITTER-ID       PIC X(10).
000460     05  PSB-TEXT               PIC X(120).
000460     05  PSB-LANGUAGE           PIC X(02).
000460     05  PSB-SOURCE             PIC X(01).
000462 FD  DICTF.
000464 COPY "DICTWD.cpy".
000470 WORKING-STORAGE SECTION.
000502     05  PO-LEN-IX              PIC 9(02) VALUE ZERO.
000502     05  PO-COVERS-COUNT        PIC 9(02) VALUE ZERO.
000502     05  PO-MAX-SUGGEST-LEN     PIC 9(02) VALUE 8.
000502     05  PO-ISO-QUOTA-FLAG      PIC X(01) VALUE SPACE.
000502         88  PO-ISO-OVER-QUOTA      VALUE 'O'.
000502     05  PO-PAN-QUOTA-FLAG      PIC X(01) VALUE SPACE.
000502         88  PO-PAN-OVER-QUOTA      VALUE 'O'.
000510 COPY "ISOGRMLK.cpy".
000520 COPY "PANGRMLK.cpy".
000520 COPY "PUZSUBLK.cpy".
000520 COPY "PUZQTLK.cpy".
000520 COPY "PUZTHMLK.cpy".
000530 LINKAGE SECTION.
000540 COPY "PUZZONLL.cpy".
000550 PROCEDURE DIVISION USING PZ-PARMS.
000560 0000-MAINLINE.
000560     MOVE SPACES TO SK-PARMS
000560     MOVE PZ-SUBMITTER-ID TO SK-SUBMITTER-ID
000560     CALL 'PUZSUBCK' USING SK-PARMS
000560     MOVE SK-RESULT TO PZ-SUBMITTER-RESULT
000560     MOVE SK-RESULT-TEXT TO PZ-SUBMITTER-TEXT
000560     IF NOT SK-SUBMITTER-OK
000560         PERFORM 1000-REFUSE-SUBMISSION
000560         GOBACK
000560     END-IF
000560     PERFORM 1100-CHECK-DAILY-QUOTAS
000560     IF PZ-OVER-DAILY-QUOTA
000560         PERFORM 1000-REFUSE-SUBMISSION
000560         GOBACK
000560     END-IF
000570     MOVE ZERO TO IG-TOLERANCE
000580     MOVE PZ-PHRASE TO IG-PHRASE
000590     CALL 'ISOGRAM' USING IG-PARMS
000657     IF PG-RESULT NOT = 1 AND PG-MISSING-COUNT > ZERO
000658         PERFORM 3000-SUGGEST-COVERING-WORDS
000659     END-IF
000660     PERFORM 4000-APPLY-THEMES
000660     PERFORM 2000-APPEND-TO-FEEDS
000670     SET PS-STATUS-NORMAL OF PZ-PARMS TO TRUE
000680     GOBACK.
000680* 1000-REFUSE-SUBMISSION - A REFUSED SUBMITTER GETS NO SCORE
000680* AND NO HINT, AND THE PHRASE NEVER JOINS THE FEEDS.
000680 1000-REFUSE-SUBMISSION.
000680     MOVE ZERO TO PZ-ISO-RESULT
000680     MOVE ZERO TO PZ-PAN-RESULT
000680     MOVE ZERO TO PZ-MISSING-COUNT
000680     MOVE SPACES TO PZ-MISSING-LETTERS
000680     MOVE ZERO TO PZ-SUGGEST-COUNT
000680     MOVE SPACES TO PZ-SUGGESTION(1)
000680     MOVE SPACES TO PZ-SUGGESTION(2)
000680     MOVE SPACES TO PZ-SUGGESTION(3)
000680     MOVE SPACES TO PZ-ISO-THEME-ID
000680     MOVE SPACES TO PZ-ISO-THEME-RESULT
000680     MOVE SPACES TO PZ-PAN-THEME-ID
000680     MOVE SPACES TO PZ-PAN-THEME-RESULT
000680     MOVE SPACES TO PZ-THEME-TEXT
000680     SET PS-STATUS-WARNING OF PZ-PARMS TO TRUE
000680     .
000680* 1100-CHECK-DAILY-QUOTAS - BOTH GAMES ARE CHECKED BEFORE
000680* EITHER IS COUNTED: UNDER BOTH LIMITS, THE ENTRY COUNTS
000680* AGAINST BOTH; OVER EITHER, THE REFUSAL COUNTS AGAINST THE
000680* GAME (OR GAMES) WHOSE LIMIT WAS REACHED.
000680 1100-CHECK-DAILY-QUOTAS.
000680     SET PZ-WITHIN-DAILY-QUOTA TO TRUE
000680     MOVE ZERO TO PZ-DAILY-MAX
000680     MOVE 'I' TO QK-GAME-CODE
000680     PERFORM 1110-ASK-QUOTA-CHECK
000680     MOVE QK-RESULT TO PO-ISO-QUOTA-FLAG
000680     IF QK-OVER-QUOTA
000680         MOVE QK-DAILY-MAX TO PZ-DAILY-MAX
000680     END-IF
000680     MOVE 'P' TO QK-GAME-CODE
000680     PERFORM 1110-ASK-QUOTA-CHECK
000680     MOVE QK-RESULT TO PO-PAN-QUOTA-FLAG
000680     IF QK-OVER-QUOTA
000680         MOVE QK-DAILY-MAX TO PZ-DAILY-MAX
000680     END-IF
000680     IF PO-ISO-OVER-QUOTA OR PO-PAN-OVER-QUOTA
000680         SET PZ-OVER-DAILY-QUOTA TO TRUE
000680         MOVE 'DAILY SUBMISSION LIMIT REACHED'
000680             TO PZ-SUBMITTER-TEXT
000680         SET QK-ASK-REFUSE TO TRUE
000680     ELSE
000680         SET QK-ASK-ADMIT TO TRUE
000680     END-IF
000680     IF PO-ISO-OVER-QUOTA OR PZ-WITHIN-DAILY-QUOTA
000680         MOVE 'I' TO QK-GAME-CODE
000680         CALL 'PUZQUOTA' USING QK-PARMS
000680     END-IF
000680     IF PO-PAN-OVER-QUOTA OR PZ-WITHIN-DAILY-QUOTA
000680         MOVE 'P' TO QK-GAME-CODE
000680         CALL 'PUZQUOTA' USING QK-PARMS
000680     END-IF
000680     .
000680 1110-ASK-QUOTA-CHECK.
000680     SET QK-ASK-CHECK TO TRUE
000680     MOVE PZ-SUBMITTER-ID TO QK-SUBMITTER-ID
000680     MOVE SK-TIER TO QK-TIER
000680     CALL 'PUZQUOTA' USING QK-PARMS
000680     .
000690* 2000-APPEND-TO-FEEDS - THE SUBMISSION JOINS BOTH NIGHTLY
000700* FEEDS, SAME RECORD SHAPE THE DESK KEYS.
000710 2000-APPEND-TO-FEEDS.
000750     END-IF
000760     MOVE PZ-SUBMITTER-ID TO ISB-SUBMITTER-ID
000770     MOVE PZ-PHRASE       TO ISB-TEXT
000770     MOVE SPACES          TO ISB-LANGUAGE
000770     MOVE 'K'             TO ISB-SOURCE
000780     WRITE ISB-RECORD
000790     CLOSE ISOSUB
000800     OPEN EXTEND PANSUB
000830     END-IF
000840     MOVE PZ-SUBMITTER-ID TO PSB-SUBMITTER-ID
000850     MOVE PZ-PHRASE       TO PSB-TEXT
000850     MOVE SPACES          TO PSB-LANGUAGE
000850     MOVE 'K'             TO PSB-SOURCE
000860     WRITE PSB-RECORD
000870     CLOSE PANSUB
000880     .
001620         END-IF
001630     END-PERFORM
001640     .
001650* 4000-APPLY-THEMES - THE PHRASE COUNTS FOR BOTH GAMES, SO IT IS
001660* TESTED AGAINST EACH GAME'S THEME; THE FIRST RULE MISSED IS
001670* THE ONE SHOWN ON THE KIOSK.
001680 4000-APPLY-THEMES.
001690     MOVE SPACES TO PZ-THEME-TEXT
001700     MOVE SPACES TO TL-PARMS
001710     MOVE 'I' TO TL-GAME-CODE
001720     MOVE PZ-PHRASE TO TL-PHRASE
001730     CALL 'PUZTHEME' USING TL-PARMS
001740     MOVE TL-THEME-ID TO PZ-ISO-THEME-ID
001750     MOVE TL-RESULT TO PZ-ISO-THEME-RESULT
001760     IF TL-THEME-MISSED
001770         MOVE TL-RESULT-TEXT TO PZ-THEME-TEXT
001780     END-IF
001790     MOVE SPACES TO TL-PARMS
001800     MOVE 'P' TO TL-GAME-CODE
001810     MOVE PZ-PHRASE TO TL-PHRASE
001820     CALL 'PUZTHEME' USING TL-PARMS
001830     MOVE TL-THEME-ID TO PZ-PAN-THEME-ID
001840     MOVE TL-RESULT TO PZ-PAN-THEME-RESULT
001850     IF TL-THEME-MISSED AND PZ-THEME-TEXT = SPACES
001860         MOVE TL-RESULT-TEXT TO PZ-THEME-TEXT
001870     END-IF
001880     .
