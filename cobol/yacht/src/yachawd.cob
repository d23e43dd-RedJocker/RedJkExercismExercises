000180* NAMES APPLY WHEN IT IS MISSING).  EVERY NEW BADGE APPENDS A
000190* CONGRATULATION FRAME LINE TO THE YTICKFD TICKER FEED, NAMING
000200* THE PLAYER OFF YPLAYERF, AND IS LISTED ON YACHAWRP.
000200* TRAINING GAMES - STAMPED CARDS, AND AUDIT CALLS YTRAINCK
000200* CALLS TRAINING - EARN NO BADGES.
000210*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    TRAINING PLAY EARNS NO BADGES - A STAMPED
000240*                    TRAINING CARD IS NOT TALLIED, AND A YACHTAUDF
000240*                    CALL YTRAINCK CALLS TRAINING IS SKIPPED
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
001250     05  AW-BADGE-NAME          PIC X(30) VALUE SPACES.
001260     05  AW-PLAYER-NAME         PIC X(30) VALUE SPACES.
001270     05  AW-AWARDED-COUNT       PIC 9(05) VALUE ZERO.
001270 COPY "YTRAINLK.cpy".
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE
002080     PERFORM UNTIL AW-SCF-EOF
002090         IF YS-GAME-IS-COMPLETE
002100                 AND YS-GAME-START-TS(1:8) = AW-RUN-DATE
002100                 AND NOT YS-TRAINING-GAME
002110             PERFORM 2200-TALLY-ONE-CARD
002120         END-IF
002130         PERFORM 2100-READ-NEXT-SCORECARD
002550* 2500-TALLY-TODAYS-YACHTS - A CLEAN YACHT-CATEGORY CALL
002560* SCORING 50 TODAY FLAGS THE PLAYER'S DAY ENTRY.  A PLAYER
002570* WHO ROLLED A YACHT BUT COMPLETED NO CARD TODAY STILL GETS
002580* A DAY ENTRY, SO THE BADGE IS NOT MISSED.  A YACHT ROLLED IN
002580* TRAINING PLAY (YTRAINCK) EARNS NOTHING.
002590 2500-TALLY-TODAYS-YACHTS.
002600     OPEN INPUT YACHTAUDF
002610     IF NOT AW-AUD-OK
002670                 AND AUD-CATEGORY = 'yacht'
002680                 AND AUD-RESULT = 50
002690                 AND AUD-STATUS = '00'
002690             MOVE AUD-TERMINAL-ID TO TG-TERMINAL-ID
002690             MOVE AUD-PLAYER-ID   TO TG-PLAYER-ID
002690             CALL 'YTRAINCK' USING TG-PARMS
002690             IF TG-LIVE-GAME
002700                 MOVE AUD-PLAYER-ID TO YS-PLAYER-ID
002710                 PERFORM 2300-FIND-OR-ADD-PLAYER
002720                 IF AW-HIT-IX > ZERO
002730                     MOVE 'Y' TO AW-DAY-YACHT-FLAG(AW-HIT-IX)
002740                 END-IF
002740             END-IF
002750         END-IF
002760         PERFORM 2600-READ-NEXT-AUDIT
