000222*                    JACKPOT CLIMBING DURING THE EVENING.  NO
000222*                    POOL FILE MEANS NO JACKPOT LINE, EXACTLY
000222*                    AS BEFORE
000222*   2026-10-15 RJ    A TRAINING GAME IS LEFT OFF THE TICKER BOARD,
000222*                    FINAL OR PROVISIONAL
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
001110     PERFORM 2100-READ-NEXT-SCORECARD
001120     PERFORM UNTIL TK-SCF-EOF
001130         IF YS-GAME-START-TS(1:8) = TK-RUN-DATE
001130                 AND NOT YS-TRAINING-GAME
001140             EVALUATE TRUE
001150                 WHEN YS-GAME-IS-COMPLETE
001160                     MOVE YS-GRAND-TOTAL TO SRT-TOTAL
