000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-09-02 RJ    ORIGINAL PROGRAM
000260*   2026-10-15 RJ    EACH ROUND-ONE SLOT CARRIES ITS TWO SEEDS,
000260*                    WHICH YTRNADV NEEDS TO AWARD A FORFEIT TO
000260*                    THE HIGHER SEED
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
002570     MOVE 1 TO TN-ROUND-NO
002580     MOVE SD-SLOT-IX TO TN-SLOT-NO
002590     MOVE SD-FLD-PLAYER-ID(SD-SLOT-IX) TO TN-PLAYER-1
002590     MOVE SD-SLOT-IX TO TN-SEED-1
002590     MOVE ZERO TO TN-SEED-2
002600     COMPUTE SD-LOW-SEED-IX = SD-BRACKET-SIZE + 1 - SD-SLOT-IX
002610     IF SD-LOW-SEED-IX <= SD-FIELD-COUNT
002620         MOVE SD-FLD-PLAYER-ID(SD-LOW-SEED-IX) TO TN-PLAYER-2
002620         MOVE SD-LOW-SEED-IX TO TN-SEED-2
002630         SET TN-SLOT-IS-WAITING TO TRUE
002640         MOVE SPACES TO TN-WINNER-PLAYER-ID
002650     ELSE
