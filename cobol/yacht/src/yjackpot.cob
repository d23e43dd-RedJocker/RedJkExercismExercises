000160* LAST-POSTED TIMESTAMP ARE POSTED, SO THE PASS CAN BE RERUN
000170* DURING THE EVENING AS OFTEN AS THE TICKER WANTS A FRESH
000180* NUMBER.  A MISSING POOL FILE IS SEEDED ARMED, MODE 'PROG',
000190* TWO POINTS A CALL.  ACTIVITY IS LISTED ON YJACKRPT.  A CALL
000190* FROM TRAINING PLAY (YTRAINCK) NEITHER FEEDS NOR HITS THE POOL.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-09-02 RJ    ORIGINAL PROGRAM
000230*   2026-10-15 RJ    AGE-RESTRICTED JACKPOT - A HIT BY A PLAYER
000230*                    YAGECHK SAYS IS UNDER THE JACKPOT MINIMUM
000230*                    AGE, OR HAS NO BIRTH DATE ON YPLAYERF,
000230*                    STILL WINS AND RESETS THE POOL, BUT THE
000230*                    YJACKWIN ROW IS MARKED HELD WITH THE REASON
000230*                    AND THE HIT IS LISTED HELD ON YJACKRPT SO
000230*                    THE DESK DOES NOT PAY IT OUT UNTIL THE
000230*                    PLAYER'S AGE IS PROVED
000230*   2026-10-15 RJ    TRAINING PLAY - A CALL YTRAINCK SAYS CAME
000230*                    FROM A TRAINING TERMINAL OR A RESERVED
000230*                    TRAINING PLAYER ID NEITHER GROWS NOR HITS THE
000230*                    POOL, AND IS COUNTED ON ITS OWN LINE OF
000230*                    YJACKRPT
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000620     05  JW-GAME-START-TS       PIC X(15).
000630     05  JW-TERMINAL-ID         PIC X(08).
000640     05  JW-POOL-VALUE          PIC 9(07).
000640     05  JW-HOLD-FLAG           PIC X(01).
000640         88  JW-PAYOUT-IS-HELD      VALUE 'H'.
000640     05  JW-HOLD-REASON         PIC X(20).
000650 FD  YJACKRPT
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  RPT-LINE                   PIC X(80).
000860     05  JK-HIGH-TS             PIC X(21) VALUE SPACES.
000870     05  JK-POSTED-COUNT        PIC 9(07) VALUE ZERO.
000880     05  JK-HIT-COUNT           PIC 9(05) VALUE ZERO.
000880     05  JK-AGE-HELD-COUNT      PIC 9(05) VALUE ZERO.
000880     05  JK-TRAINING-COUNT      PIC 9(07) VALUE ZERO.
000890     05  JK-POOL-ED             PIC ZZZZZZ9.
000890 COPY "YAGECKLK.cpy".
000890 COPY "YTRAINLK.cpy".
000900 PROCEDURE DIVISION.
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE
001440     .
001450* 3000-POST-ONE-CALL - GROW THE POOL, THEN TEST FOR A HIT: THE
001460* YACHT CATEGORY SCORED FOR THE FULL 50 WHILE THE POOL IS
001470* ARMED.  A TRAINING CALL IS COUNTED AND PASSED OVER, BUT
001470* STILL MOVES THE LAST-POSTED TIMESTAMP ON.
001480 3000-POST-ONE-CALL.
001510     IF AUD-TIMESTAMP > JK-HIGH-TS
001520         MOVE AUD-TIMESTAMP TO JK-HIGH-TS
001530     END-IF
001530     MOVE AUD-TERMINAL-ID TO TG-TERMINAL-ID
001530     MOVE AUD-PLAYER-ID   TO TG-PLAYER-ID
001530     CALL 'YTRAINCK' USING TG-PARMS
001530     IF TG-TRAINING-GAME
001530         ADD 1 TO JK-TRAINING-COUNT
001530     ELSE
001490         ADD JK-INCREMENT TO JK-POOL-VALUE
001500         ADD 1 TO JK-POSTED-COUNT
001540         IF JK-POOL-IS-ARMED
001550                 AND AUD-CATEGORY = 'yacht'
001560                 AND AUD-RESULT = 50
001570             PERFORM 3100-PAY-OUT-HIT
001580         END-IF
001580     END-IF
001590     .
001600 3100-PAY-OUT-HIT.
001680     MOVE AUD-GAME-START-TS TO JW-GAME-START-TS
001690     MOVE AUD-TERMINAL-ID   TO JW-TERMINAL-ID
001700     MOVE JK-POOL-VALUE     TO JW-POOL-VALUE
001700     MOVE AUD-PLAYER-ID     TO AG-PLAYER-ID
001700     MOVE 'JACKPOT'         TO AG-AWARD-TYPE
001700     MOVE AUD-TIMESTAMP(1:8) TO AG-AS-OF-DATE
001700     CALL 'YAGECHK' USING AG-PARMS
001700     MOVE SPACE             TO JW-HOLD-FLAG
001700     MOVE SPACES            TO JW-HOLD-REASON
001700     IF AG-AWARD-IS-HELD
001700         SET JW-PAYOUT-IS-HELD TO TRUE
001700         MOVE AG-REASON     TO JW-HOLD-REASON
001700     END-IF
001710     WRITE JW-WINNER-RECORD
001720     CLOSE YJACKWIN
001730     ADD 1 TO JK-HIT-COUNT
001810            AUD-TIMESTAMP  DELIMITED BY SIZE
001820         INTO RPT-LINE
001830     WRITE RPT-LINE
001830     IF JW-PAYOUT-IS-HELD
001830         ADD 1 TO JK-AGE-HELD-COUNT
001830         MOVE SPACES TO RPT-LINE
001830         STRING 'HELD - AGE CHECK   PLAYER ' DELIMITED BY SIZE
001830                AUD-PLAYER-ID  DELIMITED BY SIZE
001830                '  '           DELIMITED BY SIZE
001830                JW-HOLD-REASON DELIMITED BY SIZE
001830             INTO RPT-LINE
001830         WRITE RPT-LINE
001830     END-IF
001840     MOVE ZERO TO JK-POOL-VALUE
001850     .
001860 4000-SAVE-POOL.
002020            JK-HIT-COUNT    DELIMITED BY SIZE
002030            '  POOL NOW '   DELIMITED BY SIZE
002040            JK-POOL-ED      DELIMITED BY SIZE
002040            '  HELD '       DELIMITED BY SIZE
002040            JK-AGE-HELD-COUNT DELIMITED BY SIZE
002050         INTO RPT-LINE
002060     WRITE RPT-LINE
002060     IF JK-TRAINING-COUNT > ZERO
002060         MOVE SPACES TO RPT-LINE
002060         STRING 'TRAINING CALLS PASSED OVER ' DELIMITED BY SIZE
002060                JK-TRAINING-COUNT DELIMITED BY SIZE
002060             INTO RPT-LINE
002060         WRITE RPT-LINE
002060     END-IF
002070     .
