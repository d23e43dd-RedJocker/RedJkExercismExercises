000170* THE TOURNAMENT MARKED SETTLED.  EVERYTHING DONE IS LISTED ON
000180* YTRNADRP.  A DRAWN MATCH (BLANK WINNER) LEAVES ITS SLOT
000190* WAITING - THE FLOOR REPLAYS IT UNDER THE SAME MATCH ID.
000190* A SLOT STILL WAITING ONCE ITS ROUND'S DEADLINE (SET ON THE
000190* HEADER BY YTRNMNT) HAS PASSED IS DECIDED BY FORFEIT: IT GOES
000190* TO THE PLAYER WHOSE LINKED CARD IS ON YACHTSCF, OR WHEN
000190* NEITHER CARD WAS STARTED TO THE HIGHER SEED.  WHEN BOTH
000190* CARDS ARE STARTED THE MATCH IS IN PLAY AND IS LEFT TO FINISH.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-09-02 RJ    ORIGINAL PROGRAM
000230*   2026-10-15 RJ    FORFEIT OF A SLOT STILL WAITING PAST ITS
000230*                    ROUND DEADLINE; SEEDS CARRIED INTO THE
000230*                    NEXT ROUND'S SLOTS
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS YM-MATCH-ID
000390         FILE STATUS IS AV-MAT-STATUS.
000390     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000390         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000390         RECORD KEY IS YS-SCORECARD-KEY
000390         FILE STATUS IS AV-SCF-STATUS.
000400     SELECT YTRNADRP ASSIGN TO "YTRNADRP"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS AV-RPT-STATUS.
000460 COPY "YTOURN.cpy".
000470 FD  MATCHF.
000480 COPY "YMATCH.cpy".
000480 FD  YACHTSCF.
000480 COPY "YACHTSC.cpy".
000490 FD  YTRNADRP
000500     RECORD CONTAINS 80 CHARACTERS.
000510 01  RPT-LINE                   PIC X(80).
000550     05  AV-TOURN-COUNT         PIC 9(02) VALUE ZERO.
000560     05  AV-TOURN-ENTRY OCCURS 20 TIMES.
000570         10  AV-TOURN-ID        PIC X(08).
000570         10  AV-TOURN-DEADLINE OCCURS 6 TIMES
000570                                PIC X(12).
000580* THE CURRENT ROUND'S SLOTS, IN SLOT ORDER - AT MOST 32 FOR A
000590* FULL 64-PLAYER BRACKET.
000600 01  AV-SLOT-TABLE.
000630         10  AV-SLOT-WINNER     PIC X(10).
000640         10  AV-SLOT-DECIDED    PIC X(01).
000650             88  AV-SLOT-IS-DECIDED VALUE 'D'.
000650         10  AV-SLOT-SEED       PIC 9(02).
000660 01  AV-WORK-FIELDS.
000670     05  AV-TRN-STATUS          PIC X(02) VALUE SPACES.
000680         88  AV-TRN-OK              VALUE '00'.
000690         88  AV-TRN-EOF             VALUE '10'.
000700     05  AV-MAT-STATUS          PIC X(02) VALUE SPACES.
000710     05  AV-RPT-STATUS          PIC X(02) VALUE SPACES.
000710     05  AV-SCF-STATUS          PIC X(02) VALUE SPACES.
000710         88  AV-SCF-OK              VALUE '00'.
000710     05  AV-SCF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000710         88  AV-SCF-IS-OPEN         VALUE 'Y'.
000710     05  AV-CURRENT-TS          PIC X(21) VALUE SPACES.
000710     05  AV-NOW-STAMP           PIC X(12) VALUE SPACES.
000710     05  AV-ENTRY-IX            PIC 9(01) VALUE ZERO.
000710     05  AV-P1-STARTED-FLAG     PIC X(01) VALUE 'N'.
000710         88  AV-P1-STARTED          VALUE 'Y'.
000710     05  AV-P2-STARTED-FLAG     PIC X(01) VALUE 'N'.
000710         88  AV-P2-STARTED          VALUE 'Y'.
000710     05  AV-FORFEIT-COUNT       PIC 9(05) VALUE ZERO.
000720     05  AV-TOURN-IX            PIC 9(02) VALUE ZERO.
000730     05  AV-SLOT-IX             PIC 9(03) VALUE ZERO.
000740     05  AV-PAIR-IX             PIC 9(03) VALUE ZERO.
000890         UNTIL AV-TOURN-IX > AV-TOURN-COUNT
000900     PERFORM 6000-WRITE-SUMMARY
000910     CLOSE YTOURNF MATCHF YTRNADRP
000910     IF AV-SCF-IS-OPEN
000910         CLOSE YACHTSCF
000910     END-IF
000920     GOBACK.
000930 1000-INITIALIZE.
000940     OPEN I-O YTOURNF
000950     OPEN INPUT MATCHF
000960     OPEN OUTPUT YTRNADRP
000960     MOVE FUNCTION CURRENT-DATE TO AV-CURRENT-TS
000960     MOVE AV-CURRENT-TS(1:12) TO AV-NOW-STAMP
000960     OPEN INPUT YACHTSCF
000960     IF AV-SCF-OK
000960         SET AV-SCF-IS-OPEN TO TRUE
000960     END-IF
000970     MOVE 'TOURNAMENT ADVANCE PASS' TO RPT-LINE
000980     WRITE RPT-LINE
000990     .
001120             ADD 1 TO AV-TOURN-COUNT
001130             MOVE TN-TOURN-ID
001140                 TO AV-TOURN-ID(AV-TOURN-COUNT)
001140             PERFORM 2200-SAVE-ROUND-DEADLINES
001140                 VARYING AV-PAIR-IX FROM 1 BY 1
001140                 UNTIL AV-PAIR-IX > 6
001150         END-IF
001160         PERFORM 2100-READ-NEXT-TOURN-RECORD
001170     END-PERFORM
001240         END-READ
001250     END-IF
001260     .
001260 2200-SAVE-ROUND-DEADLINES.
001260     MOVE TN-ROUND-DEADLINE(AV-PAIR-IX)
001260         TO AV-TOURN-DEADLINE(AV-TOURN-COUNT, AV-PAIR-IX)
001260     .
001270* 3000-ADVANCE-ONE-TOURNAMENT - FIND THE CURRENT ROUND, PULL
001280* ANY NEWLY SETTLED RESULTS INTO ITS SLOTS, AND WHEN THE ROUND
001290* IS COMPLETE EITHER CROWN THE CHAMPION OR DRAW THE NEXT ROUND.
002000     IF TN-SLOT-IS-WAITING
002010         PERFORM 3400-PULL-IN-MATCH-RESULT
002020     END-IF
002020     IF TN-SLOT-IS-WAITING
002020             AND AV-CURRENT-ROUND <= 6
002020         IF AV-TOURN-DEADLINE(AV-TOURN-IX, AV-CURRENT-ROUND)
002020                 NOT = SPACES
002020             AND AV-NOW-STAMP >
002020                 AV-TOURN-DEADLINE(AV-TOURN-IX, AV-CURRENT-ROUND)
002020             PERFORM 3460-DECIDE-BY-FORFEIT
002020         END-IF
002020     END-IF
002030     IF AV-SLOT-COUNT < 32
002040         ADD 1 TO AV-SLOT-COUNT
002050         MOVE TN-WINNER-PLAYER-ID
002060             TO AV-SLOT-WINNER(AV-SLOT-COUNT)
002070         MOVE TN-RECORD-STATUS
002080             TO AV-SLOT-DECIDED(AV-SLOT-COUNT)
002080         PERFORM 3350-SAVE-WINNER-SEED
002090     END-IF
002100     IF NOT TN-SLOT-IS-DECIDED
002110         MOVE 'N' TO AV-ALL-DECIDED-FLAG
002120     END-IF
002130     .
002130* 3350-SAVE-WINNER-SEED - A SLOT DRAWN BEFORE SEEDS WERE KEPT
002130* CARRIES ZERO, WHICH LEAVES THE FORFEIT WITH PLAYER ONE.
002130 3350-SAVE-WINNER-SEED.
002130     MOVE ZERO TO AV-SLOT-SEED(AV-SLOT-COUNT)
002130     IF TN-WINNER-PLAYER-ID = TN-PLAYER-1
002130             AND TN-SEED-1 IS NUMERIC
002130         MOVE TN-SEED-1 TO AV-SLOT-SEED(AV-SLOT-COUNT)
002130     END-IF
002130     IF TN-WINNER-PLAYER-ID = TN-PLAYER-2
002130             AND TN-PLAYER-2 NOT = SPACES
002130             AND TN-SEED-2 IS NUMERIC
002130         MOVE TN-SEED-2 TO AV-SLOT-SEED(AV-SLOT-COUNT)
002130     END-IF
002130     .
002140* 3400-PULL-IN-MATCH-RESULT - A MATCH NOT YET OPENED, NOT YET
002150* SETTLED, OR SETTLED AS A DRAW LEAVES THE SLOT WAITING.
002160 3400-PULL-IN-MATCH-RESULT.
002420         INTO RPT-LINE
002430     WRITE RPT-LINE
002440     .
002440* 3460-DECIDE-BY-FORFEIT - THE SLOT IS PAST ITS ROUND DEADLINE.
002440* A PLAYER WHOSE LINKED CARD IS ON FILE TURNED UP; WITH NEITHER
002440* CARD STARTED THE HIGHER (LOWER-NUMBERED) SEED GOES THROUGH.
002440 3460-DECIDE-BY-FORFEIT.
002440     MOVE 'N' TO AV-P1-STARTED-FLAG
002440     MOVE 'N' TO AV-P2-STARTED-FLAG
002440     MOVE TN-MATCH-ID TO YM-MATCH-ID
002440     READ MATCHF
002440         INVALID KEY
002440             CONTINUE
002440         NOT INVALID KEY
002440             PERFORM 3470-CHECK-LINKED-CARD
002440                 VARYING AV-ENTRY-IX FROM 1 BY 1
002440                 UNTIL AV-ENTRY-IX > YM-ENTRY-COUNT
002440                    OR AV-ENTRY-IX > 4
002440     END-READ
002440     EVALUATE TRUE
002440         WHEN AV-P1-STARTED AND AV-P2-STARTED
002440             MOVE SPACES TO RPT-LINE
002440             STRING TN-TOURN-ID DELIMITED BY SIZE
002440                    ' R'        DELIMITED BY SIZE
002440                    TN-ROUND-NO DELIMITED BY SIZE
002440                    ' S'        DELIMITED BY SIZE
002440                    TN-SLOT-NO  DELIMITED BY SIZE
002440                    ' PAST DEADLINE - BOTH CARDS IN PLAY'
002440                                DELIMITED BY SIZE
002440                 INTO RPT-LINE
002440             WRITE RPT-LINE
002440         WHEN AV-P1-STARTED
002440             MOVE TN-PLAYER-1 TO TN-WINNER-PLAYER-ID
002440         WHEN AV-P2-STARTED
002440             MOVE TN-PLAYER-2 TO TN-WINNER-PLAYER-ID
002440         WHEN TN-SEED-1 IS NUMERIC
002440                 AND TN-SEED-2 IS NUMERIC
002440                 AND TN-SEED-2 > ZERO
002440                 AND TN-SEED-2 < TN-SEED-1
002440             MOVE TN-PLAYER-2 TO TN-WINNER-PLAYER-ID
002440         WHEN OTHER
002440             MOVE TN-PLAYER-1 TO TN-WINNER-PLAYER-ID
002440     END-EVALUATE
002440     IF NOT (AV-P1-STARTED AND AV-P2-STARTED)
002440         SET TN-SLOT-IS-DECIDED TO TRUE
002440         SET TN-DECIDED-BY-FORFEIT TO TRUE
002440         REWRITE TN-TOURN-RECORD
002440         ADD 1 TO AV-ADVANCED-COUNT
002440         ADD 1 TO AV-FORFEIT-COUNT
002440         MOVE SPACES TO RPT-LINE
002440         STRING TN-TOURN-ID DELIMITED BY SIZE
002440                ' R'        DELIMITED BY SIZE
002440                TN-ROUND-NO DELIMITED BY SIZE
002440                ' S'        DELIMITED BY SIZE
002440                TN-SLOT-NO  DELIMITED BY SIZE
002440                ' WINNER '  DELIMITED BY SIZE
002440                TN-WINNER-PLAYER-ID DELIMITED BY SIZE
002440                ' BY FORFEIT' DELIMITED BY SIZE
002440             INTO RPT-LINE
002440         WRITE RPT-LINE
002440     END-IF
002440     .
002440* 3470-CHECK-LINKED-CARD - A LINKED CARD COUNTS AS STARTED
002440* ONCE THE KIOSK HAS OPENED IT ON YACHTSCF.
002440 3470-CHECK-LINKED-CARD.
002440     IF AV-SCF-IS-OPEN
002440         MOVE YM-PLAYER-ID(AV-ENTRY-IX) TO YS-PLAYER-ID
002440         MOVE YM-GAME-START-TS(AV-ENTRY-IX) TO YS-GAME-START-TS
002440         READ YACHTSCF
002440             INVALID KEY
002440                 CONTINUE
002440             NOT INVALID KEY
002440                 IF YS-PLAYER-ID = TN-PLAYER-1
002440                     SET AV-P1-STARTED TO TRUE
002440                 END-IF
002440                 IF YS-PLAYER-ID = TN-PLAYER-2
002440                     SET AV-P2-STARTED TO TRUE
002440                 END-IF
002440         END-READ
002440     END-IF
002440     .
002450 3500-CROWN-CHAMPION.
002460     MOVE AV-TOURN-ID(AV-TOURN-IX) TO TN-TOURN-ID
002470     MOVE ZERO TO TN-ROUND-NO
002780     MOVE AV-PAIR-IX TO TN-SLOT-NO
002790     MOVE AV-SLOT-WINNER(AV-PAIR-IX * 2 - 1) TO TN-PLAYER-1
002800     MOVE AV-SLOT-WINNER(AV-PAIR-IX * 2) TO TN-PLAYER-2
002800     MOVE AV-SLOT-SEED(AV-PAIR-IX * 2 - 1) TO TN-SEED-1
002800     MOVE AV-SLOT-SEED(AV-PAIR-IX * 2) TO TN-SEED-2
002810     SET TN-SLOT-IS-WAITING TO TRUE
002820     MOVE SPACES TO TN-WINNER-PLAYER-ID
002830     MOVE SPACES TO TN-MATCH-ID
003080            AV-ADVANCED-COUNT DELIMITED BY SIZE
003090            '  CHAMPIONS ' DELIMITED BY SIZE
003100            AV-CHAMPION-COUNT DELIMITED BY SIZE
003100            '  FORFEITS ' DELIMITED BY SIZE
003100            AV-FORFEIT-COUNT DELIMITED BY SIZE
003110         INTO RPT-LINE
003120     WRITE RPT-LINE
003130     .
