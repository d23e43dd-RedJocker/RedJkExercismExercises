000010
000020* YDECQUAL
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YDECQUAL.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YDECQUAL IS THE NIGHTLY DECISION-QUALITY ANALYSIS.  YACHTADV
000100* HAS ONLY EVER BEEN A LIVE HINT; THIS JOB TURNS IT ON THE
000110* HISTORY.  IT WALKS EVERY CLEAN SCORING CALL ON YACHTAUDF IN
000120* PLAY ORDER, REBUILDING FOR EACH GAME WHICH CATEGORIES WERE
000130* STILL OPEN ON THE CARD WHEN THE CALL WAS MADE, AND ASKS THE
000140* ADVISOR (WITH THAT CARD PICTURE AND THE CALL'S HOUSE MODE)
000150* WHAT THE BEST AVAILABLE SCORE WAS.  THE GAP BETWEEN THE BEST
000160* SCORE AND WHAT THE CHOSEN CATEGORY WAS WORTH IS THE POINTS
000170* FORFEITED ON THAT TURN.  YDECRPT CARRIES, PER PLAYER, THE
000180* TURNS ANALYSED, THE AVERAGE POINTS FORFEITED PER TURN AND THE
000190* CATEGORIES MOST OFTEN CHOSEN WHEN SOMETHING BETTER WAS OPEN,
000200* FOLLOWED BY A FLOOR-WIDE RANKING FROM THE SHARPEST PLAYER
000210* DOWN.  THE WINDOW IS WHATEVER YACHTAUDF STILL HOLDS.
000220*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 RJ    ORIGINAL PROGRAM
000250*   2026-10-15 RJ    THE DECISION-QUALITY SORT NOW HAS ITS OWN
000250*                    WORK FILE, SRTWK05, INSTEAD OF SHARING
000250*                    YACHTLB'S SRTWK01
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT YACHTAUDF ASSIGN TO "YACHTAUDF"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS DQ-AUD-STATUS.
000350     SELECT SORT-WORK ASSIGN TO "SRTWK05".
000360     SELECT YDECRPT ASSIGN TO "YDECRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS DQ-RPT-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  YACHTAUDF.
000420* ONE RECORD PER SCORING CALL, AS YACHT WRITES IT.
000430 01  AUD-AUDIT-RECORD.
000440     05  AUD-TIMESTAMP          PIC X(21).
000450     05  AUD-TERMINAL-ID        PIC X(08).
000460     05  AUD-PLAYER-ID          PIC X(10).
000470     05  AUD-CATEGORY           PIC X(15).
000480     05  AUD-DICE               PIC 9(05).
000490     05  AUD-RESULT             PIC 9(03).
000500     05  AUD-GAME-START-TS      PIC X(15).
000510     05  AUD-MODE-CODE          PIC X(04).
000520     05  AUD-STATUS             PIC X(02).
000530 SD  SORT-WORK.
000540 01  SRT-RECORD.
000550     05  SRT-AVG-FORFEIT        PIC 9(03)V99.
000560     05  SRT-PLAYER-ID          PIC X(10).
000570     05  SRT-TURNS              PIC 9(05).
000580 FD  YDECRPT
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  RPT-LINE                   PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 01  DQ-WORK-FIELDS.
000630     05  DQ-AUD-STATUS          PIC X(02) VALUE SPACES.
000640         88  DQ-AUD-OK              VALUE '00'.
000650         88  DQ-AUD-EOF             VALUE '10'.
000660     05  DQ-RPT-STATUS          PIC X(02) VALUE SPACES.
000670     05  DQ-SORT-SWITCH         PIC X(01) VALUE 'N'.
000680         88  DQ-SORT-IS-EOF         VALUE 'Y'.
000690     05  DQ-CURRENT-TS          PIC X(21) VALUE SPACES.
000700     05  DQ-CAT-IX              PIC 9(02) VALUE ZERO.
000710     05  DQ-ADV-IX              PIC 9(02) VALUE ZERO.
000720     05  DQ-CHOSEN-IX           PIC 9(02) VALUE ZERO.
000730     05  DQ-GAME-IX             PIC 9(04) VALUE ZERO.
000740     05  DQ-FREE-IX             PIC 9(04) VALUE ZERO.
000750     05  DQ-PLAYER-IX           PIC 9(04) VALUE ZERO.
000760     05  DQ-SLOT-IX             PIC 9(04) VALUE ZERO.
000770     05  DQ-FOUND-IX            PIC 9(04) VALUE ZERO.
000780     05  DQ-TOP-IX              PIC 9(01) VALUE ZERO.
000790     05  DQ-PICK-IX             PIC 9(02) VALUE ZERO.
000800     05  DQ-PICK-COUNT          PIC 9(05) VALUE ZERO.
000810     05  DQ-BEST-POINTS         PIC 9(04) VALUE ZERO.
000820     05  DQ-CHOSEN-POINTS       PIC 9(04) VALUE ZERO.
000830     05  DQ-FORFEIT             PIC 9(04) VALUE ZERO.
000840     05  DQ-RANK                PIC 9(04) VALUE ZERO.
000850     05  DQ-CALLS-READ          PIC 9(07) VALUE ZERO.
000860     05  DQ-TURNS-ANALYSED      PIC 9(07) VALUE ZERO.
000870     05  DQ-TURNS-SKIPPED       PIC 9(07) VALUE ZERO.
000880     05  DQ-RANK-ED             PIC ZZZ9.
000890     05  DQ-TURNS-ED            PIC ZZZZ9.
000900     05  DQ-AVG-ED              PIC ZZ9.99.
000910     05  DQ-MISPLAY-ED          PIC ZZZZ9.
000920     05  DQ-COUNT-ED            PIC ZZZZZZ9.
000930     05  DQ-MISPLAY-TEXT        PIC X(60) VALUE SPACES.
000940     05  DQ-TEXT-PTR            PIC 9(03) VALUE ZERO.
000950* THE TWELVE OFFICIAL CATEGORY NAMES IN CARD ORDER - THE SAME
000960* ORDER YD-CALLER-OPEN-FLAG USES.
000970 01  DQ-CATEGORY-NAMES.
000980     05  FILLER                 PIC X(15) VALUE 'ones'.
000990     05  FILLER                 PIC X(15) VALUE 'twos'.
001000     05  FILLER                 PIC X(15) VALUE 'threes'.
001010     05  FILLER                 PIC X(15) VALUE 'fours'.
001020     05  FILLER                 PIC X(15) VALUE 'fives'.
001030     05  FILLER                 PIC X(15) VALUE 'sixes'.
001040     05  FILLER                 PIC X(15) VALUE 'four of a kind'.
001050     05  FILLER                 PIC X(15) VALUE 'full house'.
001060     05  FILLER                 PIC X(15)
001070                                VALUE 'little straight'.
001080     05  FILLER                 PIC X(15) VALUE 'big straight'.
001090     05  FILLER                 PIC X(15) VALUE 'choice'.
001100     05  FILLER                 PIC X(15) VALUE 'yacht'.
001110 01  DQ-CATEGORY-TABLE REDEFINES DQ-CATEGORY-NAMES.
001120     05  DQ-CATEGORY-NAME OCCURS 12 TIMES
001130                                PIC X(15).
001140* GAMES IN FLIGHT DURING THE WALK.  A SLOT IS FREED WHEN ALL
001150* TWELVE CATEGORIES ARE SCORED, SO ONLY GAMES STILL OPEN AT THE
001160* SAME POINT IN THE LOG COMPETE FOR ROOM.
001170 01  DQ-GAME-TABLE.
001180     05  DQ-GAME-COUNT          PIC 9(04) VALUE ZERO.
001190     05  DQ-GAME-ENTRY OCCURS 1000 TIMES.
001200         10  DQ-GM-PLAYER-ID    PIC X(10).
001210         10  DQ-GM-START-TS     PIC X(15).
001220         10  DQ-GM-SCORED-COUNT PIC 9(02).
001230         10  DQ-GM-OPEN-FLAG OCCURS 12 TIMES
001240                                PIC X(01).
001250 01  DQ-PLAYER-TABLE.
001260     05  DQ-PLAYER-COUNT        PIC 9(04) VALUE ZERO.
001270     05  DQ-PLAYER-ENTRY OCCURS 2000 TIMES.
001280         10  DQ-PL-PLAYER-ID    PIC X(10).
001290         10  DQ-PL-TURNS        PIC 9(05).
001300         10  DQ-PL-FORFEIT      PIC 9(07).
001310         10  DQ-PL-MISPLAYS     PIC 9(05).
001320         10  DQ-PL-MISPLAY-CAT OCCURS 12 TIMES
001330                                PIC 9(05).
001340* WORKING COPY OF ONE PLAYER'S MISPLAY COUNTS, PICKED OFF
001350* HIGHEST FIRST FOR THE TOP-THREE LINE.
001360 01  DQ-PICK-TABLE.
001370     05  DQ-PICK-ENTRY OCCURS 12 TIMES
001380                                PIC 9(05).
001390 COPY "YACHTADV.cpy".
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE
001430     PERFORM 2000-READ-NEXT-CALL
001440     PERFORM UNTIL DQ-AUD-EOF
001450         IF AUD-STATUS = '00'
001460             PERFORM 3000-ANALYSE-ONE-CALL
001470         END-IF
001480         PERFORM 2000-READ-NEXT-CALL
001490     END-PERFORM
001500     PERFORM 4000-WRITE-PLAYER-LINES
001510     SORT SORT-WORK
001520         ON ASCENDING KEY SRT-AVG-FORFEIT
001530         ON DESCENDING KEY SRT-TURNS
001540         INPUT PROCEDURE IS 5000-RELEASE-PLAYERS
001550         OUTPUT PROCEDURE IS 6000-PRINT-FLOOR-RANKING
001560     PERFORM 7000-WRITE-SUMMARY
001570     CLOSE YDECRPT
001580     GOBACK.
001590 1000-INITIALIZE.
001600     MOVE FUNCTION CURRENT-DATE TO DQ-CURRENT-TS
001610     OPEN OUTPUT YDECRPT
001620     MOVE SPACES TO RPT-LINE
001630     STRING 'DECISION QUALITY - POINTS LEFT ON THE TABLE '
001640                DELIMITED BY SIZE
001650            DQ-CURRENT-TS(1:8) DELIMITED BY SIZE
001660         INTO RPT-LINE
001670     WRITE RPT-LINE
001680     OPEN INPUT YACHTAUDF
001690     IF NOT DQ-AUD-OK
001700         SET DQ-AUD-EOF TO TRUE
001710     END-IF
001720     .
001730 2000-READ-NEXT-CALL.
001740     IF NOT DQ-AUD-EOF
001750         READ YACHTAUDF
001760             AT END
001770                 SET DQ-AUD-EOF TO TRUE
001780                 CLOSE YACHTAUDF
001790         END-READ
001800     END-IF
001810     .
001820* 3000-ANALYSE-ONE-CALL - PUT THE CALL BACK ON ITS CARD AS THE
001830* CARD STOOD, ASK THE ADVISOR, SCORE THE GAP, THEN MARK THE
001840* CATEGORY USED SO THE NEXT CALL SEES IT CLOSED.
001850 3000-ANALYSE-ONE-CALL.
001860     ADD 1 TO DQ-CALLS-READ
001870     MOVE ZERO TO DQ-CHOSEN-IX
001880     PERFORM VARYING DQ-CAT-IX FROM 1 BY 1
001890             UNTIL DQ-CAT-IX > 12
001900         IF DQ-CATEGORY-NAME(DQ-CAT-IX) = AUD-CATEGORY
001910             MOVE DQ-CAT-IX TO DQ-CHOSEN-IX
001920         END-IF
001930     END-PERFORM
001940     PERFORM 3100-FIND-OR-START-GAME
001950     IF DQ-CHOSEN-IX = ZERO OR DQ-GAME-IX = ZERO
001960         ADD 1 TO DQ-TURNS-SKIPPED
001970     ELSE
001980         IF DQ-GM-OPEN-FLAG(DQ-GAME-IX, DQ-CHOSEN-IX) NOT = 'Y'
001990             ADD 1 TO DQ-TURNS-SKIPPED
002000         ELSE
002010             PERFORM 3200-ASK-THE-ADVISOR
002020             PERFORM 3300-CHARGE-THE-PLAYER
002030             MOVE 'N'
002040                 TO DQ-GM-OPEN-FLAG(DQ-GAME-IX, DQ-CHOSEN-IX)
002050             ADD 1 TO DQ-GM-SCORED-COUNT(DQ-GAME-IX)
002060             IF DQ-GM-SCORED-COUNT(DQ-GAME-IX) >= 12
002070                 MOVE SPACES TO DQ-GM-PLAYER-ID(DQ-GAME-IX)
002080                 MOVE SPACES TO DQ-GM-START-TS(DQ-GAME-IX)
002090             END-IF
002100         END-IF
002110     END-IF
002120     .
002130 3100-FIND-OR-START-GAME.
002140     MOVE ZERO TO DQ-GAME-IX
002150     MOVE ZERO TO DQ-FREE-IX
002160     PERFORM 3110-SCAN-ONE-GAME-SLOT
002170         VARYING DQ-SLOT-IX FROM 1 BY 1
002180         UNTIL DQ-SLOT-IX > DQ-GAME-COUNT
002190            OR DQ-GAME-IX > ZERO
002200     IF DQ-GAME-IX = ZERO
002210         IF DQ-FREE-IX = ZERO AND DQ-GAME-COUNT < 1000
002220             ADD 1 TO DQ-GAME-COUNT
002230             MOVE DQ-GAME-COUNT TO DQ-FREE-IX
002240         END-IF
002250         IF DQ-FREE-IX > ZERO
002260             MOVE DQ-FREE-IX TO DQ-GAME-IX
002270             MOVE AUD-PLAYER-ID
002280                 TO DQ-GM-PLAYER-ID(DQ-GAME-IX)
002290             MOVE AUD-GAME-START-TS
002300                 TO DQ-GM-START-TS(DQ-GAME-IX)
002310             MOVE ZERO TO DQ-GM-SCORED-COUNT(DQ-GAME-IX)
002320             PERFORM VARYING DQ-CAT-IX FROM 1 BY 1
002330                     UNTIL DQ-CAT-IX > 12
002340                 MOVE 'Y'
002350                     TO DQ-GM-OPEN-FLAG(DQ-GAME-IX, DQ-CAT-IX)
002360             END-PERFORM
002370         END-IF
002380     END-IF
002390     .
002400 3110-SCAN-ONE-GAME-SLOT.
002410     IF DQ-GM-PLAYER-ID(DQ-SLOT-IX) = AUD-PLAYER-ID
002420             AND DQ-GM-START-TS(DQ-SLOT-IX)
002430                 = AUD-GAME-START-TS
002440         MOVE DQ-SLOT-IX TO DQ-GAME-IX
002450     END-IF
002460     IF DQ-GM-PLAYER-ID(DQ-SLOT-IX) = SPACES
002470             AND DQ-FREE-IX = ZERO
002480         MOVE DQ-SLOT-IX TO DQ-FREE-IX
002490     END-IF
002500     .
002510* 3200-ASK-THE-ADVISOR - THE ADVICE COMES BACK RANKED, SO THE
002520* FIRST ENTRY IS THE BEST AVAILABLE SCORE; THE CHOSEN
002530* CATEGORY'S OWN ENTRY IS WHAT THE PLAYER TOOK, BOTH PRICED
002540* UNDER THE SAME RULES.
002550 3200-ASK-THE-ADVISOR.
002560     INITIALIZE YD-ADVISOR-PARMS
002570     MOVE AUD-DICE          TO YD-DICE
002580     MOVE AUD-PLAYER-ID     TO YD-PLAYER-ID
002590     MOVE AUD-GAME-START-TS TO YD-GAME-START-TS
002600     MOVE AUD-MODE-CODE     TO YD-MODE-CODE
002610     MOVE 'N'               TO YD-USE-CALENDAR-FLAG
002620     SET YD-CALLER-SUPPLIES-CARD TO TRUE
002630     PERFORM VARYING DQ-CAT-IX FROM 1 BY 1
002640             UNTIL DQ-CAT-IX > 12
002650         MOVE DQ-GM-OPEN-FLAG(DQ-GAME-IX, DQ-CAT-IX)
002660             TO YD-CALLER-OPEN-FLAG(DQ-CAT-IX)
002670     END-PERFORM
002680     CALL 'YACHTADV' USING YD-ADVISOR-PARMS
002690     MOVE ZERO TO DQ-BEST-POINTS
002700     MOVE ZERO TO DQ-CHOSEN-POINTS
002710     IF YD-OPEN-COUNT > ZERO
002720         MOVE YD-ADV-POINTS(1) TO DQ-BEST-POINTS
002730     END-IF
002740     PERFORM VARYING DQ-ADV-IX FROM 1 BY 1
002750             UNTIL DQ-ADV-IX > YD-OPEN-COUNT
002760         IF YD-ADV-CATEGORY(DQ-ADV-IX) = AUD-CATEGORY
002770             MOVE YD-ADV-POINTS(DQ-ADV-IX) TO DQ-CHOSEN-POINTS
002780         END-IF
002790     END-PERFORM
002800     IF DQ-BEST-POINTS > DQ-CHOSEN-POINTS
002810         COMPUTE DQ-FORFEIT = DQ-BEST-POINTS - DQ-CHOSEN-POINTS
002820     ELSE
002830         MOVE ZERO TO DQ-FORFEIT
002840     END-IF
002850     .
002860 3300-CHARGE-THE-PLAYER.
002870     ADD 1 TO DQ-TURNS-ANALYSED
002880     MOVE ZERO TO DQ-FOUND-IX
002890     PERFORM VARYING DQ-PLAYER-IX FROM 1 BY 1
002900             UNTIL DQ-PLAYER-IX > DQ-PLAYER-COUNT
002910                OR DQ-FOUND-IX > ZERO
002920         IF DQ-PL-PLAYER-ID(DQ-PLAYER-IX) = AUD-PLAYER-ID
002930             MOVE DQ-PLAYER-IX TO DQ-FOUND-IX
002940         END-IF
002950     END-PERFORM
002960     MOVE DQ-FOUND-IX TO DQ-PLAYER-IX
002970     IF DQ-PLAYER-IX = ZERO
002980         IF DQ-PLAYER-COUNT < 2000
002990             ADD 1 TO DQ-PLAYER-COUNT
003000             MOVE DQ-PLAYER-COUNT TO DQ-PLAYER-IX
003010             INITIALIZE DQ-PLAYER-ENTRY(DQ-PLAYER-IX)
003020             MOVE AUD-PLAYER-ID
003030                 TO DQ-PL-PLAYER-ID(DQ-PLAYER-IX)
003040         END-IF
003050     END-IF
003060     IF DQ-PLAYER-IX > ZERO
003070         ADD 1 TO DQ-PL-TURNS(DQ-PLAYER-IX)
003080         ADD DQ-FORFEIT TO DQ-PL-FORFEIT(DQ-PLAYER-IX)
003090         IF DQ-FORFEIT > ZERO
003100             ADD 1 TO DQ-PL-MISPLAYS(DQ-PLAYER-IX)
003110             ADD 1 TO DQ-PL-MISPLAY-CAT(DQ-PLAYER-IX,
003120                 DQ-CHOSEN-IX)
003130         END-IF
003140     END-IF
003150     .
003160* 4000-WRITE-PLAYER-LINES - ONE LINE PER PLAYER (TURNS, AVERAGE
003170* FORFEITED, MISPLAYS) AND A SECOND LINE NAMING THE THREE
003180* CATEGORIES THEY MOST OFTEN MISPLAYED.
003190 4000-WRITE-PLAYER-LINES.
003200     MOVE SPACES TO RPT-LINE
003210     WRITE RPT-LINE
003220     MOVE 'PLAYER      TURNS  AVG FORFEIT  MISPLAYS' TO RPT-LINE
003230     WRITE RPT-LINE
003240     PERFORM 4100-WRITE-ONE-PLAYER
003250         VARYING DQ-PLAYER-IX FROM 1 BY 1
003260         UNTIL DQ-PLAYER-IX > DQ-PLAYER-COUNT
003270     .
003280 4100-WRITE-ONE-PLAYER.
003290     MOVE DQ-PL-TURNS(DQ-PLAYER-IX)    TO DQ-TURNS-ED
003300     COMPUTE DQ-AVG-ED ROUNDED =
003310         DQ-PL-FORFEIT(DQ-PLAYER-IX) / DQ-PL-TURNS(DQ-PLAYER-IX)
003320     MOVE DQ-PL-MISPLAYS(DQ-PLAYER-IX) TO DQ-MISPLAY-ED
003330     MOVE SPACES TO RPT-LINE
003340     STRING DQ-PL-PLAYER-ID(DQ-PLAYER-IX) DELIMITED BY SIZE
003350            ' '                           DELIMITED BY SIZE
003360            DQ-TURNS-ED                   DELIMITED BY SIZE
003370            '       '                     DELIMITED BY SIZE
003380            DQ-AVG-ED                     DELIMITED BY SIZE
003390            '     '                       DELIMITED BY SIZE
003400            DQ-MISPLAY-ED                 DELIMITED BY SIZE
003410         INTO RPT-LINE
003420     WRITE RPT-LINE
003430     IF DQ-PL-MISPLAYS(DQ-PLAYER-IX) > ZERO
003440         PERFORM 4200-WRITE-TOP-MISPLAYS
003450     END-IF
003460     .
003470 4200-WRITE-TOP-MISPLAYS.
003480     PERFORM VARYING DQ-CAT-IX FROM 1 BY 1
003490             UNTIL DQ-CAT-IX > 12
003500         MOVE DQ-PL-MISPLAY-CAT(DQ-PLAYER-IX, DQ-CAT-IX)
003510             TO DQ-PICK-ENTRY(DQ-CAT-IX)
003520     END-PERFORM
003530     MOVE SPACES TO DQ-MISPLAY-TEXT
003540     MOVE 1 TO DQ-TEXT-PTR
003550     STRING '   MOST MISPLAYED: ' DELIMITED BY SIZE
003560         INTO DQ-MISPLAY-TEXT
003570         WITH POINTER DQ-TEXT-PTR
003580     PERFORM 4210-PICK-NEXT-MISPLAY
003590         VARYING DQ-TOP-IX FROM 1 BY 1
003600         UNTIL DQ-TOP-IX > 3
003610     MOVE DQ-MISPLAY-TEXT TO RPT-LINE
003620     WRITE RPT-LINE
003630     .
003640 4210-PICK-NEXT-MISPLAY.
003650     MOVE ZERO TO DQ-PICK-IX
003660     MOVE ZERO TO DQ-PICK-COUNT
003670     PERFORM VARYING DQ-CAT-IX FROM 1 BY 1
003680             UNTIL DQ-CAT-IX > 12
003690         IF DQ-PICK-ENTRY(DQ-CAT-IX) > DQ-PICK-COUNT
003700             MOVE DQ-CAT-IX TO DQ-PICK-IX
003710             MOVE DQ-PICK-ENTRY(DQ-CAT-IX) TO DQ-PICK-COUNT
003720         END-IF
003730     END-PERFORM
003740     IF DQ-PICK-IX > ZERO
003750         MOVE ZERO TO DQ-PICK-ENTRY(DQ-PICK-IX)
003760         MOVE DQ-PICK-COUNT TO DQ-MISPLAY-ED
003770         STRING DQ-CATEGORY-NAME(DQ-PICK-IX)
003780                    DELIMITED BY '  '
003790                ' ('            DELIMITED BY SIZE
003800                DQ-MISPLAY-ED   DELIMITED BY SIZE
003810                ') '            DELIMITED BY SIZE
003820             INTO DQ-MISPLAY-TEXT
003830             WITH POINTER DQ-TEXT-PTR
003840     END-IF
003850     .
003860* 5000-RELEASE-PLAYERS - EVERY PLAYER WITH AT LEAST ONE TURN
003870* ANALYSED GOES TO THE RANKING SORT.
003880 5000-RELEASE-PLAYERS.
003890     PERFORM VARYING DQ-PLAYER-IX FROM 1 BY 1
003900             UNTIL DQ-PLAYER-IX > DQ-PLAYER-COUNT
003910         IF DQ-PL-TURNS(DQ-PLAYER-IX) > ZERO
003920             COMPUTE SRT-AVG-FORFEIT ROUNDED =
003930                 DQ-PL-FORFEIT(DQ-PLAYER-IX)
003940                 / DQ-PL-TURNS(DQ-PLAYER-IX)
003950             MOVE DQ-PL-PLAYER-ID(DQ-PLAYER-IX)
003960                 TO SRT-PLAYER-ID
003970             MOVE DQ-PL-TURNS(DQ-PLAYER-IX) TO SRT-TURNS
003980             RELEASE SRT-RECORD
003990         END-IF
004000     END-PERFORM
004010     .
004020* 6000-PRINT-FLOOR-RANKING - LOWEST AVERAGE FORFEIT FIRST; TIES
004030* GO TO THE PLAYER WITH MORE TURNS BEHIND THE NUMBER.
004040 6000-PRINT-FLOOR-RANKING.
004050     MOVE SPACES TO RPT-LINE
004060     WRITE RPT-LINE
004070     MOVE 'FLOOR RANKING - FEWEST POINTS FORFEITED PER TURN'
004080         TO RPT-LINE
004090     WRITE RPT-LINE
004100     MOVE ZERO TO DQ-RANK
004110     PERFORM 6100-RETURN-NEXT-SORTED
004120     PERFORM UNTIL DQ-SORT-IS-EOF
004130         ADD 1 TO DQ-RANK
004140         MOVE DQ-RANK         TO DQ-RANK-ED
004150         MOVE SRT-TURNS       TO DQ-TURNS-ED
004160         MOVE SRT-AVG-FORFEIT TO DQ-AVG-ED
004170         MOVE SPACES TO RPT-LINE
004180         STRING DQ-RANK-ED    DELIMITED BY SIZE
004190                '  '          DELIMITED BY SIZE
004200                SRT-PLAYER-ID DELIMITED BY SIZE
004210                ' '           DELIMITED BY SIZE
004220                DQ-TURNS-ED   DELIMITED BY SIZE
004230                '       '     DELIMITED BY SIZE
004240                DQ-AVG-ED     DELIMITED BY SIZE
004250             INTO RPT-LINE
004260         WRITE RPT-LINE
004270         PERFORM 6100-RETURN-NEXT-SORTED
004280     END-PERFORM
004290     .
004300 6100-RETURN-NEXT-SORTED.
004310     RETURN SORT-WORK
004320         AT END
004330             SET DQ-SORT-IS-EOF TO TRUE
004340     END-RETURN
004350     .
004360 7000-WRITE-SUMMARY.
004370     MOVE SPACES TO RPT-LINE
004380     WRITE RPT-LINE
004390     MOVE DQ-CALLS-READ TO DQ-COUNT-ED
004400     MOVE SPACES TO RPT-LINE
004410     STRING 'SCORING CALLS READ ' DELIMITED BY SIZE
004420            DQ-COUNT-ED           DELIMITED BY SIZE
004430         INTO RPT-LINE
004440     WRITE RPT-LINE
004450     MOVE DQ-TURNS-ANALYSED TO DQ-COUNT-ED
004460     MOVE SPACES TO RPT-LINE
004470     STRING 'TURNS ANALYSED     ' DELIMITED BY SIZE
004480            DQ-COUNT-ED           DELIMITED BY SIZE
004490         INTO RPT-LINE
004500     WRITE RPT-LINE
004510     MOVE DQ-TURNS-SKIPPED TO DQ-COUNT-ED
004520     MOVE SPACES TO RPT-LINE
004530     STRING 'TURNS NOT ANALYSED ' DELIMITED BY SIZE
004540            DQ-COUNT-ED           DELIMITED BY SIZE
004550         INTO RPT-LINE
004560     WRITE RPT-LINE
004570     .
