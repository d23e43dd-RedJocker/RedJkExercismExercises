000010
000020* YTRAINRP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YTRAINRP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YTRAINRP IS THE WEEKLY TRAINING ACTIVITY REPORT.  EVERY CARD ON
000100* YACHTSCF STAMPED AS A TRAINING GAME (BY YACHTONL - A TRAINING
000110* TERMINAL, OR A RESERVED TRAINING PLAYER ID) WHOSE GAME STARTED
000120* IN THE LAST REPORT-DAYS DAYS (BIZPARMF THROUGH PARMGET, 7 BY
000130* DEFAULT) IS COUNTED PER TERMINAL AND PER TRAINEE - GAMES
000140* STARTED, COMPLETED, ABANDONED AND STILL OPEN, AND THE AVERAGE
000150* GRAND TOTAL OF THE COMPLETED ONES.  EVERY TERMINAL MARKED FOR
000160* TRAINING ON YTERMF IS LISTED EVEN WHEN IT SAW NO PLAY, SO AN
000170* IDLE DEMONSTRATION KIOSK SHOWS UP.  TRAINEE NAMES COME OFF
000180* YPLAYERF. THE REPORT IS YTRAINRP.
000190*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 RJ    ORIGINAL PROGRAM
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS YS-SCORECARD-KEY
000330         FILE STATUS IS TY-SCF-STATUS.
000340     SELECT YTERMF ASSIGN TO "YTERMF"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS TR-TERMINAL-ID
000380         FILE STATUS IS TY-TRF-STATUS.
000390     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS YP-PLAYER-ID
000430         FILE STATUS IS TY-PLF-STATUS.
000440     SELECT YTRAINRP ASSIGN TO "YTRAINRP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS TY-RPT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  YACHTSCF.
000500 COPY "YACHTSC.cpy".
000510 FD  YTERMF.
000520 COPY "YTERM.cpy".
000530 FD  YPLAYERF.
000540 COPY "YPLAYER.cpy".
000550 FD  YTRAINRP
000560     RECORD CONTAINS 100 CHARACTERS.
000570 01  RPT-LINE                   PIC X(100).
000580 WORKING-STORAGE SECTION.
000590 01  TY-WORK-FIELDS.
000600     05  TY-SCF-STATUS          PIC X(02) VALUE SPACES.
000610         88  TY-SCF-OK              VALUE '00'.
000620     05  TY-TRF-STATUS          PIC X(02) VALUE SPACES.
000630         88  TY-TRF-OK              VALUE '00'.
000640     05  TY-PLF-STATUS          PIC X(02) VALUE SPACES.
000650         88  TY-PLF-OK              VALUE '00'.
000660     05  TY-RPT-STATUS          PIC X(02) VALUE SPACES.
000670     05  TY-EOF-FLAG            PIC X(01) VALUE 'N'.
000680         88  TY-AT-END              VALUE 'Y'.
000690     05  TY-PLF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000700         88  TY-PLF-IS-OPEN         VALUE 'Y'.
000710     05  TY-CURRENT-TS          PIC X(21) VALUE SPACES.
000720     05  TY-RUN-DATE            PIC X(08) VALUE SPACES.
000730     05  TY-REPORT-DAYS         PIC 9(03) VALUE 7.
000740     05  TY-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
000750     05  TY-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000760     05  TY-CUTOFF-DATE-X REDEFINES TY-CUTOFF-DATE
000770                                PIC X(08).
000780     05  TY-TRM-IX              PIC 9(03) VALUE ZERO.
000790     05  TY-TRM-HIT             PIC 9(03) VALUE ZERO.
000800     05  TY-PLR-IX              PIC 9(03) VALUE ZERO.
000810     05  TY-PLR-HIT             PIC 9(03) VALUE ZERO.
000820     05  TY-CARD-COUNT          PIC 9(07) VALUE ZERO.
000830     05  TY-COMPLETED-COUNT     PIC 9(07) VALUE ZERO.
000840     05  TY-OVERFLOW-COUNT      PIC 9(07) VALUE ZERO.
000850     05  TY-DAYS-ED             PIC ZZ9.
000860     05  TY-COUNT-ED            PIC Z(06)9.
000870* ONE ROW PER TERMINAL - SEEDED WITH EVERY TRAINING TERMINAL ON
000880* YTERMF, THEN ANY OTHER TERMINAL A TRAINEE ID PLAYED ON.
000890 01  TY-TERMINAL-TABLE.
000900     05  TY-TRM-COUNT           PIC 9(03) VALUE ZERO.
000910     05  TY-TRM-ENTRY OCCURS 200 TIMES.
000920         10  TY-TRM-ID              PIC X(08).
000930         10  TY-TRM-LOCATION        PIC X(20).
000940         10  TY-TRM-KIND            PIC X(08).
000950         10  TY-TRM-GAMES           PIC 9(05).
000960         10  TY-TRM-COMPLETED       PIC 9(05).
000970         10  TY-TRM-ABANDONED       PIC 9(05).
000980         10  TY-TRM-OPEN            PIC 9(05).
000990         10  TY-TRM-TOTAL-SUM       PIC 9(09).
001000* ONE ROW PER TRAINEE - WHOEVER PLAYED A TRAINING GAME.
001010 01  TY-PLAYER-TABLE.
001020     05  TY-PLR-COUNT           PIC 9(03) VALUE ZERO.
001030     05  TY-PLR-ENTRY OCCURS 500 TIMES.
001040         10  TY-PLR-ID              PIC X(10).
001050         10  TY-PLR-LAST-DATE       PIC X(08).
001060         10  TY-PLR-GAMES           PIC 9(05).
001070         10  TY-PLR-COMPLETED       PIC 9(05).
001080         10  TY-PLR-ABANDONED       PIC 9(05).
001090         10  TY-PLR-OPEN            PIC 9(05).
001100         10  TY-PLR-TOTAL-SUM       PIC 9(09).
001110 01  TY-TERMINAL-HEADING.
001120     05  FILLER                 PIC X(10) VALUE 'TERMINAL'.
001130     05  FILLER                 PIC X(22) VALUE 'LOCATION'.
001140     05  FILLER                 PIC X(10) VALUE 'KIOSK'.
001150     05  FILLER                 PIC X(07) VALUE '  GAMES'.
001160     05  FILLER                 PIC X(07) VALUE '   DONE'.
001170     05  FILLER                 PIC X(07) VALUE '  ABAND'.
001180     05  FILLER                 PIC X(07) VALUE '   OPEN'.
001190     05  FILLER                 PIC X(07) VALUE '    AVG'.
001200 01  TY-TERMINAL-LINE.
001210     05  TL-TERMINAL-ID         PIC X(08).
001220     05  FILLER                 PIC X(02) VALUE SPACES.
001230     05  TL-LOCATION            PIC X(20).
001240     05  FILLER                 PIC X(02) VALUE SPACES.
001250     05  TL-KIND                PIC X(08).
001260     05  FILLER                 PIC X(02) VALUE SPACES.
001270     05  TL-GAMES               PIC ZZZZ9.
001280     05  FILLER                 PIC X(02) VALUE SPACES.
001290     05  TL-COMPLETED           PIC ZZZZ9.
001300     05  FILLER                 PIC X(02) VALUE SPACES.
001310     05  TL-ABANDONED           PIC ZZZZ9.
001320     05  FILLER                 PIC X(02) VALUE SPACES.
001330     05  TL-OPEN                PIC ZZZZ9.
001340     05  FILLER                 PIC X(02) VALUE SPACES.
001350     05  TL-AVERAGE             PIC ZZZZ9.
001360 01  TY-PLAYER-HEADING.
001370     05  FILLER                 PIC X(12) VALUE 'TRAINEE'.
001380     05  FILLER                 PIC X(32) VALUE 'NAME'.
001390     05  FILLER                 PIC X(07) VALUE '  GAMES'.
001400     05  FILLER                 PIC X(07) VALUE '   DONE'.
001410     05  FILLER                 PIC X(07) VALUE '  ABAND'.
001420     05  FILLER                 PIC X(07) VALUE '   OPEN'.
001430     05  FILLER                 PIC X(11) VALUE '    AVG'.
001440     05  FILLER                 PIC X(11) VALUE 'LAST PLAYED'.
001450 01  TY-PLAYER-LINE.
001460     05  PL-PLAYER-ID           PIC X(10).
001470     05  FILLER                 PIC X(02) VALUE SPACES.
001480     05  PL-NAME                PIC X(30).
001490     05  FILLER                 PIC X(02) VALUE SPACES.
001500     05  PL-GAMES               PIC ZZZZ9.
001510     05  FILLER                 PIC X(02) VALUE SPACES.
001520     05  PL-COMPLETED           PIC ZZZZ9.
001530     05  FILLER                 PIC X(02) VALUE SPACES.
001540     05  PL-ABANDONED           PIC ZZZZ9.
001550     05  FILLER                 PIC X(02) VALUE SPACES.
001560     05  PL-OPEN                PIC ZZZZ9.
001570     05  FILLER                 PIC X(02) VALUE SPACES.
001580     05  PL-AVERAGE             PIC ZZZZ9.
001590     05  FILLER                 PIC X(04) VALUE SPACES.
001600     05  PL-LAST-DATE           PIC X(08).
001610 COPY "PARMGTLK.cpy".
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INITIALIZE
001650     PERFORM 1500-LOAD-TRAINING-TERMINALS
001660     PERFORM 2000-SCAN-SCORECARDS
001670     PERFORM 3000-PRINT-TERMINALS
001680     PERFORM 4000-PRINT-TRAINEES
001690     PERFORM 5000-WRITE-SUMMARY
001700     CLOSE YTRAINRP
001710     IF TY-PLF-IS-OPEN
001720         CLOSE YPLAYERF
001730     END-IF
001740     GOBACK.
001750* 1000-INITIALIZE - THE WINDOW IS THE LAST REPORT-DAYS DAYS,
001760* TODAY INCLUDED.
001770 1000-INITIALIZE.
001780     MOVE FUNCTION CURRENT-DATE TO TY-CURRENT-TS
001790     MOVE TY-CURRENT-TS(1:8) TO TY-RUN-DATE
001800     MOVE 'YTRAINRP' TO NP-PROGRAM-ID
001810     MOVE 'REPORT-DAYS' TO NP-PARM-NAME
001820     MOVE TY-REPORT-DAYS TO NP-DEFAULT-VALUE
001830     MOVE 31 TO NP-LIMIT-VALUE
001840     CALL 'PARMGET' USING NP-PARMS
001850     MOVE NP-VALUE TO TY-REPORT-DAYS
001860     IF TY-REPORT-DAYS = ZERO
001870         MOVE 7 TO TY-REPORT-DAYS
001880     END-IF
001890     COMPUTE TY-CUTOFF-INTEGER =
001900         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(TY-RUN-DATE))
001910         - TY-REPORT-DAYS
001920     COMPUTE TY-CUTOFF-DATE =
001930         FUNCTION DATE-OF-INTEGER(TY-CUTOFF-INTEGER)
001940     OPEN INPUT YPLAYERF
001950     IF TY-PLF-OK
001960         SET TY-PLF-IS-OPEN TO TRUE
001970     END-IF
001980     OPEN OUTPUT YTRAINRP
001990     MOVE SPACES TO RPT-LINE
002000     STRING 'TRAINING ACTIVITY REPORT - RUN ' DELIMITED BY SIZE
002010            TY-RUN-DATE DELIMITED BY SIZE
002020         INTO RPT-LINE
002030     WRITE RPT-LINE
002040     MOVE TY-REPORT-DAYS TO TY-DAYS-ED
002050     MOVE SPACES TO RPT-LINE
002060     STRING 'TRAINING GAMES STARTED IN THE LAST '
002070                DELIMITED BY SIZE
002080            TY-DAYS-ED DELIMITED BY SIZE
002090            ' DAYS (' DELIMITED BY SIZE
002100            NP-SOURCE-TEXT DELIMITED BY SPACE
002110            ') - AFTER ' DELIMITED BY SIZE
002120            TY-CUTOFF-DATE-X DELIMITED BY SIZE
002130         INTO RPT-LINE
002140     WRITE RPT-LINE
002150     .
002160* 1500-LOAD-TRAINING-TERMINALS - EVERY TERMINAL MARKED FOR
002170* TRAINING GETS A ROW UP FRONT.  NO TERMINAL MASTER JUST MEANS
002180* THE TERMINAL ROWS COME FROM THE CARDS ALONE.
002190 1500-LOAD-TRAINING-TERMINALS.
002200     OPEN INPUT YTERMF
002210     IF TY-TRF-OK
002220         MOVE 'N' TO TY-EOF-FLAG
002230         MOVE LOW-VALUES TO TR-TERMINAL-ID
002240         START YTERMF KEY IS GREATER THAN OR EQUAL TR-TERMINAL-ID
002250             INVALID KEY
002260                 SET TY-AT-END TO TRUE
002270         END-START
002280         PERFORM 1510-READ-NEXT-TERMINAL
002290             UNTIL TY-AT-END
002300         CLOSE YTERMF
002310     END-IF
002320     .
002330 1510-READ-NEXT-TERMINAL.
002340     READ YTERMF NEXT RECORD
002350         AT END
002360             SET TY-AT-END TO TRUE
002370         NOT AT END
002380             IF TR-TRAINING-TERMINAL
002390                 IF TY-TRM-COUNT < 200
002400                     ADD 1 TO TY-TRM-COUNT
002410                     MOVE TY-TRM-COUNT TO TY-TRM-IX
002420                     MOVE TR-TERMINAL-ID TO TY-TRM-ID(TY-TRM-IX)
002430                     PERFORM 2310-CLEAR-TERMINAL-ROW
002440                     MOVE TR-FLOOR-LOCATION
002450                         TO TY-TRM-LOCATION(TY-TRM-IX)
002460                     MOVE 'TRAINING' TO TY-TRM-KIND(TY-TRM-IX)
002470                 ELSE
002480                     ADD 1 TO TY-OVERFLOW-COUNT
002490                 END-IF
002500             END-IF
002510     END-READ
002520     .
002530* 2000-SCAN-SCORECARDS - TRAINING CARDS INSIDE THE WINDOW ONLY.
002540 2000-SCAN-SCORECARDS.
002550     OPEN INPUT YACHTSCF
002560     IF TY-SCF-OK
002570         MOVE 'N' TO TY-EOF-FLAG
002580         MOVE LOW-VALUES TO YS-SCORECARD-KEY
002590         START YACHTSCF KEY IS GREATER THAN OR EQUAL
002600             YS-SCORECARD-KEY
002610             INVALID KEY
002620                 SET TY-AT-END TO TRUE
002630         END-START
002640         PERFORM 2100-READ-NEXT-SCORECARD
002650             UNTIL TY-AT-END
002660         CLOSE YACHTSCF
002670     ELSE
002680         MOVE 'NO YACHTSCF SCORECARD FILE - NO GAMES TO REPORT'
002690             TO RPT-LINE
002700         WRITE RPT-LINE
002710     END-IF
002720     .
002730 2100-READ-NEXT-SCORECARD.
002740     READ YACHTSCF NEXT RECORD
002750         AT END
002760             SET TY-AT-END TO TRUE
002770         NOT AT END
002780             IF YS-TRAINING-GAME
002790                     AND YS-GAME-START-TS(1:8) > TY-CUTOFF-DATE-X
002800                 PERFORM 2200-COUNT-ONE-CARD
002810             END-IF
002820     END-READ
002830     .
002840* 2200-COUNT-ONE-CARD - POST THE CARD TO ITS TERMINAL ROW AND ITS
002850* TRAINEE ROW.  A FULL TABLE DROPS THE ROW, NOT THE CARD COUNT.
002860 2200-COUNT-ONE-CARD.
002870     ADD 1 TO TY-CARD-COUNT
002880     IF YS-GAME-IS-COMPLETE
002890         ADD 1 TO TY-COMPLETED-COUNT
002900     END-IF
002910     PERFORM 2300-FIND-TERMINAL-ROW
002920     IF TY-TRM-HIT > ZERO
002930         ADD 1 TO TY-TRM-GAMES(TY-TRM-HIT)
002940         EVALUATE TRUE
002950             WHEN YS-GAME-IS-COMPLETE
002960                 ADD 1 TO TY-TRM-COMPLETED(TY-TRM-HIT)
002970                 ADD YS-GRAND-TOTAL
002980                     TO TY-TRM-TOTAL-SUM(TY-TRM-HIT)
002990             WHEN YS-GAME-IS-ABANDONED
003000                 ADD 1 TO TY-TRM-ABANDONED(TY-TRM-HIT)
003010             WHEN OTHER
003020                 ADD 1 TO TY-TRM-OPEN(TY-TRM-HIT)
003030         END-EVALUATE
003040     END-IF
003050     PERFORM 2400-FIND-PLAYER-ROW
003060     IF TY-PLR-HIT > ZERO
003070         ADD 1 TO TY-PLR-GAMES(TY-PLR-HIT)
003080         IF YS-GAME-START-TS(1:8) > TY-PLR-LAST-DATE(TY-PLR-HIT)
003090             MOVE YS-GAME-START-TS(1:8)
003100                 TO TY-PLR-LAST-DATE(TY-PLR-HIT)
003110         END-IF
003120         EVALUATE TRUE
003130             WHEN YS-GAME-IS-COMPLETE
003140                 ADD 1 TO TY-PLR-COMPLETED(TY-PLR-HIT)
003150                 ADD YS-GRAND-TOTAL
003160                     TO TY-PLR-TOTAL-SUM(TY-PLR-HIT)
003170             WHEN YS-GAME-IS-ABANDONED
003180                 ADD 1 TO TY-PLR-ABANDONED(TY-PLR-HIT)
003190             WHEN OTHER
003200                 ADD 1 TO TY-PLR-OPEN(TY-PLR-HIT)
003210         END-EVALUATE
003220     END-IF
003230     .
003240 2300-FIND-TERMINAL-ROW.
003250     MOVE ZERO TO TY-TRM-HIT
003260     PERFORM VARYING TY-TRM-IX FROM 1 BY 1
003270             UNTIL TY-TRM-IX > TY-TRM-COUNT
003280         IF TY-TRM-ID(TY-TRM-IX) = YS-TERMINAL-ID
003290             MOVE TY-TRM-IX TO TY-TRM-HIT
003300         END-IF
003310     END-PERFORM
003320     IF TY-TRM-HIT = ZERO
003330         IF TY-TRM-COUNT < 200
003340             ADD 1 TO TY-TRM-COUNT
003350             MOVE TY-TRM-COUNT TO TY-TRM-IX
003360             MOVE TY-TRM-COUNT TO TY-TRM-HIT
003370             MOVE YS-TERMINAL-ID TO TY-TRM-ID(TY-TRM-IX)
003380             PERFORM 2310-CLEAR-TERMINAL-ROW
003390             MOVE 'LIVE' TO TY-TRM-KIND(TY-TRM-IX)
003400         ELSE
003410             ADD 1 TO TY-OVERFLOW-COUNT
003420         END-IF
003430     END-IF
003440     .
003450 2310-CLEAR-TERMINAL-ROW.
003460     MOVE SPACES TO TY-TRM-LOCATION(TY-TRM-IX)
003470     MOVE ZERO TO TY-TRM-GAMES(TY-TRM-IX)
003480     MOVE ZERO TO TY-TRM-COMPLETED(TY-TRM-IX)
003490     MOVE ZERO TO TY-TRM-ABANDONED(TY-TRM-IX)
003500     MOVE ZERO TO TY-TRM-OPEN(TY-TRM-IX)
003510     MOVE ZERO TO TY-TRM-TOTAL-SUM(TY-TRM-IX)
003520     .
003530 2400-FIND-PLAYER-ROW.
003540     MOVE ZERO TO TY-PLR-HIT
003550     PERFORM VARYING TY-PLR-IX FROM 1 BY 1
003560             UNTIL TY-PLR-IX > TY-PLR-COUNT
003570         IF TY-PLR-ID(TY-PLR-IX) = YS-PLAYER-ID
003580             MOVE TY-PLR-IX TO TY-PLR-HIT
003590         END-IF
003600     END-PERFORM
003610     IF TY-PLR-HIT = ZERO
003620         IF TY-PLR-COUNT < 500
003630             ADD 1 TO TY-PLR-COUNT
003640             MOVE TY-PLR-COUNT TO TY-PLR-HIT
003650             MOVE YS-PLAYER-ID TO TY-PLR-ID(TY-PLR-HIT)
003660             MOVE SPACES TO TY-PLR-LAST-DATE(TY-PLR-HIT)
003670             MOVE ZERO TO TY-PLR-GAMES(TY-PLR-HIT)
003680             MOVE ZERO TO TY-PLR-COMPLETED(TY-PLR-HIT)
003690             MOVE ZERO TO TY-PLR-ABANDONED(TY-PLR-HIT)
003700             MOVE ZERO TO TY-PLR-OPEN(TY-PLR-HIT)
003710             MOVE ZERO TO TY-PLR-TOTAL-SUM(TY-PLR-HIT)
003720         ELSE
003730             ADD 1 TO TY-OVERFLOW-COUNT
003740         END-IF
003750     END-IF
003760     .
003770* 3000-PRINT-TERMINALS - KIOSK SAYS WHETHER THE TERMINAL IS A
003780* TRAINING TERMINAL OR A LIVE ONE A TRAINEE ID PLAYED ON.
003790 3000-PRINT-TERMINALS.
003800     MOVE SPACES TO RPT-LINE
003810     WRITE RPT-LINE
003820     MOVE 'ACTIVITY BY TERMINAL' TO RPT-LINE
003830     WRITE RPT-LINE
003840     MOVE TY-TERMINAL-HEADING TO RPT-LINE
003850     WRITE RPT-LINE
003860     IF TY-TRM-COUNT = ZERO
003870         MOVE '  NO TRAINING TERMINALS AND NO TRAINING GAMES'
003880             TO RPT-LINE
003890         WRITE RPT-LINE
003900     END-IF
003910     PERFORM VARYING TY-TRM-IX FROM 1 BY 1
003920             UNTIL TY-TRM-IX > TY-TRM-COUNT
003930         MOVE TY-TRM-ID(TY-TRM-IX)        TO TL-TERMINAL-ID
003940         MOVE TY-TRM-LOCATION(TY-TRM-IX)  TO TL-LOCATION
003950         MOVE TY-TRM-KIND(TY-TRM-IX)      TO TL-KIND
003960         MOVE TY-TRM-GAMES(TY-TRM-IX)     TO TL-GAMES
003970         MOVE TY-TRM-COMPLETED(TY-TRM-IX) TO TL-COMPLETED
003980         MOVE TY-TRM-ABANDONED(TY-TRM-IX) TO TL-ABANDONED
003990         MOVE TY-TRM-OPEN(TY-TRM-IX)      TO TL-OPEN
004000         MOVE ZERO TO TL-AVERAGE
004010         IF TY-TRM-COMPLETED(TY-TRM-IX) > ZERO
004020             COMPUTE TL-AVERAGE ROUNDED =
004030                 TY-TRM-TOTAL-SUM(TY-TRM-IX)
004040                 / TY-TRM-COMPLETED(TY-TRM-IX)
004050         END-IF
004060         MOVE TY-TERMINAL-LINE TO RPT-LINE
004070         WRITE RPT-LINE
004080     END-PERFORM
004090     .
004100* 4000-PRINT-TRAINEES - IN PLAYER ID ORDER, THE ORDER THE CARDS
004110* WERE READ.
004120 4000-PRINT-TRAINEES.
004130     MOVE SPACES TO RPT-LINE
004140     WRITE RPT-LINE
004150     MOVE 'ACTIVITY BY TRAINEE' TO RPT-LINE
004160     WRITE RPT-LINE
004170     MOVE TY-PLAYER-HEADING TO RPT-LINE
004180     WRITE RPT-LINE
004190     IF TY-PLR-COUNT = ZERO
004200         MOVE '  NO TRAINING GAMES IN THE WINDOW' TO RPT-LINE
004210         WRITE RPT-LINE
004220     END-IF
004230     PERFORM VARYING TY-PLR-IX FROM 1 BY 1
004240             UNTIL TY-PLR-IX > TY-PLR-COUNT
004250         MOVE TY-PLR-ID(TY-PLR-IX)        TO PL-PLAYER-ID
004260         PERFORM 4100-LOOK-UP-TRAINEE-NAME
004270         MOVE TY-PLR-GAMES(TY-PLR-IX)     TO PL-GAMES
004280         MOVE TY-PLR-COMPLETED(TY-PLR-IX) TO PL-COMPLETED
004290         MOVE TY-PLR-ABANDONED(TY-PLR-IX) TO PL-ABANDONED
004300         MOVE TY-PLR-OPEN(TY-PLR-IX)      TO PL-OPEN
004310         MOVE TY-PLR-LAST-DATE(TY-PLR-IX) TO PL-LAST-DATE
004320         MOVE ZERO TO PL-AVERAGE
004330         IF TY-PLR-COMPLETED(TY-PLR-IX) > ZERO
004340             COMPUTE PL-AVERAGE ROUNDED =
004350                 TY-PLR-TOTAL-SUM(TY-PLR-IX)
004360                 / TY-PLR-COMPLETED(TY-PLR-IX)
004370         END-IF
004380         MOVE TY-PLAYER-LINE TO RPT-LINE
004390         WRITE RPT-LINE
004400     END-PERFORM
004410     .
004420 4100-LOOK-UP-TRAINEE-NAME.
004430     MOVE SPACES TO PL-NAME
004440     IF TY-PLF-IS-OPEN
004450         MOVE TY-PLR-ID(TY-PLR-IX) TO YP-PLAYER-ID
004460         READ YPLAYERF
004470             INVALID KEY
004480                 MOVE '(NOT REGISTERED)' TO PL-NAME
004490             NOT INVALID KEY
004500                 MOVE YP-PLAYER-NAME TO PL-NAME
004510         END-READ
004520     END-IF
004530     .
004540 5000-WRITE-SUMMARY.
004550     MOVE SPACES TO RPT-LINE
004560     WRITE RPT-LINE
004570     MOVE TY-CARD-COUNT TO TY-COUNT-ED
004580     MOVE SPACES TO RPT-LINE
004590     STRING 'TRAINING GAMES ' DELIMITED BY SIZE
004600            TY-COUNT-ED DELIMITED BY SIZE
004610         INTO RPT-LINE
004620     WRITE RPT-LINE
004630     MOVE TY-COMPLETED-COUNT TO TY-COUNT-ED
004640     MOVE SPACES TO RPT-LINE
004650     STRING 'COMPLETED      ' DELIMITED BY SIZE
004660            TY-COUNT-ED DELIMITED BY SIZE
004670         INTO RPT-LINE
004680     WRITE RPT-LINE
004690     IF TY-OVERFLOW-COUNT > ZERO
004700         MOVE TY-OVERFLOW-COUNT TO TY-COUNT-ED
004710         MOVE SPACES TO RPT-LINE
004720         STRING 'ROWS NOT LISTED - TABLE FULL ' DELIMITED BY SIZE
004730                TY-COUNT-ED DELIMITED BY SIZE
004740             INTO RPT-LINE
004750         WRITE RPT-LINE
004760     END-IF
004770     .
