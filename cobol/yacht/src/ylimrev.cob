000010
000020* YLIMREV
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YLIMREV.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YLIMREV IS THE NIGHTLY RESPONSIBLE-PLAY REVIEW FOR THE FLOOR
000100* MANAGER.  IT READS THE DAY'S ENTRY FEES FROM YFEEJNL AND THE
000110* DAY'S KIOSK TAPS FROM YTERMJNL AGAINST THE LIMITS AND
000120* EXCLUSIONS HELD ON YPLIMF AND LISTS ON YLIMRPT -
000130*   - EVERY PLAYER WHOSE CARDS OR FEES TODAY REACHED A DAILY
000140*     LIMIT,
000150*   - EVERY NEW CARD YACHTONL REFUSED TODAY BECAUSE OF A LIMIT
000160*     OR A SELF-EXCLUSION,
000170*   - EVERY SELF-EXCLUSION DUE TO END WITHIN THE NEXT SEVEN
000180*     DAYS, SO THE DESK CAN CONTACT THE PLAYER BEFORE IT LAPSES.
000190* THE PROGRAM ONLY READS; NOTHING ON YPLIMF IS CHANGED.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 RJ    ORIGINAL PROGRAM
000230*   2026-10-15 RJ    SKIP ABANDONED-GAME REFUNDS ON YFEEJNL -
000230*                    THEY ARE NOT CARDS OPENED
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT YPLIMF ASSIGN TO "YPLIMF"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS PM-PLAYER-ID
000340         FILE STATUS IS LR-LIM-STATUS.
000350     SELECT YFEEJNL ASSIGN TO "YFEEJNL"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS LR-FEE-STATUS.
000380     SELECT YTERMJNL ASSIGN TO "YTERMJNL"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS LR-TJ-STATUS.
000410     SELECT YLIMRPT ASSIGN TO "YLIMRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS LR-RPT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  YPLIMF.
000470 COPY "YPLIMIT.cpy".
000480 FD  YFEEJNL.
000490 COPY "YFEEJ.cpy".
000500 FD  YTERMJNL.
000510 01  TJ-JOURNAL-RECORD.
000520     05  TJ-TIMESTAMP           PIC X(21).
000530     05  TJ-TERMINAL-ID         PIC X(08).
000540     05  TJ-PLAYER-ID           PIC X(10).
000550     05  TJ-GAME-START-TS       PIC X(15).
000560     05  TJ-CATEGORY            PIC X(15).
000570     05  TJ-STATUS              PIC X(02).
000580         88  TJ-PLAY-LIMIT-REACHED  VALUE '80'.
000590         88  TJ-SELF-EXCLUDED       VALUE '85'.
000600     05  TJ-RESULT              PIC 9(04).
000610     05  TJ-ACCEPTED-FLAG       PIC X(01).
000620 FD  YLIMRPT
000630     RECORD CONTAINS 80 CHARACTERS.
000640 01  RPT-LINE                   PIC X(80).
000650 WORKING-STORAGE SECTION.
000660 01  LR-WORK-FIELDS.
000670     05  LR-LIM-STATUS          PIC X(02) VALUE SPACES.
000680         88  LR-LIM-OK              VALUE '00'.
000690         88  LR-LIM-EOF             VALUE '10'.
000700     05  LR-FEE-STATUS          PIC X(02) VALUE SPACES.
000710         88  LR-FEE-OK              VALUE '00'.
000720         88  LR-FEE-EOF             VALUE '10'.
000730     05  LR-TJ-STATUS           PIC X(02) VALUE SPACES.
000740         88  LR-TJ-OK               VALUE '00'.
000750         88  LR-TJ-EOF              VALUE '10'.
000760     05  LR-RPT-STATUS          PIC X(02) VALUE SPACES.
000770     05  LR-CURRENT-TS          PIC X(21) VALUE SPACES.
000780     05  LR-RUN-DATE            PIC X(08) VALUE SPACES.
000790     05  LR-HORIZON-DATE        PIC 9(08) VALUE ZERO.
000800     05  LR-DAY-NUMBER          PIC 9(08) VALUE ZERO.
000810     05  LR-LIMIT-HIT-COUNT     PIC 9(05) VALUE ZERO.
000820     05  LR-REFUSAL-COUNT       PIC 9(05) VALUE ZERO.
000830     05  LR-EXPIRING-COUNT      PIC 9(05) VALUE ZERO.
000840     05  LR-DISP-COUNT          PIC ZZZZ9.
000850     05  LR-DISP-CARDS          PIC ZZZZ9.
000860     05  LR-DISP-CARD-LIMIT     PIC ZZ9.
000870     05  LR-DISP-SPEND          PIC ZZZZZZ9.99.
000880     05  LR-DISP-SPEND-LIMIT    PIC ZZZZ9.99.
000890     05  LR-REASON-TEXT         PIC X(16) VALUE SPACES.
000900     05  LR-HIT-FLAG            PIC X(01) VALUE 'N'.
000910         88  LR-LIMIT-WAS-HIT       VALUE 'Y'.
000920     05  LR-FOUND-FLAG          PIC X(01) VALUE 'N'.
000930         88  LR-PLAYER-FOUND        VALUE 'Y'.
000940* TODAY'S CARDS AND FEES BY PLAYER, BUILT FROM YFEEJNL.
000950 01  LR-PLAYER-TABLE.
000960     05  LR-PLAYER-COUNT        PIC 9(04) VALUE ZERO.
000970     05  LR-PLAYER-ENTRY OCCURS 2000 TIMES
000980             INDEXED BY LR-PX.
000990         10  LR-PLAYER-ID       PIC X(10).
001000         10  LR-PLAYER-CARDS    PIC 9(05).
001010         10  LR-PLAYER-SPEND    PIC 9(07)V99.
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE
001050     PERFORM 2000-TALLY-TODAYS-FEES
001060     PERFORM 3000-LIST-LIMITS-HIT
001070     PERFORM 4000-LIST-REFUSALS
001080     PERFORM 5000-LIST-EXPIRING-EXCLUSIONS
001090     PERFORM 6000-WRITE-SUMMARY
001100     CLOSE YLIMRPT
001110     GOBACK.
001120 1000-INITIALIZE.
001130     MOVE FUNCTION CURRENT-DATE TO LR-CURRENT-TS
001140     MOVE LR-CURRENT-TS(1:8) TO LR-RUN-DATE
001150     COMPUTE LR-DAY-NUMBER =
001160         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LR-RUN-DATE))
001170         + 7
001180     COMPUTE LR-HORIZON-DATE =
001190         FUNCTION DATE-OF-INTEGER(LR-DAY-NUMBER)
001200     OPEN OUTPUT YLIMRPT
001210     MOVE SPACES TO RPT-LINE
001220     STRING 'RESPONSIBLE PLAY REVIEW ' DELIMITED BY SIZE
001230            LR-RUN-DATE               DELIMITED BY SIZE
001240         INTO RPT-LINE
001250     WRITE RPT-LINE
001260     .
001270* 2000-TALLY-TODAYS-FEES - ONE YFEEJNL RECORD PER CARD OPENED,
001280* SO THE DAY'S CARD COUNT AND SPEND FOR A PLAYER ARE JUST THE
001290* COUNT AND SUM OF TODAY'S RECORDS FOR THEM.
001300 2000-TALLY-TODAYS-FEES.
001310     OPEN INPUT YFEEJNL
001320     IF LR-FEE-OK
001330         PERFORM UNTIL LR-FEE-EOF
001340             READ YFEEJNL
001350                 AT END
001360                     SET LR-FEE-EOF TO TRUE
001370                 NOT AT END
001380                     IF FJ-TIMESTAMP(1:8) = LR-RUN-DATE
001380                             AND NOT FJ-FEE-IS-REFUND
001390                         PERFORM 2100-ADD-TO-PLAYER
001400                     END-IF
001410             END-READ
001420         END-PERFORM
001430         CLOSE YFEEJNL
001440     END-IF
001450     .
001460 2100-ADD-TO-PLAYER.
001470     MOVE 'N' TO LR-FOUND-FLAG
001480     PERFORM VARYING LR-PX FROM 1 BY 1
001490             UNTIL LR-PX > LR-PLAYER-COUNT
001500                OR LR-PLAYER-FOUND
001510         IF LR-PLAYER-ID(LR-PX) = FJ-PLAYER-ID
001520             SET LR-PLAYER-FOUND TO TRUE
001530             ADD 1 TO LR-PLAYER-CARDS(LR-PX)
001540             ADD FJ-FEE-AMT TO LR-PLAYER-SPEND(LR-PX)
001550         END-IF
001560     END-PERFORM
001570     IF NOT LR-PLAYER-FOUND
001580             AND LR-PLAYER-COUNT < 2000
001590         ADD 1 TO LR-PLAYER-COUNT
001600         SET LR-PX TO LR-PLAYER-COUNT
001610         MOVE FJ-PLAYER-ID TO LR-PLAYER-ID(LR-PX)
001620         MOVE 1            TO LR-PLAYER-CARDS(LR-PX)
001630         MOVE FJ-FEE-AMT   TO LR-PLAYER-SPEND(LR-PX)
001640     END-IF
001650     .
001660* 3000-LIST-LIMITS-HIT - EVERY PLAYER WITH A DAILY LIMIT WHOSE
001670* ACTIVITY TODAY REACHED IT.
001680 3000-LIST-LIMITS-HIT.
001690     MOVE SPACES TO RPT-LINE
001700     WRITE RPT-LINE
001710     MOVE 'PLAYERS WHO REACHED A DAILY LIMIT TODAY' TO RPT-LINE
001720     WRITE RPT-LINE
001730     MOVE SPACES TO LR-LIM-STATUS
001740     OPEN INPUT YPLIMF
001750     IF LR-LIM-OK
001760         PERFORM UNTIL LR-LIM-EOF
001770             READ YPLIMF NEXT RECORD
001780                 AT END
001790                     SET LR-LIM-EOF TO TRUE
001800                 NOT AT END
001810                     PERFORM 3100-CHECK-ONE-PLAYER
001820             END-READ
001830         END-PERFORM
001840         CLOSE YPLIMF
001850     END-IF
001860     .
001870 3100-CHECK-ONE-PLAYER.
001880     MOVE 'N' TO LR-FOUND-FLAG
001890     IF PM-DAILY-CARD-LIMIT > ZERO
001900             OR PM-DAILY-SPEND-LIMIT > ZERO
001910         PERFORM VARYING LR-PX FROM 1 BY 1
001920                 UNTIL LR-PX > LR-PLAYER-COUNT
001930                    OR LR-PLAYER-FOUND
001940             IF LR-PLAYER-ID(LR-PX) = PM-PLAYER-ID
001950                 SET LR-PLAYER-FOUND TO TRUE
001960             END-IF
001970         END-PERFORM
001980     END-IF
001990     IF LR-PLAYER-FOUND
002000         SET LR-PX DOWN BY 1
002010         PERFORM 3200-TEST-PLAYER-LIMITS
002020     END-IF
002030     .
002040 3200-TEST-PLAYER-LIMITS.
002050     MOVE 'N' TO LR-HIT-FLAG
002060     MOVE SPACES TO LR-REASON-TEXT
002070     IF PM-DAILY-CARD-LIMIT > ZERO
002080             AND LR-PLAYER-CARDS(LR-PX) NOT < PM-DAILY-CARD-LIMIT
002090         SET LR-LIMIT-WAS-HIT TO TRUE
002100         MOVE 'CARD LIMIT' TO LR-REASON-TEXT
002110     END-IF
002120     IF PM-DAILY-SPEND-LIMIT > ZERO
002130             AND LR-PLAYER-SPEND(LR-PX)
002140                 NOT < PM-DAILY-SPEND-LIMIT
002150         IF LR-LIMIT-WAS-HIT
002160             MOVE 'CARD+SPEND LIMIT' TO LR-REASON-TEXT
002170         ELSE
002180             MOVE 'SPEND LIMIT' TO LR-REASON-TEXT
002190         END-IF
002200         SET LR-LIMIT-WAS-HIT TO TRUE
002210     END-IF
002220     IF LR-LIMIT-WAS-HIT
002230         ADD 1 TO LR-LIMIT-HIT-COUNT
002240         MOVE LR-PLAYER-CARDS(LR-PX) TO LR-DISP-CARDS
002250         MOVE PM-DAILY-CARD-LIMIT    TO LR-DISP-CARD-LIMIT
002260         MOVE LR-PLAYER-SPEND(LR-PX) TO LR-DISP-SPEND
002270         MOVE PM-DAILY-SPEND-LIMIT   TO LR-DISP-SPEND-LIMIT
002280         MOVE SPACES TO RPT-LINE
002290         STRING '  '                DELIMITED BY SIZE
002300                PM-PLAYER-ID        DELIMITED BY SIZE
002310                ' '                 DELIMITED BY SIZE
002320                LR-REASON-TEXT      DELIMITED BY SIZE
002330                ' CARDS '           DELIMITED BY SIZE
002340                LR-DISP-CARDS       DELIMITED BY SIZE
002350                '/'                 DELIMITED BY SIZE
002360                LR-DISP-CARD-LIMIT  DELIMITED BY SIZE
002370                ' FEES '            DELIMITED BY SIZE
002380                LR-DISP-SPEND       DELIMITED BY SIZE
002390                '/'                 DELIMITED BY SIZE
002400                LR-DISP-SPEND-LIMIT DELIMITED BY SIZE
002410             INTO RPT-LINE
002420         WRITE RPT-LINE
002430     END-IF
002440     .
002450* 4000-LIST-REFUSALS - THE TAPS YACHTONL TURNED AWAY TODAY,
002460* STRAIGHT FROM THE TERMINAL SESSION JOURNAL.
002470 4000-LIST-REFUSALS.
002480     MOVE SPACES TO RPT-LINE
002490     WRITE RPT-LINE
002500     MOVE 'NEW CARDS REFUSED TODAY' TO RPT-LINE
002510     WRITE RPT-LINE
002520     OPEN INPUT YTERMJNL
002530     IF LR-TJ-OK
002540         PERFORM UNTIL LR-TJ-EOF
002550             READ YTERMJNL
002560                 AT END
002570                     SET LR-TJ-EOF TO TRUE
002580                 NOT AT END
002590                     IF TJ-TIMESTAMP(1:8) = LR-RUN-DATE
002600                             AND (TJ-PLAY-LIMIT-REACHED
002610                               OR TJ-SELF-EXCLUDED)
002620                         PERFORM 4100-WRITE-REFUSAL
002630                     END-IF
002640             END-READ
002650         END-PERFORM
002660         CLOSE YTERMJNL
002670     END-IF
002680     .
002690 4100-WRITE-REFUSAL.
002700     ADD 1 TO LR-REFUSAL-COUNT
002710     IF TJ-SELF-EXCLUDED
002720         MOVE 'SELF-EXCLUDED' TO LR-REASON-TEXT
002730     ELSE
002740         MOVE 'LIMIT REACHED' TO LR-REASON-TEXT
002750     END-IF
002760     MOVE SPACES TO RPT-LINE
002770     STRING '  '                DELIMITED BY SIZE
002780            TJ-TIMESTAMP(9:6)   DELIMITED BY SIZE
002790            ' '                 DELIMITED BY SIZE
002800            TJ-TERMINAL-ID      DELIMITED BY SIZE
002810            ' '                 DELIMITED BY SIZE
002820            TJ-PLAYER-ID        DELIMITED BY SIZE
002830            ' '                 DELIMITED BY SIZE
002840            LR-REASON-TEXT      DELIMITED BY SIZE
002850         INTO RPT-LINE
002860     WRITE RPT-LINE
002870     .
002880* 5000-LIST-EXPIRING-EXCLUSIONS - EXCLUSIONS WHOSE LAST DAY
002890* FALLS BETWEEN TODAY AND SEVEN DAYS OUT.
002900 5000-LIST-EXPIRING-EXCLUSIONS.
002910     MOVE SPACES TO RPT-LINE
002920     WRITE RPT-LINE
002930     MOVE 'SELF-EXCLUSIONS ENDING WITHIN 7 DAYS' TO RPT-LINE
002940     WRITE RPT-LINE
002950     MOVE SPACES TO LR-LIM-STATUS
002960     OPEN INPUT YPLIMF
002970     IF LR-LIM-OK
002980         PERFORM UNTIL LR-LIM-EOF
002990             READ YPLIMF NEXT RECORD
003000                 AT END
003010                     SET LR-LIM-EOF TO TRUE
003020                 NOT AT END
003030                     IF NOT PM-NO-EXCLUSION
003040                             AND PM-EXCLUDE-END-DATE
003050                                 NOT < LR-RUN-DATE
003060                             AND PM-EXCLUDE-END-DATE
003070                                 NOT > LR-HORIZON-DATE
003080                         PERFORM 5100-WRITE-EXPIRING
003090                     END-IF
003100             END-READ
003110         END-PERFORM
003120         CLOSE YPLIMF
003130     END-IF
003140     .
003150 5100-WRITE-EXPIRING.
003160     ADD 1 TO LR-EXPIRING-COUNT
003170     MOVE SPACES TO RPT-LINE
003180     STRING '  '                DELIMITED BY SIZE
003190            PM-PLAYER-ID        DELIMITED BY SIZE
003200            ' ENDS '            DELIMITED BY SIZE
003210            PM-EXCLUDE-END-DATE DELIMITED BY SIZE
003220            ' SET BY '          DELIMITED BY SIZE
003230            PM-LAST-SET-BY      DELIMITED BY SIZE
003240            ' ON '              DELIMITED BY SIZE
003250            PM-LAST-SET-DATE    DELIMITED BY SIZE
003260         INTO RPT-LINE
003270     WRITE RPT-LINE
003280     .
003290 6000-WRITE-SUMMARY.
003300     MOVE SPACES TO RPT-LINE
003310     WRITE RPT-LINE
003320     MOVE LR-LIMIT-HIT-COUNT TO LR-DISP-COUNT
003330     MOVE SPACES TO RPT-LINE
003340     STRING 'LIMITS REACHED  ' DELIMITED BY SIZE
003350            LR-DISP-COUNT      DELIMITED BY SIZE
003360         INTO RPT-LINE
003370     WRITE RPT-LINE
003380     MOVE LR-REFUSAL-COUNT TO LR-DISP-COUNT
003390     MOVE SPACES TO RPT-LINE
003400     STRING 'CARDS REFUSED   ' DELIMITED BY SIZE
003410            LR-DISP-COUNT      DELIMITED BY SIZE
003420         INTO RPT-LINE
003430     WRITE RPT-LINE
003440     MOVE LR-EXPIRING-COUNT TO LR-DISP-COUNT
003450     MOVE SPACES TO RPT-LINE
003460     STRING 'EXCLUSIONS DUE  ' DELIMITED BY SIZE
003470            LR-DISP-COUNT      DELIMITED BY SIZE
003480         INTO RPT-LINE
003490     WRITE RPT-LINE
003500     .
