000010
000020* YTRMUTL
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YTRMUTL.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YTRMUTL IS THE WEEKLY TERMINAL UTILIZATION AND REVENUE
000100* PROFILE, FOR STAFF SCHEDULING AND KIOSK PLACEMENT.  OVER ONE
000110* WEEK OF THE YTERMJNL TAP JOURNAL AND THE YFEEJNL FEE JOURNAL
000120* (BOTH APPENDED ACROSS DAYS) IT SHOWS, FOR EACH TERMINAL ON
000130* YTERMF WITH ITS TR-FLOOR-LOCATION, EACH DAY OF THE WEEK AND
000140* HOUR OF THE DAY THAT SAW PLAY - GAMES OPENED (FEE RECORDS
000150* THAT ARE NOT REFUNDS), TAPS, AND NET FEES TAKEN - AND EACH
000160* DAY'S IDLE HOURS (IN-SERVICE HOURS WITH NO TAP AND NO GAME).
000170*
000180* A TERMINAL IS IN SERVICE ON A DAY FROM ITS INSTALL DATE ON,
000190* UNLESS YTERMF HAS IT OUT OF SERVICE, IN WHICH CASE ONLY THE
000200* DAYS BEFORE ITS SUSPENSION DATE COUNT.  THE TERMINALS IN THE
000210* BOTTOM TENTH BY NET FEES PER IN-SERVICE HOUR (AT LEAST ONE
000220* TERMINAL) ARE LISTED AT THE END AS RELOCATION CANDIDATES.
000230*
000240* THE WEEK IS THE SEVEN DAYS ENDING YESTERDAY UNLESS THE
000250* OPTIONAL YTUTCTL CARD GIVES THE FIRST DAY OF ANOTHER.  OUTPUT
000260* GOES TO YTUTRPT.
000270*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 RJ    ORIGINAL PROGRAM
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT YTUTCTL ASSIGN TO "YTUTCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS TU-CTL-STATUS.
000400     SELECT YTERMF ASSIGN TO "YTERMF"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS TR-TERMINAL-ID
000440         FILE STATUS IS TU-TRM-STATUS.
000450     SELECT YTERMJNL ASSIGN TO "YTERMJNL"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS TU-JNL-STATUS.
000480     SELECT YFEEJNL ASSIGN TO "YFEEJNL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS TU-FEE-STATUS.
000510     SELECT YTUTRPT ASSIGN TO "YTUTRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS TU-RPT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  YTUTCTL.
000570 01  UC-CONTROL-RECORD.
000580     05  UC-WEEK-START-DATE     PIC X(08).
000590 FD  YTERMF.
000600 COPY "YTERM.cpy".
000610 FD  YTERMJNL.
000620 01  TJ-JOURNAL-RECORD.
000630     05  TJ-TIMESTAMP           PIC X(21).
000640     05  TJ-TERMINAL-ID         PIC X(08).
000650     05  TJ-PLAYER-ID           PIC X(10).
000660     05  TJ-GAME-START-TS       PIC X(15).
000670     05  TJ-CATEGORY            PIC X(15).
000680     05  TJ-STATUS              PIC X(02).
000690     05  TJ-RESULT              PIC 9(04).
000700     05  TJ-ACCEPTED-FLAG       PIC X(01).
000710 FD  YFEEJNL.
000720 COPY "YFEEJ.cpy".
000730 FD  YTUTRPT
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  RPT-LINE                   PIC X(80).
000760 WORKING-STORAGE SECTION.
000770 01  TU-WORK-FIELDS.
000780     05  TU-CTL-STATUS          PIC X(02) VALUE SPACES.
000790         88  TU-CTL-OK              VALUE '00'.
000800     05  TU-TRM-STATUS          PIC X(02) VALUE SPACES.
000810         88  TU-TRM-OK              VALUE '00'.
000820         88  TU-TRM-EOF             VALUE '10'.
000830     05  TU-JNL-STATUS          PIC X(02) VALUE SPACES.
000840         88  TU-JNL-OK              VALUE '00'.
000850         88  TU-JNL-EOF             VALUE '10'.
000860     05  TU-FEE-STATUS          PIC X(02) VALUE SPACES.
000870         88  TU-FEE-OK              VALUE '00'.
000880         88  TU-FEE-EOF             VALUE '10'.
000890     05  TU-RPT-STATUS          PIC X(02) VALUE SPACES.
000900     05  TU-CURRENT-TS          PIC X(21) VALUE SPACES.
000910     05  TU-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
000920     05  TU-WEEK-START-INT      PIC 9(08) VALUE ZERO.
000930     05  TU-WEEK-START-NUM      PIC 9(08) VALUE ZERO.
000940     05  TU-WEEK-START-DATE     PIC X(08) VALUE SPACES.
000950     05  TU-WEEK-END-NUM        PIC 9(08) VALUE ZERO.
000960     05  TU-WEEK-END-DATE       PIC X(08) VALUE SPACES.
000970     05  TU-DAY-NUM             PIC 9(08) VALUE ZERO.
000980     05  TU-DAY-DATE            PIC X(08) VALUE SPACES.
000990     05  TU-EVENT-DATE          PIC X(08) VALUE SPACES.
001000     05  TU-EVENT-HOUR-X        PIC X(02) VALUE SPACES.
001010     05  TU-EVENT-HOUR          PIC 9(02) VALUE ZERO.
001020     05  TU-DAY-IX              PIC 9(02) VALUE ZERO.
001030     05  TU-HOUR-IX             PIC 9(02) VALUE ZERO.
001040     05  TU-WEEKDAY-IX          PIC 9(02) VALUE ZERO.
001050     05  TU-LOOKUP-TERMINAL     PIC X(08) VALUE SPACES.
001060     05  TU-FOUND-IX            PIC 9(03) VALUE ZERO.
001070     05  TU-TERM-IX             PIC 9(03) VALUE ZERO.
001080     05  TU-BEST-IX             PIC 9(03) VALUE ZERO.
001090     05  TU-RANKED-COUNT        PIC 9(03) VALUE ZERO.
001100     05  TU-DECILE-COUNT        PIC 9(03) VALUE ZERO.
001110     05  TU-CALLED-COUNT        PIC 9(03) VALUE ZERO.
001120     05  TU-DROPPED-COUNT       PIC 9(07) VALUE ZERO.
001130     05  TU-IDLE-HOURS          PIC 9(02) VALUE ZERO.
001140     05  TU-LINE-POS            PIC 9(02) VALUE ZERO.
001150     05  TU-COUNT-ED            PIC ZZZZ9.
001160     05  TU-HOURS-ED            PIC ZZ9.
001170     05  TU-IDLE-ED             PIC Z9.
001180     05  TU-FEES-ED             PIC -ZZZZ9.99.
001190     05  TU-RATE-ED             PIC -ZZZ9.99.
001200* DAY NAMES BY WEEKDAY, MONDAY FIRST - INTEGER-OF-DATE DAY ONE,
001210* 1601-01-01, WAS A MONDAY.
001220 01  TU-DAY-NAMES-VALUES        PIC X(21) VALUE
001230     'MONTUEWEDTHUFRISATSUN'.
001240 01  TU-DAY-NAMES REDEFINES TU-DAY-NAMES-VALUES.
001250     05  TU-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
001260* ONE ENTRY PER TERMINAL - THE YTERMF ROWS FIRST, THEN ANY
001270* TERMINAL THE JOURNALS NAME THAT IS NOT REGISTERED.  DAY ONE
001280* IS THE FIRST DAY OF THE WEEK, HOUR ONE IS MIDNIGHT TO 1AM.
001290 01  TU-TERMINAL-TABLE.
001300     05  TU-TERM-COUNT          PIC 9(03) VALUE ZERO.
001310     05  TU-TERM-ENTRY OCCURS 100 TIMES.
001320         10  TU-TAB-TERMINAL    PIC X(08).
001330         10  TU-TAB-LOCATION    PIC X(20).
001340         10  TU-TAB-GAMES       PIC 9(05).
001350         10  TU-TAB-TAPS        PIC 9(06).
001360         10  TU-TAB-FEES        PIC S9(07)V99.
001370         10  TU-TAB-SERVICE-HRS PIC 9(03).
001380         10  TU-TAB-RATE        PIC S9(05)V99.
001390         10  TU-TAB-RANKED-FLAG PIC X(01).
001400             88  TU-TAB-IS-RANKED   VALUE 'Y'.
001410         10  TU-TAB-DAY OCCURS 7 TIMES.
001420             15  TU-TAB-DAY-IN-SERVICE PIC X(01).
001430                 88  TU-TAB-DAY-IS-IN-SERVICE VALUE 'Y'.
001440             15  TU-TAB-HOUR OCCURS 24 TIMES.
001450                 20  TU-CELL-GAMES  PIC 9(04).
001460                 20  TU-CELL-TAPS   PIC 9(05).
001470                 20  TU-CELL-FEES   PIC S9(05)V99.
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE
001510     PERFORM 2000-LOAD-TERMINALS
001520     PERFORM 3000-TALLY-TAPS
001530     PERFORM 4000-TALLY-FEES
001540     PERFORM 5000-REPORT-TERMINALS
001550     PERFORM 6000-REPORT-RELOCATION
001560     CLOSE YTUTRPT
001570     GOBACK.
001580* 1000-INITIALIZE - SETTLE THE WEEK: YESTERDAY AND THE SIX DAYS
001590* BEFORE IT, OR THE SEVEN DAYS FROM THE YTUTCTL START DATE.
001600 1000-INITIALIZE.
001610     MOVE FUNCTION CURRENT-DATE TO TU-CURRENT-TS
001620     MOVE TU-CURRENT-TS(1:8) TO TU-RUN-DATE-NUM
001630     COMPUTE TU-WEEK-START-INT =
001640         FUNCTION INTEGER-OF-DATE(TU-RUN-DATE-NUM) - 7
001650     OPEN INPUT YTUTCTL
001660     IF TU-CTL-OK
001670         READ YTUTCTL
001680             AT END
001690                 CONTINUE
001700             NOT AT END
001710                 IF UC-WEEK-START-DATE IS NUMERIC
001720                     MOVE UC-WEEK-START-DATE TO TU-WEEK-START-NUM
001730                     COMPUTE TU-WEEK-START-INT =
001740                         FUNCTION INTEGER-OF-DATE
001750                             (TU-WEEK-START-NUM)
001760                 END-IF
001770         END-READ
001780         CLOSE YTUTCTL
001790     END-IF
001800     COMPUTE TU-WEEK-START-NUM =
001810         FUNCTION DATE-OF-INTEGER(TU-WEEK-START-INT)
001820     MOVE TU-WEEK-START-NUM TO TU-WEEK-START-DATE
001830     COMPUTE TU-WEEK-END-NUM =
001840         FUNCTION DATE-OF-INTEGER(TU-WEEK-START-INT + 6)
001850     MOVE TU-WEEK-END-NUM TO TU-WEEK-END-DATE
001860     OPEN OUTPUT YTUTRPT
001870     MOVE SPACES TO RPT-LINE
001880     STRING 'TERMINAL UTILIZATION AND REVENUE - WEEK '
001890                DELIMITED BY SIZE
001900            TU-WEEK-START-DATE DELIMITED BY SIZE
001910            ' THROUGH ' DELIMITED BY SIZE
001920            TU-WEEK-END-DATE DELIMITED BY SIZE
001930         INTO RPT-LINE
001940     WRITE RPT-LINE
001950     .
001960* 2000-LOAD-TERMINALS - EVERY REGISTERED TERMINAL, WITH THE
001970* DAYS OF THE WEEK IT WAS IN SERVICE.
001980 2000-LOAD-TERMINALS.
001990     OPEN INPUT YTERMF
002000     IF TU-TRM-OK
002010         PERFORM 2100-READ-NEXT-TERMINAL
002020         PERFORM UNTIL TU-TRM-EOF
002030             IF TU-TERM-COUNT < 100
002040                 ADD 1 TO TU-TERM-COUNT
002050                 MOVE TU-TERM-COUNT TO TU-FOUND-IX
002060                 MOVE TR-TERMINAL-ID TO TU-LOOKUP-TERMINAL
002070                 PERFORM 2200-ADD-TERMINAL-ENTRY
002080                 MOVE TR-FLOOR-LOCATION
002090                     TO TU-TAB-LOCATION(TU-FOUND-IX)
002100                 PERFORM 2300-SET-SERVICE-DAYS
002110             END-IF
002120             PERFORM 2100-READ-NEXT-TERMINAL
002130         END-PERFORM
002140         CLOSE YTERMF
002150     END-IF
002160     .
002170 2100-READ-NEXT-TERMINAL.
002180     READ YTERMF
002190         AT END
002200             SET TU-TRM-EOF TO TRUE
002210     END-READ
002220     .
002230* 2200-ADD-TERMINAL-ENTRY - CLEAR ENTRY TU-FOUND-IX FOR THE
002240* TERMINAL IN TU-LOOKUP-TERMINAL, IN SERVICE ALL WEEK UNTIL TOLD
002250* OTHERWISE.
002260 2200-ADD-TERMINAL-ENTRY.
002270     INITIALIZE TU-TERM-ENTRY(TU-FOUND-IX)
002280     MOVE TU-LOOKUP-TERMINAL TO TU-TAB-TERMINAL(TU-FOUND-IX)
002290     MOVE 'NOT REGISTERED' TO TU-TAB-LOCATION(TU-FOUND-IX)
002300     MOVE 'N' TO TU-TAB-RANKED-FLAG(TU-FOUND-IX)
002310     PERFORM VARYING TU-DAY-IX FROM 1 BY 1 UNTIL TU-DAY-IX > 7
002320         MOVE 'Y' TO TU-TAB-DAY-IN-SERVICE(TU-FOUND-IX TU-DAY-IX)
002330     END-PERFORM
002340     .
002350 2300-SET-SERVICE-DAYS.
002360     PERFORM VARYING TU-DAY-IX FROM 1 BY 1 UNTIL TU-DAY-IX > 7
002370         COMPUTE TU-DAY-NUM = FUNCTION DATE-OF-INTEGER
002380             (TU-WEEK-START-INT + TU-DAY-IX - 1)
002390         MOVE TU-DAY-NUM TO TU-DAY-DATE
002400         IF TR-INSTALL-DATE IS NUMERIC
002410                 AND TU-DAY-DATE < TR-INSTALL-DATE
002420             MOVE 'N'
002430                 TO TU-TAB-DAY-IN-SERVICE(TU-FOUND-IX TU-DAY-IX)
002440         END-IF
002450         IF TR-TERMINAL-OUT-OF-SERVICE
002460             IF TR-SUSPEND-DATE IS NOT NUMERIC
002470                     OR TU-DAY-DATE NOT < TR-SUSPEND-DATE
002480                 MOVE 'N' TO
002490                     TU-TAB-DAY-IN-SERVICE(TU-FOUND-IX TU-DAY-IX)
002500             END-IF
002510         END-IF
002520     END-PERFORM
002530     .
002540* 2400-FIND-OR-ADD-TERMINAL - TU-FOUND-IX FOR THE TERMINAL IN
002550* TU-LOOKUP-TERMINAL, ADDING AN UNREGISTERED ONE.  ZERO WHEN THE
002560* TABLE IS FULL.
002570 2400-FIND-OR-ADD-TERMINAL.
002580     MOVE ZERO TO TU-FOUND-IX
002590     PERFORM VARYING TU-TERM-IX FROM 1 BY 1
002600             UNTIL TU-TERM-IX > TU-TERM-COUNT
002610                OR TU-FOUND-IX NOT = ZERO
002620         IF TU-TAB-TERMINAL(TU-TERM-IX) = TU-LOOKUP-TERMINAL
002630             MOVE TU-TERM-IX TO TU-FOUND-IX
002640         END-IF
002650     END-PERFORM
002660     IF TU-FOUND-IX = ZERO AND TU-TERM-COUNT < 100
002670         ADD 1 TO TU-TERM-COUNT
002680         MOVE TU-TERM-COUNT TO TU-FOUND-IX
002690         PERFORM 2200-ADD-TERMINAL-ENTRY
002700     END-IF
002710     IF TU-FOUND-IX = ZERO
002720         ADD 1 TO TU-DROPPED-COUNT
002730     END-IF
002740     .
002750* 2500-PLACE-EVENT - TURN TU-EVENT-DATE AND TU-EVENT-HOUR-X
002760* INTO A DAY AND HOUR OF THE WEEK.  TU-DAY-IX IS ZERO WHEN THE
002770* EVENT FALLS OUTSIDE IT.
002780 2500-PLACE-EVENT.
002790     MOVE ZERO TO TU-DAY-IX
002800     IF TU-EVENT-DATE IS NUMERIC
002810             AND TU-EVENT-HOUR-X IS NUMERIC
002820             AND TU-EVENT-DATE NOT < TU-WEEK-START-DATE
002830             AND TU-EVENT-DATE NOT > TU-WEEK-END-DATE
002840         MOVE TU-EVENT-DATE TO TU-DAY-NUM
002850         COMPUTE TU-DAY-IX =
002860             FUNCTION INTEGER-OF-DATE(TU-DAY-NUM)
002870             - TU-WEEK-START-INT + 1
002880         MOVE TU-EVENT-HOUR-X TO TU-EVENT-HOUR
002890         COMPUTE TU-HOUR-IX = TU-EVENT-HOUR + 1
002900         IF TU-HOUR-IX > 24
002910             MOVE ZERO TO TU-DAY-IX
002920         END-IF
002930     END-IF
002940     .
002950* 3000-TALLY-TAPS - EVERY TAP THE WEEK SAW, ACCEPTED OR NOT.
002960 3000-TALLY-TAPS.
002970     OPEN INPUT YTERMJNL
002980     IF TU-JNL-OK
002990         PERFORM 3100-READ-NEXT-TAP
003000         PERFORM UNTIL TU-JNL-EOF
003010             MOVE TJ-TIMESTAMP(1:8) TO TU-EVENT-DATE
003020             MOVE TJ-TIMESTAMP(9:2) TO TU-EVENT-HOUR-X
003030             PERFORM 2500-PLACE-EVENT
003040             IF TU-DAY-IX NOT = ZERO
003050                 MOVE TJ-TERMINAL-ID TO TU-LOOKUP-TERMINAL
003060                 PERFORM 2400-FIND-OR-ADD-TERMINAL
003070                 IF TU-FOUND-IX NOT = ZERO
003080                     ADD 1 TO TU-TAB-TAPS(TU-FOUND-IX)
003090                     ADD 1 TO TU-CELL-TAPS
003100                         (TU-FOUND-IX TU-DAY-IX TU-HOUR-IX)
003110                 END-IF
003120             END-IF
003130             PERFORM 3100-READ-NEXT-TAP
003140         END-PERFORM
003150         CLOSE YTERMJNL
003160     END-IF
003170     .
003180 3100-READ-NEXT-TAP.
003190     READ YTERMJNL
003200         AT END
003210             SET TU-JNL-EOF TO TRUE
003220     END-READ
003230     .
003240* 4000-TALLY-FEES - A FEE RECORD IS A GAME OPENED; A REFUND
003250* IS NOT, BUT COMES OFF THE FEES TAKEN IN THE HOUR IT WAS PAID.
003260 4000-TALLY-FEES.
003270     OPEN INPUT YFEEJNL
003280     IF TU-FEE-OK
003290         PERFORM 4100-READ-NEXT-FEE
003300         PERFORM UNTIL TU-FEE-EOF
003310             MOVE FJ-TIMESTAMP(1:8) TO TU-EVENT-DATE
003320             MOVE FJ-TIMESTAMP(9:2) TO TU-EVENT-HOUR-X
003330             PERFORM 2500-PLACE-EVENT
003340             IF TU-DAY-IX NOT = ZERO
003350                 MOVE FJ-TERMINAL-ID TO TU-LOOKUP-TERMINAL
003360                 PERFORM 2400-FIND-OR-ADD-TERMINAL
003370                 IF TU-FOUND-IX NOT = ZERO
003380                     PERFORM 4200-TALLY-ONE-FEE
003390                 END-IF
003400             END-IF
003410             PERFORM 4100-READ-NEXT-FEE
003420         END-PERFORM
003430         CLOSE YFEEJNL
003440     END-IF
003450     .
003460 4100-READ-NEXT-FEE.
003470     READ YFEEJNL
003480         AT END
003490             SET TU-FEE-EOF TO TRUE
003500     END-READ
003510     .
003520 4200-TALLY-ONE-FEE.
003530     IF NOT FJ-FEE-IS-REFUND
003540         ADD 1 TO TU-TAB-GAMES(TU-FOUND-IX)
003550         ADD 1 TO TU-CELL-GAMES(TU-FOUND-IX TU-DAY-IX TU-HOUR-IX)
003560     END-IF
003570     ADD FJ-FEE-AMT TO TU-TAB-FEES(TU-FOUND-IX)
003580     ADD FJ-FEE-AMT
003590         TO TU-CELL-FEES(TU-FOUND-IX TU-DAY-IX TU-HOUR-IX)
003600     .
003610* 5000-REPORT-TERMINALS - PER TERMINAL, EVERY HOUR THAT SAW
003620* PLAY, EACH DAY'S IDLE HOURS, AND THE WEEK'S TOTALS.
003630 5000-REPORT-TERMINALS.
003640     PERFORM VARYING TU-TERM-IX FROM 1 BY 1
003650             UNTIL TU-TERM-IX > TU-TERM-COUNT
003660         PERFORM 5100-REPORT-ONE-TERMINAL
003670     END-PERFORM
003680     IF TU-DROPPED-COUNT > ZERO
003690         MOVE SPACES TO RPT-LINE
003700         WRITE RPT-LINE
003710         MOVE TU-DROPPED-COUNT TO TU-COUNT-ED
003720         STRING 'TERMINAL TABLE FULL - ' DELIMITED BY SIZE
003730                TU-COUNT-ED DELIMITED BY SIZE
003740                ' JOURNAL RECORDS NOT COUNTED' DELIMITED BY SIZE
003750             INTO RPT-LINE
003760         WRITE RPT-LINE
003770     END-IF
003780     .
003790 5100-REPORT-ONE-TERMINAL.
003800     MOVE SPACES TO RPT-LINE
003810     WRITE RPT-LINE
003820     STRING 'TERMINAL ' DELIMITED BY SIZE
003830            TU-TAB-TERMINAL(TU-TERM-IX) DELIMITED BY SIZE
003840            '  LOCATION ' DELIMITED BY SIZE
003850            TU-TAB-LOCATION(TU-TERM-IX) DELIMITED BY SIZE
003860         INTO RPT-LINE
003870     WRITE RPT-LINE
003880     MOVE '  DAY  DATE      HOUR  GAMES   TAPS       FEES'
003890         TO RPT-LINE
003900     WRITE RPT-LINE
003910     MOVE ZERO TO TU-TAB-SERVICE-HRS(TU-TERM-IX)
003920     PERFORM VARYING TU-DAY-IX FROM 1 BY 1 UNTIL TU-DAY-IX > 7
003930         PERFORM 5200-REPORT-ONE-DAY
003940     END-PERFORM
003950     PERFORM 5400-WRITE-IDLE-LINE
003960     MOVE ZERO TO TU-TAB-RATE(TU-TERM-IX)
003970     IF TU-TAB-SERVICE-HRS(TU-TERM-IX) > ZERO
003980         COMPUTE TU-TAB-RATE(TU-TERM-IX) ROUNDED =
003990             TU-TAB-FEES(TU-TERM-IX)
004000             / TU-TAB-SERVICE-HRS(TU-TERM-IX)
004010     END-IF
004020     MOVE SPACES TO RPT-LINE
004030     MOVE TU-TAB-GAMES(TU-TERM-IX) TO TU-COUNT-ED
004040     MOVE TU-TAB-FEES(TU-TERM-IX) TO TU-FEES-ED
004050     STRING '  WEEK   GAMES ' DELIMITED BY SIZE
004060            TU-COUNT-ED DELIMITED BY SIZE
004070            '  TAPS ' DELIMITED BY SIZE
004080            TU-TAB-TAPS(TU-TERM-IX) DELIMITED BY SIZE
004090            '  FEES ' DELIMITED BY SIZE
004100            TU-FEES-ED DELIMITED BY SIZE
004110         INTO RPT-LINE
004120     WRITE RPT-LINE
004130     MOVE SPACES TO RPT-LINE
004140     MOVE TU-TAB-SERVICE-HRS(TU-TERM-IX) TO TU-HOURS-ED
004150     MOVE TU-TAB-RATE(TU-TERM-IX) TO TU-RATE-ED
004160     STRING '         IN-SERVICE HOURS ' DELIMITED BY SIZE
004170            TU-HOURS-ED DELIMITED BY SIZE
004180            '  FEES PER IN-SERVICE HOUR ' DELIMITED BY SIZE
004190            TU-RATE-ED DELIMITED BY SIZE
004200         INTO RPT-LINE
004210     WRITE RPT-LINE
004220     .
004230 5200-REPORT-ONE-DAY.
004240     COMPUTE TU-DAY-NUM = FUNCTION DATE-OF-INTEGER
004250         (TU-WEEK-START-INT + TU-DAY-IX - 1)
004260     MOVE TU-DAY-NUM TO TU-DAY-DATE
004270     COMPUTE TU-WEEKDAY-IX = FUNCTION MOD
004280         (TU-WEEK-START-INT + TU-DAY-IX - 2, 7) + 1
004290     IF TU-TAB-DAY-IS-IN-SERVICE(TU-TERM-IX TU-DAY-IX)
004300         ADD 24 TO TU-TAB-SERVICE-HRS(TU-TERM-IX)
004310     END-IF
004320     PERFORM VARYING TU-HOUR-IX FROM 1 BY 1
004330             UNTIL TU-HOUR-IX > 24
004340         IF TU-CELL-TAPS(TU-TERM-IX TU-DAY-IX TU-HOUR-IX) > ZERO
004350                 OR TU-CELL-GAMES(TU-TERM-IX TU-DAY-IX TU-HOUR-IX)
004360                     > ZERO
004370                 OR TU-CELL-FEES(TU-TERM-IX TU-DAY-IX TU-HOUR-IX)
004380                     NOT = ZERO
004390             PERFORM 5300-WRITE-HOUR-LINE
004400         END-IF
004410     END-PERFORM
004420     .
004430 5300-WRITE-HOUR-LINE.
004440     COMPUTE TU-EVENT-HOUR = TU-HOUR-IX - 1
004450     MOVE SPACES TO RPT-LINE
004460     MOVE TU-DAY-NAME(TU-WEEKDAY-IX) TO RPT-LINE(3:3)
004470     MOVE TU-DAY-DATE TO RPT-LINE(8:8)
004480     MOVE TU-EVENT-HOUR TO RPT-LINE(19:2)
004490     MOVE TU-CELL-GAMES(TU-TERM-IX TU-DAY-IX TU-HOUR-IX)
004500         TO TU-COUNT-ED
004510     MOVE TU-COUNT-ED TO RPT-LINE(24:5)
004520     MOVE TU-CELL-TAPS(TU-TERM-IX TU-DAY-IX TU-HOUR-IX)
004530         TO TU-COUNT-ED
004540     MOVE TU-COUNT-ED TO RPT-LINE(31:5)
004550     MOVE TU-CELL-FEES(TU-TERM-IX TU-DAY-IX TU-HOUR-IX)
004560         TO TU-FEES-ED
004570     MOVE TU-FEES-ED TO RPT-LINE(38:9)
004580     WRITE RPT-LINE
004590     .
004600* 5400-WRITE-IDLE-LINE - IDLE HOURS FOR EACH DAY OF THE WEEK;
004610* A DAY OUT OF SERVICE SHOWS '--'.
004620 5400-WRITE-IDLE-LINE.
004630     MOVE SPACES TO RPT-LINE
004640     MOVE '  IDLE' TO RPT-LINE(1:6)
004650     MOVE 8 TO TU-LINE-POS
004660     PERFORM VARYING TU-DAY-IX FROM 1 BY 1 UNTIL TU-DAY-IX > 7
004670         COMPUTE TU-WEEKDAY-IX = FUNCTION MOD
004680             (TU-WEEK-START-INT + TU-DAY-IX - 2, 7) + 1
004690         MOVE TU-DAY-NAME(TU-WEEKDAY-IX)
004700             TO RPT-LINE(TU-LINE-POS:3)
004710         IF TU-TAB-DAY-IS-IN-SERVICE(TU-TERM-IX TU-DAY-IX)
004720             MOVE ZERO TO TU-IDLE-HOURS
004730             PERFORM VARYING TU-HOUR-IX FROM 1 BY 1
004740                     UNTIL TU-HOUR-IX > 24
004750                 IF TU-CELL-TAPS(TU-TERM-IX TU-DAY-IX TU-HOUR-IX)
004760                         = ZERO
004770                     AND TU-CELL-GAMES
004780                         (TU-TERM-IX TU-DAY-IX TU-HOUR-IX) = ZERO
004790                     ADD 1 TO TU-IDLE-HOURS
004800                 END-IF
004810             END-PERFORM
004820             MOVE TU-IDLE-HOURS TO TU-IDLE-ED
004830             MOVE TU-IDLE-ED TO RPT-LINE(TU-LINE-POS + 4:2)
004840         ELSE
004850             MOVE '--' TO RPT-LINE(TU-LINE-POS + 4:2)
004860         END-IF
004870         ADD 10 TO TU-LINE-POS
004880     END-PERFORM
004890     WRITE RPT-LINE
004900     .
004910* 6000-REPORT-RELOCATION - THE BOTTOM TENTH OF THE TERMINALS
004920* THAT WERE IN SERVICE AT ALL THIS WEEK, WORST FIRST, BY FEES
004930* PER IN-SERVICE HOUR.
004940 6000-REPORT-RELOCATION.
004950     MOVE ZERO TO TU-RANKED-COUNT
004960     PERFORM VARYING TU-TERM-IX FROM 1 BY 1
004970             UNTIL TU-TERM-IX > TU-TERM-COUNT
004980         IF TU-TAB-SERVICE-HRS(TU-TERM-IX) > ZERO
004990             ADD 1 TO TU-RANKED-COUNT
005000         END-IF
005010     END-PERFORM
005020     COMPUTE TU-DECILE-COUNT = (TU-RANKED-COUNT + 9) / 10
005030     MOVE SPACES TO RPT-LINE
005040     WRITE RPT-LINE
005050     MOVE 'RELOCATION CANDIDATES - BOTTOM TENTH BY FEES PER HOUR'
005060         TO RPT-LINE
005070     WRITE RPT-LINE
005080     MOVE ZERO TO TU-CALLED-COUNT
005090     PERFORM 6100-PICK-LOWEST-RATE
005100     PERFORM UNTIL TU-CALLED-COUNT NOT < TU-DECILE-COUNT
005110             OR TU-BEST-IX = ZERO
005120         ADD 1 TO TU-CALLED-COUNT
005130         SET TU-TAB-IS-RANKED(TU-BEST-IX) TO TRUE
005140         MOVE SPACES TO RPT-LINE
005150         MOVE TU-TAB-RATE(TU-BEST-IX) TO TU-RATE-ED
005160         STRING '  ' DELIMITED BY SIZE
005170                TU-TAB-TERMINAL(TU-BEST-IX) DELIMITED BY SIZE
005180                '  ' DELIMITED BY SIZE
005190                TU-TAB-LOCATION(TU-BEST-IX) DELIMITED BY SIZE
005200                '  PER HOUR ' DELIMITED BY SIZE
005210                TU-RATE-ED DELIMITED BY SIZE
005220             INTO RPT-LINE
005230         WRITE RPT-LINE
005240         PERFORM 6100-PICK-LOWEST-RATE
005250     END-PERFORM
005260     IF TU-CALLED-COUNT = ZERO
005270         MOVE '  NONE - NO TERMINAL WAS IN SERVICE' TO RPT-LINE
005280         WRITE RPT-LINE
005290     END-IF
005300     .
005310 6100-PICK-LOWEST-RATE.
005320     MOVE ZERO TO TU-BEST-IX
005330     PERFORM VARYING TU-TERM-IX FROM 1 BY 1
005340             UNTIL TU-TERM-IX > TU-TERM-COUNT
005350         IF TU-TAB-SERVICE-HRS(TU-TERM-IX) > ZERO
005360                 AND NOT TU-TAB-IS-RANKED(TU-TERM-IX)
005370             IF TU-BEST-IX = ZERO
005380                 MOVE TU-TERM-IX TO TU-BEST-IX
005390             ELSE
005400                 IF TU-TAB-RATE(TU-TERM-IX)
005410                         < TU-TAB-RATE(TU-BEST-IX)
005420                     MOVE TU-TERM-IX TO TU-BEST-IX
005430                 END-IF
005440             END-IF
005450         END-IF
005460     END-PERFORM
005470     .
