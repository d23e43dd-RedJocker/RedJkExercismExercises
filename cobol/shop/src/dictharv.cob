000010
000020* DICTHARV
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    DICTHARV.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* DICTHARV IS THE NIGHTLY UNKNOWN-WORD HARVESTER THAT GROWS THE
000100* DICTF DICTIONARY.  DICTCHK COUNTS ANY WORD NOT ON DICTF AS
000110* MASH, SO NEW SLANG AND PLACE NAMES KEEP FAILING UNTIL
000120* SOMEBODY LOADS THEM.  THIS PASS TOKENIZES THE DAY'S ISOSUB,
000130* PANSUB, RSSUB AND QCSUB FEEDS THE WAY DICTCHK DOES, LOOKS
000140* EACH WORD UP UNDER ITS SUBMISSION'S LANGUAGE (RSSUB AND
000150* QCSUB CARRY NONE AND COUNT AS ENGLISH), AND ADDS EVERY MISS
000160* TO THE DICTUNKF SIGHTINGS FILE.  THE SIGHTINGS ARE SORTED
000170* (SRTWK15) AND REWRITTEN EACH NIGHT KEEPING ONE ROW PER
000180* WORD AND SUBMITTER WITHIN HV-WINDOW-DAYS (30); A WORD SINCE
000190* LOADED TO DICTF OR TURNED DOWN ON DICTREJF DROPS OFF.  A WORD
000200* USED BY HV-MIN-SUBMITTERS (3) OR MORE DIFFERENT SUBMITTERS
000210* GOES ON THE DICTCANF CANDIDATE LIST, WITH SAMPLE PHRASES, FOR
000220* THE EDITOR TO DECIDE THROUGH DICTDEC.  QCSUB ITEMS HAVE NO
000230* SUBMITTER AND ALL COUNT AS ONE, '*QCDESK'.  NO DICTF MEANS
000240* NOTHING CAN BE CALLED UNKNOWN, SO THE RUN HARVESTS NOTHING
000250* AND LEAVES DICTUNKF ALONE.
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 RJ    ORIGINAL PROGRAM
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ISOSUB ASSIGN TO "ISOSUB"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS HV-FEED-STATUS.
000390     SELECT PANSUB ASSIGN TO "PANSUB"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS HV-FEED-STATUS.
000420     SELECT RSSUB ASSIGN TO "RSSUB"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS HV-FEED-STATUS.
000450     SELECT QCSUB ASSIGN TO "QCSUB"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS HV-FEED-STATUS.
000480     SELECT DICTF ASSIGN TO "DICTF"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS DW-WORD-KEY
000520         FILE STATUS IS HV-DIC-STATUS.
000530     SELECT DICTREJF ASSIGN TO "DICTREJF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS RJ-WORD-KEY
000570         FILE STATUS IS HV-REJ-STATUS.
000580     SELECT DICTUNKF ASSIGN TO "DICTUNKF"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS HV-UNK-STATUS.
000610     SELECT DICTCANF ASSIGN TO "DICTCANF"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS HV-CAN-STATUS.
000640     SELECT DICTHRPT ASSIGN TO "DICTHRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS HV-RPT-STATUS.
000670     SELECT SORT-WORK ASSIGN TO "SRTWK15".
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ISOSUB.
000710 01  ISB-RECORD.
000720     05  ISB-SUBMITTER-ID       PIC X(10).
000730     05  ISB-TEXT               PIC X(120).
000740     05  ISB-LANGUAGE           PIC X(02).
000750 FD  PANSUB.
000760 01  PSB-RECORD.
000770     05  PSB-SUBMITTER-ID       PIC X(10).
000780     05  PSB-TEXT               PIC X(120).
000790     05  PSB-LANGUAGE           PIC X(02).
000800 FD  RSSUB.
000810 01  RSB-RECORD.
000820     05  RSB-SUBMITTER-ID       PIC X(10).
000830     05  RSB-TEXT               PIC X(246).
000840 FD  QCSUB.
000850 01  QCB-LINE                   PIC X(120).
000860 FD  DICTF.
000870 COPY "DICTWD.cpy".
000880 FD  DICTREJF.
000890 COPY "DICTREJ.cpy".
000900 FD  DICTUNKF.
000910 COPY "DICTUNK.cpy".
000920 FD  DICTCANF.
000930 COPY "DICTCAN.cpy".
000940 FD  DICTHRPT
000950     RECORD CONTAINS 132 CHARACTERS.
000960 01  RPT-LINE                   PIC X(132).
000970* ONE ROW PER SIGHTING, SAME SHAPE AS DICTUNKF.  THE NEWEST
000980* SIGHTING OF A WORD BY A SUBMITTER SORTS FIRST AND IS THE ONE
000990* KEPT.
001000 SD  SORT-WORK.
001010 01  SRT-RECORD.
001020     05  SRT-LANGUAGE           PIC X(02).
001030     05  SRT-WORD               PIC X(30).
001040     05  SRT-SUBMITTER-ID       PIC X(10).
001050     05  SRT-SEEN-DATE          PIC X(08).
001060     05  SRT-SAMPLE-TEXT        PIC X(60).
001070 WORKING-STORAGE SECTION.
001080 01  HV-WORK-FIELDS.
001090     05  HV-FEED-STATUS         PIC X(02) VALUE SPACES.
001100         88  HV-FEED-OK             VALUE '00'.
001110     05  HV-FEED-EOF-FLAG       PIC X(01) VALUE 'N'.
001120         88  HV-FEED-IS-EOF         VALUE 'Y'.
001130     05  HV-DIC-STATUS          PIC X(02) VALUE SPACES.
001140         88  HV-DIC-OK              VALUE '00'.
001150     05  HV-REJ-STATUS          PIC X(02) VALUE SPACES.
001160     05  HV-REJ-SWITCH          PIC X(01) VALUE 'N'.
001170         88  HV-REJ-FILE-IS-OPEN    VALUE 'Y'.
001180     05  HV-UNK-STATUS          PIC X(02) VALUE SPACES.
001190         88  HV-UNK-OK              VALUE '00'.
001200     05  HV-UNK-EOF-FLAG        PIC X(01) VALUE 'N'.
001210         88  HV-UNK-IS-EOF          VALUE 'Y'.
001220     05  HV-CAN-STATUS          PIC X(02) VALUE SPACES.
001230     05  HV-RPT-STATUS          PIC X(02) VALUE SPACES.
001240     05  HV-SORT-EOF-FLAG       PIC X(01) VALUE 'N'.
001250         88  HV-SORT-IS-EOF         VALUE 'Y'.
001260     05  HV-CURRENT-TS          PIC X(21) VALUE SPACES.
001270     05  HV-RUN-DATE            PIC X(08) VALUE SPACES.
001280     05  HV-WINDOW-DAYS         PIC 9(03) VALUE 30.
001290     05  HV-MIN-SUBMITTERS      PIC 9(04) VALUE 3.
001300     05  HV-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
001310     05  HV-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
001320     05  HV-CUTOFF-DATE-X REDEFINES HV-CUTOFF-DATE
001330                                PIC X(08).
001340* THE PHRASE BEING TOKENIZED, WITH ITS SUBMITTER AND LANGUAGE.
001350     05  HV-PHRASE              PIC X(246) VALUE SPACES.
001360     05  HV-UPPER-PHRASE        PIC X(246) VALUE SPACES.
001370     05  HV-PHRASE-SUBMITTER    PIC X(10) VALUE SPACES.
001380     05  HV-PHRASE-LANGUAGE     PIC X(02) VALUE SPACES.
001390     05  HV-SCAN-IX             PIC 9(03) VALUE ZERO.
001400     05  HV-WORD-BUFFER         PIC X(30) VALUE SPACES.
001410     05  HV-WORD-LEN            PIC 9(02) VALUE ZERO.
001420     05  HV-CHAR                PIC X(01) VALUE SPACE.
001430* THE WORD BEING ROLLED UP ON THE WAY OUT OF THE SORT.
001440     05  HV-PRIOR-KEY.
001450         10  HV-PRIOR-LANGUAGE  PIC X(02) VALUE SPACES.
001460         10  HV-PRIOR-WORD      PIC X(30) VALUE SPACES.
001470     05  HV-PRIOR-SUBMITTER     PIC X(10) VALUE SPACES.
001480     05  HV-WORD-STATE          PIC X(01) VALUE SPACE.
001490         88  HV-WORD-IS-UNKNOWN     VALUE 'U'.
001500         88  HV-WORD-NOW-KNOWN      VALUE 'K'.
001510         88  HV-WORD-WAS-REJECTED   VALUE 'R'.
001520     05  HV-WORD-USERS          PIC 9(04) VALUE ZERO.
001530     05  HV-FIRST-SEEN          PIC X(08) VALUE SPACES.
001540     05  HV-LAST-SEEN           PIC X(08) VALUE SPACES.
001550     05  HV-SAMPLE OCCURS 2 TIMES
001560                                PIC X(60).
001570* TOTALS FOR THE REPORT.
001580     05  HV-PHRASE-COUNT        PIC 9(07) VALUE ZERO.
001590     05  HV-WORD-COUNT          PIC 9(07) VALUE ZERO.
001600     05  HV-NEW-SIGHTINGS       PIC 9(07) VALUE ZERO.
001610     05  HV-KEPT-SIGHTINGS      PIC 9(07) VALUE ZERO.
001620     05  HV-CANDIDATE-COUNT     PIC 9(05) VALUE ZERO.
001630     05  HV-USERS-ED            PIC Z,ZZ9.
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE
001670     IF HV-DIC-OK
001680         SORT SORT-WORK
001690             ON ASCENDING KEY SRT-LANGUAGE
001700             ON ASCENDING KEY SRT-WORD
001710             ON ASCENDING KEY SRT-SUBMITTER-ID
001720             ON DESCENDING KEY SRT-SEEN-DATE
001730             INPUT PROCEDURE IS 2000-RELEASE-SIGHTINGS
001740             OUTPUT PROCEDURE IS 5000-ROLL-UP-SIGHTINGS
001750         CLOSE DICTF
001760     ELSE
001770         MOVE 'NO DICTIONARY - NOTHING HARVESTED' TO RPT-LINE
001780         WRITE RPT-LINE
001790     END-IF
001800     IF HV-REJ-FILE-IS-OPEN
001810         CLOSE DICTREJF
001820     END-IF
001830     PERFORM 8000-WRITE-SUMMARY
001840     CLOSE DICTCANF DICTHRPT
001850     GOBACK.
001860* 1000-INITIALIZE - THE WINDOW RUNS BACK HV-WINDOW-DAYS FROM
001870* TODAY.  THE REJECTED-WORD FILE IS OPTIONAL UNTIL THE EDITOR
001880* HAS TURNED SOMETHING DOWN.
001890 1000-INITIALIZE.
001900     MOVE FUNCTION CURRENT-DATE TO HV-CURRENT-TS
001910     MOVE HV-CURRENT-TS(1:8) TO HV-RUN-DATE
001920     COMPUTE HV-CUTOFF-INTEGER =
001930         FUNCTION INTEGER-OF-DATE
001940             (FUNCTION NUMVAL(HV-RUN-DATE))
001950         - HV-WINDOW-DAYS
001960     COMPUTE HV-CUTOFF-DATE =
001970         FUNCTION DATE-OF-INTEGER(HV-CUTOFF-INTEGER)
001980     OPEN INPUT DICTF
001990     OPEN INPUT DICTREJF
002000     IF HV-REJ-STATUS = '00'
002010         SET HV-REJ-FILE-IS-OPEN TO TRUE
002020     END-IF
002030     OPEN OUTPUT DICTCANF
002040     OPEN OUTPUT DICTHRPT
002050     MOVE 'UNKNOWN-WORD HARVEST - DICTIONARY CANDIDATES'
002060         TO RPT-LINE
002070     WRITE RPT-LINE
002080     MOVE SPACES TO RPT-LINE
002090     WRITE RPT-LINE
002100     .
002110* 2000-RELEASE-SIGHTINGS - SORT INPUT.  LAST NIGHT'S SIGHTINGS
002120* STILL INSIDE THE WINDOW, THEN TODAY'S MISSES FROM EACH FEED.
002130 2000-RELEASE-SIGHTINGS.
002140     PERFORM 2100-RELEASE-OLD-SIGHTINGS
002150     PERFORM 2200-HARVEST-ISOSUB
002160     PERFORM 2300-HARVEST-PANSUB
002170     PERFORM 2400-HARVEST-RSSUB
002180     PERFORM 2500-HARVEST-QCSUB
002190     .
002200 2100-RELEASE-OLD-SIGHTINGS.
002210     MOVE 'N' TO HV-UNK-EOF-FLAG
002220     OPEN INPUT DICTUNKF
002230     IF HV-UNK-OK
002240         PERFORM UNTIL HV-UNK-IS-EOF
002250             READ DICTUNKF
002260                 AT END
002270                     SET HV-UNK-IS-EOF TO TRUE
002280                 NOT AT END
002290                     IF UK-SEEN-DATE >= HV-CUTOFF-DATE-X
002300                         MOVE UK-SIGHTING-RECORD TO SRT-RECORD
002310                         RELEASE SRT-RECORD
002320                     END-IF
002330             END-READ
002340         END-PERFORM
002350         CLOSE DICTUNKF
002360     END-IF
002370     .
002380* 2200-HARVEST-ISOSUB THROUGH 2500-HARVEST-QCSUB - EVERY
002390* PHRASE ON EACH FEED, LESS BLANK LINES AND THE 'CTL' CONTROL
002400* RECORD.  A MISSING FEED IS A QUIET NIGHT FOR THAT GAME.
002410 2200-HARVEST-ISOSUB.
002420     MOVE 'N' TO HV-FEED-EOF-FLAG
002430     OPEN INPUT ISOSUB
002440     IF HV-FEED-OK
002450         PERFORM UNTIL HV-FEED-IS-EOF
002460             READ ISOSUB
002470                 AT END
002480                     SET HV-FEED-IS-EOF TO TRUE
002490                 NOT AT END
002500                     IF ISB-RECORD(1:3) NOT = 'CTL'
002510                             AND ISB-TEXT NOT = SPACES
002520                         MOVE ISB-TEXT TO HV-PHRASE
002530                         MOVE ISB-SUBMITTER-ID
002540                             TO HV-PHRASE-SUBMITTER
002550                         MOVE ISB-LANGUAGE
002560                             TO HV-PHRASE-LANGUAGE
002570                         PERFORM 3000-SCAN-PHRASE
002580                     END-IF
002590             END-READ
002600         END-PERFORM
002610         CLOSE ISOSUB
002620     END-IF
002630     .
002640 2300-HARVEST-PANSUB.
002650     MOVE 'N' TO HV-FEED-EOF-FLAG
002660     OPEN INPUT PANSUB
002670     IF HV-FEED-OK
002680         PERFORM UNTIL HV-FEED-IS-EOF
002690             READ PANSUB
002700                 AT END
002710                     SET HV-FEED-IS-EOF TO TRUE
002720                 NOT AT END
002730                     IF PSB-RECORD(1:3) NOT = 'CTL'
002740                             AND PSB-TEXT NOT = SPACES
002750                         MOVE PSB-TEXT TO HV-PHRASE
002760                         MOVE PSB-SUBMITTER-ID
002770                             TO HV-PHRASE-SUBMITTER
002780                         MOVE PSB-LANGUAGE
002790                             TO HV-PHRASE-LANGUAGE
002800                         PERFORM 3000-SCAN-PHRASE
002810                     END-IF
002820             END-READ
002830         END-PERFORM
002840         CLOSE PANSUB
002850     END-IF
002860     .
002870 2400-HARVEST-RSSUB.
002880     MOVE 'N' TO HV-FEED-EOF-FLAG
002890     OPEN INPUT RSSUB
002900     IF HV-FEED-OK
002910         PERFORM UNTIL HV-FEED-IS-EOF
002920             READ RSSUB
002930                 AT END
002940                     SET HV-FEED-IS-EOF TO TRUE
002950                 NOT AT END
002960                     IF RSB-RECORD(1:3) NOT = 'CTL'
002970                             AND RSB-TEXT NOT = SPACES
002980                         MOVE RSB-TEXT TO HV-PHRASE
002990                         MOVE RSB-SUBMITTER-ID
003000                             TO HV-PHRASE-SUBMITTER
003010                         MOVE SPACES TO HV-PHRASE-LANGUAGE
003020                         PERFORM 3000-SCAN-PHRASE
003030                     END-IF
003040             END-READ
003050         END-PERFORM
003060         CLOSE RSSUB
003070     END-IF
003080     .
003090 2500-HARVEST-QCSUB.
003100     MOVE 'N' TO HV-FEED-EOF-FLAG
003110     OPEN INPUT QCSUB
003120     IF HV-FEED-OK
003130         PERFORM UNTIL HV-FEED-IS-EOF
003140             READ QCSUB
003150                 AT END
003160                     SET HV-FEED-IS-EOF TO TRUE
003170                 NOT AT END
003180                     IF QCB-LINE NOT = SPACES
003190                         MOVE QCB-LINE TO HV-PHRASE
003200                         MOVE '*QCDESK' TO HV-PHRASE-SUBMITTER
003210                         MOVE SPACES TO HV-PHRASE-LANGUAGE
003220                         PERFORM 3000-SCAN-PHRASE
003230                     END-IF
003240             END-READ
003250         END-PERFORM
003260         CLOSE QCSUB
003270     END-IF
003280     .
003290* 3000-SCAN-PHRASE - THE SAME TOKENIZING AS DICTCHK: A RUN OF
003300* LETTERS IS A WORD, ANYTHING ELSE ENDS ONE, AND BLANK
003310* LANGUAGE MEANS ENGLISH.
003320 3000-SCAN-PHRASE.
003330     ADD 1 TO HV-PHRASE-COUNT
003340     IF HV-PHRASE-LANGUAGE = SPACES
003350         MOVE 'EN' TO HV-PHRASE-LANGUAGE
003360     END-IF
003370     MOVE FUNCTION UPPER-CASE(HV-PHRASE) TO HV-UPPER-PHRASE
003380     MOVE SPACES TO HV-WORD-BUFFER
003390     MOVE ZERO TO HV-WORD-LEN
003400     PERFORM VARYING HV-SCAN-IX FROM 1 BY 1
003410             UNTIL HV-SCAN-IX > 246
003420         MOVE HV-UPPER-PHRASE(HV-SCAN-IX:1) TO HV-CHAR
003430         IF HV-CHAR >= 'A' AND HV-CHAR <= 'Z'
003440             IF HV-WORD-LEN < 30
003450                 ADD 1 TO HV-WORD-LEN
003460                 MOVE HV-CHAR
003470                     TO HV-WORD-BUFFER(HV-WORD-LEN:1)
003480             END-IF
003490         ELSE
003500             PERFORM 3100-FINISH-WORD
003510         END-IF
003520     END-PERFORM
003530     PERFORM 3100-FINISH-WORD
003540     .
003550 3100-FINISH-WORD.
003560     IF HV-WORD-LEN > ZERO
003570         ADD 1 TO HV-WORD-COUNT
003580         MOVE HV-PHRASE-LANGUAGE TO DW-LANGUAGE
003590         MOVE HV-WORD-BUFFER TO DW-WORD
003600         READ DICTF
003610             INVALID KEY
003620                 PERFORM 3200-RELEASE-NEW-SIGHTING
003630         END-READ
003640         MOVE SPACES TO HV-WORD-BUFFER
003650         MOVE ZERO TO HV-WORD-LEN
003660     END-IF
003670     .
003680 3200-RELEASE-NEW-SIGHTING.
003690     MOVE HV-PHRASE-LANGUAGE  TO SRT-LANGUAGE
003700     MOVE HV-WORD-BUFFER      TO SRT-WORD
003710     MOVE HV-PHRASE-SUBMITTER TO SRT-SUBMITTER-ID
003720     MOVE HV-RUN-DATE         TO SRT-SEEN-DATE
003730     MOVE HV-PHRASE(1:60)     TO SRT-SAMPLE-TEXT
003740     RELEASE SRT-RECORD
003750     ADD 1 TO HV-NEW-SIGHTINGS
003760     .
003770* 5000-ROLL-UP-SIGHTINGS - SORT OUTPUT.  THE FIRST ROW FOR A
003780* WORD AND SUBMITTER IS THEIR LATEST USE AND IS THE ONE KEPT;
003790* EACH WORD'S KEPT ROWS ARE ITS DISTINCT SUBMITTERS.
003800 5000-ROLL-UP-SIGHTINGS.
003810     OPEN OUTPUT DICTUNKF
003820     MOVE SPACES TO HV-PRIOR-KEY
003830     MOVE SPACES TO HV-PRIOR-SUBMITTER
003840     MOVE 'N' TO HV-SORT-EOF-FLAG
003850     PERFORM 5010-RETURN-NEXT-SIGHTING
003860     PERFORM UNTIL HV-SORT-IS-EOF
003870         IF SRT-LANGUAGE NOT = HV-PRIOR-LANGUAGE
003880                 OR SRT-WORD NOT = HV-PRIOR-WORD
003890             IF HV-PRIOR-KEY NOT = SPACES
003900                 PERFORM 5200-CLOSE-OUT-WORD
003910             END-IF
003920             PERFORM 5100-START-WORD
003930             PERFORM 5300-KEEP-SIGHTING
003940         ELSE
003950             IF SRT-SUBMITTER-ID NOT = HV-PRIOR-SUBMITTER
003960                 PERFORM 5300-KEEP-SIGHTING
003970             END-IF
003980         END-IF
003990         PERFORM 5010-RETURN-NEXT-SIGHTING
004000     END-PERFORM
004010     IF HV-PRIOR-KEY NOT = SPACES
004020         PERFORM 5200-CLOSE-OUT-WORD
004030     END-IF
004040     CLOSE DICTUNKF
004050     .
004060 5010-RETURN-NEXT-SIGHTING.
004070     RETURN SORT-WORK
004080         AT END
004090             SET HV-SORT-IS-EOF TO TRUE
004100     END-RETURN
004110     .
004120* 5100-START-WORD - A WORD LOADED TO DICTF SINCE IT WAS SEEN,
004130* OR TURNED DOWN BY THE EDITOR, IS NEITHER KEPT NOR PROPOSED.
004140 5100-START-WORD.
004150     MOVE SRT-LANGUAGE TO HV-PRIOR-LANGUAGE
004160     MOVE SRT-WORD TO HV-PRIOR-WORD
004170     MOVE ZERO TO HV-WORD-USERS
004180     MOVE SPACES TO HV-FIRST-SEEN
004190     MOVE SPACES TO HV-LAST-SEEN
004200     MOVE SPACES TO HV-SAMPLE(1)
004210     MOVE SPACES TO HV-SAMPLE(2)
004220     SET HV-WORD-IS-UNKNOWN TO TRUE
004230     MOVE SRT-LANGUAGE TO DW-LANGUAGE
004240     MOVE SRT-WORD TO DW-WORD
004250     READ DICTF
004260         INVALID KEY
004270             CONTINUE
004280         NOT INVALID KEY
004290             SET HV-WORD-NOW-KNOWN TO TRUE
004300     END-READ
004310     IF HV-WORD-IS-UNKNOWN AND HV-REJ-FILE-IS-OPEN
004320         MOVE SRT-LANGUAGE TO RJ-LANGUAGE
004330         MOVE SRT-WORD TO RJ-WORD
004340         READ DICTREJF
004350             INVALID KEY
004360                 CONTINUE
004370             NOT INVALID KEY
004380                 SET HV-WORD-WAS-REJECTED TO TRUE
004390         END-READ
004400     END-IF
004410     .
004420* 5200-CLOSE-OUT-WORD - ENOUGH DIFFERENT SUBMITTERS MAKES THE
004430* WORD A CANDIDATE.
004440 5200-CLOSE-OUT-WORD.
004450     IF HV-WORD-IS-UNKNOWN
004460             AND HV-WORD-USERS >= HV-MIN-SUBMITTERS
004470         ADD 1 TO HV-CANDIDATE-COUNT
004480         MOVE HV-PRIOR-LANGUAGE TO CN-LANGUAGE
004490         MOVE HV-PRIOR-WORD TO CN-WORD
004500         MOVE HV-WORD-USERS TO CN-SUBMITTER-COUNT
004510         MOVE HV-FIRST-SEEN TO CN-FIRST-SEEN-DATE
004520         MOVE HV-LAST-SEEN TO CN-LAST-SEEN-DATE
004530         MOVE HV-SAMPLE(1) TO CN-SAMPLE-TEXT(1)
004540         MOVE HV-SAMPLE(2) TO CN-SAMPLE-TEXT(2)
004550         WRITE CN-CANDIDATE-RECORD
004560         PERFORM 5210-PRINT-CANDIDATE
004570     END-IF
004580     .
004590 5210-PRINT-CANDIDATE.
004600     MOVE HV-WORD-USERS TO HV-USERS-ED
004610     MOVE SPACES TO RPT-LINE
004620     STRING HV-PRIOR-LANGUAGE DELIMITED BY SIZE
004630            ' '               DELIMITED BY SIZE
004640            HV-PRIOR-WORD     DELIMITED BY SIZE
004650            ' SUBMITTERS '    DELIMITED BY SIZE
004660            HV-USERS-ED       DELIMITED BY SIZE
004670            '  FIRST '        DELIMITED BY SIZE
004680            HV-FIRST-SEEN     DELIMITED BY SIZE
004690            '  LAST '         DELIMITED BY SIZE
004700            HV-LAST-SEEN      DELIMITED BY SIZE
004710         INTO RPT-LINE
004720     WRITE RPT-LINE
004730     MOVE SPACES TO RPT-LINE
004740     STRING '     E.G. ' DELIMITED BY SIZE
004750            HV-SAMPLE(1) DELIMITED BY SIZE
004760         INTO RPT-LINE
004770     WRITE RPT-LINE
004780     IF HV-SAMPLE(2) NOT = SPACES
004790         MOVE SPACES TO RPT-LINE
004800         STRING '          ' DELIMITED BY SIZE
004810                HV-SAMPLE(2) DELIMITED BY SIZE
004820             INTO RPT-LINE
004830         WRITE RPT-LINE
004840     END-IF
004850     .
004860* 5300-KEEP-SIGHTING - ONE MORE DISTINCT SUBMITTER FOR THE
004870* WORD, CARRIED FORWARD TO TOMORROW'S DICTUNKF.
004880 5300-KEEP-SIGHTING.
004890     MOVE SRT-SUBMITTER-ID TO HV-PRIOR-SUBMITTER
004900     IF HV-WORD-IS-UNKNOWN
004910         ADD 1 TO HV-WORD-USERS
004920         IF HV-FIRST-SEEN = SPACES
004930                 OR SRT-SEEN-DATE < HV-FIRST-SEEN
004940             MOVE SRT-SEEN-DATE TO HV-FIRST-SEEN
004950         END-IF
004960         IF SRT-SEEN-DATE > HV-LAST-SEEN
004970             MOVE SRT-SEEN-DATE TO HV-LAST-SEEN
004980         END-IF
004990         IF HV-SAMPLE(1) = SPACES
005000             MOVE SRT-SAMPLE-TEXT TO HV-SAMPLE(1)
005010         ELSE
005020             IF HV-SAMPLE(2) = SPACES
005030                     AND SRT-SAMPLE-TEXT NOT = HV-SAMPLE(1)
005040                 MOVE SRT-SAMPLE-TEXT TO HV-SAMPLE(2)
005050             END-IF
005060         END-IF
005070         MOVE SRT-RECORD TO UK-SIGHTING-RECORD
005080         WRITE UK-SIGHTING-RECORD
005090         ADD 1 TO HV-KEPT-SIGHTINGS
005100     END-IF
005110     .
005120 8000-WRITE-SUMMARY.
005130     MOVE SPACES TO RPT-LINE
005140     WRITE RPT-LINE
005150     STRING 'PHRASES ' DELIMITED BY SIZE
005160            HV-PHRASE-COUNT DELIMITED BY SIZE
005170            '  WORDS ' DELIMITED BY SIZE
005180            HV-WORD-COUNT DELIMITED BY SIZE
005190            '  NEW UNKNOWN ' DELIMITED BY SIZE
005200            HV-NEW-SIGHTINGS DELIMITED BY SIZE
005210            '  SIGHTINGS KEPT ' DELIMITED BY SIZE
005220            HV-KEPT-SIGHTINGS DELIMITED BY SIZE
005230            '  CANDIDATES ' DELIMITED BY SIZE
005240            HV-CANDIDATE-COUNT DELIMITED BY SIZE
005250         INTO RPT-LINE
005260     WRITE RPT-LINE
005270     .
