000010
000020* YCOHORT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YCOHORT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YCOHORT IS THE MONTHLY PLAYER RETENTION COHORT REPORT.  EVERY
000100* YPLAYERF PLAYER BELONGS TO THE COHORT OF THE MONTH IN
000110* YP-ENROLL-DATE.  FOR EACH COHORT IT SHOWS WHAT PERCENTAGE OF
000120* ITS PLAYERS COMPLETED A CARD IN EACH OF THE TWELVE MONTHS AFTER
000130* THE ENROLLMENT MONTH, TAKING GAME START DATES FROM BOTH THE
000140* LIVE YACHTSCF MASTER AND THE YACHTARF ARCHIVE, SO YACHTARC'S
000150* PURGE DOES NOT MAKE OLD PLAYERS LOOK LAPSED.  A MONTH THAT HAS
000160* NOT COME ROUND YET PRINTS '-'.  EACH COHORT ALSO SHOWS HOW MANY
000170* OF ITS PLAYERS ARE ACTIVE (A COMPLETED CARD IN THE LAST
000180* CO-LAPSE-DAYS DAYS) AND LAPSED (NONE), AND ITS LOYALTY TIER
000190* MIX FROM YP-TIER-CODE.
000200*
000210* THE SAME FIGURES GO TO YCOHEXT AS COMMA-SEPARATED ROWS UNDER A
000220* COLUMN-NAME ROW, FOR MARKETING TO LOAD INTO A SPREADSHEET; A
000230* MONTH NOT YET REACHED IS AN EMPTY FIELD THERE.  A PLAYER WITH
000240* NO VALID ENROLLMENT DATE IS COUNTED ON THE REPORT BUT BELONGS
000250* TO NO COHORT.
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 RJ    ORIGINAL PROGRAM
000290*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000290*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000290*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000290*                    A LIVE GAME AT SITE 01
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS YP-PLAYER-ID
000400         FILE STATUS IS CO-PLF-STATUS.
000410     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS YS-SCORECARD-KEY
000450         FILE STATUS IS CO-SCF-STATUS.
000460     SELECT YACHTARF ASSIGN TO "YACHTARF"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS CO-ARF-STATUS.
000490     SELECT SORT-WORK ASSIGN TO "SRTWK12".
000500     SELECT YCOHRPT ASSIGN TO "YCOHRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CO-RPT-STATUS.
000530     SELECT YCOHEXT ASSIGN TO "YCOHEXT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS CO-EXT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  YPLAYERF.
000590 COPY "YPLAYER.cpy".
000600 FD  YACHTSCF.
000610 COPY "YACHTSC.cpy".
000620 FD  YACHTARF.
000630* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
000640* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
000640* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
000640* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
000650 01  ARC-RECORD.
000660     05  ARC-SCORECARD-IMAGE.
000670         10  ARC-PLAYER-ID      PIC X(10).
000680         10  ARC-GAME-START-TS  PIC X(15).
000690         10  FILLER             PIC X(307).
000700     05  ARC-ARCHIVE-DATE       PIC X(08).
000700     05  ARC-TRAINING-FLAG      PIC X(01).
000700     05  ARC-SITE-CODE          PIC X(02).
000710 SD  SORT-WORK.
000720 01  SRT-RECORD.
000730     05  SRT-PLAYER-ID          PIC X(10).
000740     05  SRT-START-DATE         PIC X(08).
000750 FD  YCOHRPT
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  RPT-LINE                   PIC X(80).
000780 FD  YCOHEXT.
000790 01  EXT-LINE                   PIC X(120).
000800 WORKING-STORAGE SECTION.
000810* THE ARCHIVE IMAGE IS UNPACKED HERE TO TEST THE GAME STATUS.
000820 01  CO-ARCHIVED-CARD.
000830     05  FILLER                 PIC X(331).
000840     05  CO-ARC-GAME-STATUS     PIC X(01).
000850         88  CO-ARC-IS-COMPLETE     VALUE 'C'.
000860 01  CO-WORK-FIELDS.
000870     05  CO-PLF-STATUS          PIC X(02) VALUE SPACES.
000880         88  CO-PLF-OK              VALUE '00'.
000890         88  CO-PLF-EOF             VALUE '10'.
000900     05  CO-SCF-STATUS          PIC X(02) VALUE SPACES.
000910         88  CO-SCF-OK              VALUE '00'.
000920         88  CO-SCF-EOF             VALUE '10'.
000930     05  CO-ARF-STATUS          PIC X(02) VALUE SPACES.
000940         88  CO-ARF-OK              VALUE '00'.
000950         88  CO-ARF-EOF             VALUE '10'.
000960     05  CO-RPT-STATUS          PIC X(02) VALUE SPACES.
000970     05  CO-EXT-STATUS          PIC X(02) VALUE SPACES.
000980     05  CO-PLF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000990         88  CO-PLF-IS-OPEN         VALUE 'Y'.
001000     05  CO-SORT-SWITCH         PIC X(01) VALUE 'N'.
001010         88  CO-SORT-IS-EOF         VALUE 'Y'.
001020     05  CO-CURRENT-TS          PIC X(21) VALUE SPACES.
001030     05  CO-RUN-DATE            PIC X(08) VALUE SPACES.
001040     05  CO-RUN-MONTH-NO        PIC 9(06) VALUE ZERO.
001050     05  CO-LAPSE-DAYS          PIC 9(03) VALUE 90.
001060     05  CO-CUTOFF-INT          PIC 9(08) VALUE ZERO.
001070     05  CO-CUTOFF-NUM          PIC 9(08) VALUE ZERO.
001080     05  CO-CUTOFF-DATE         PIC X(08) VALUE SPACES.
001090     05  CO-DATE-NUM            PIC 9(08) VALUE ZERO.
001100     05  CO-DATE-X REDEFINES CO-DATE-NUM.
001110         10  CO-DATE-YYYY       PIC 9(04).
001120         10  CO-DATE-MM         PIC 9(02).
001130         10  CO-DATE-DD         PIC 9(02).
001140     05  CO-MONTH-NO            PIC 9(06) VALUE ZERO.
001150     05  CO-ENROLL-MONTH-NO     PIC 9(06) VALUE ZERO.
001160     05  CO-OFFSET              PIC S9(06) VALUE ZERO.
001170     05  CO-MONTH-IX            PIC 9(02) VALUE ZERO.
001180     05  CO-PLAYER-COUNT        PIC 9(07) VALUE ZERO.
001190     05  CO-UNDATED-COUNT       PIC 9(07) VALUE ZERO.
001200     05  CO-ORPHAN-COUNT        PIC 9(07) VALUE ZERO.
001210     05  CO-LAPSED-COUNT        PIC 9(05) VALUE ZERO.
001220     05  CO-PCT                 PIC 9(03) VALUE ZERO.
001230     05  CO-PCT-ED              PIC ZZ9.
001240     05  CO-EXT-IX              PIC 9(03) VALUE ZERO.
001250* THE PLAYER NOW BEING GATHERED OFF THE SORT.
001260 01  CO-PLAYER-GROUP.
001270     05  CO-GROUP-PLAYER-ID     PIC X(10) VALUE SPACES.
001280     05  CO-GROUP-LAST-DATE     PIC X(08) VALUE SPACES.
001290     05  CO-GROUP-PLAYED-FLAG   PIC X(01) OCCURS 12 TIMES.
001300* ONE ENTRY PER ENROLLMENT MONTH, FILLED IN THE ORDER THE
001310* MONTHS TURN UP ON YPLAYERF AND PRINTED OLDEST FIRST.
001320 01  CO-COHORT-TABLE.
001330     05  CO-COHORT-COUNT        PIC 9(03) VALUE ZERO.
001340     05  CO-COHORT-IX           PIC 9(03) VALUE ZERO.
001350     05  CO-NEXT-IX             PIC 9(03) VALUE ZERO.
001360     05  CO-COHORT-ENTRY OCCURS 600 TIMES.
001370         10  CO-CH-MONTH        PIC X(06).
001380         10  CO-CH-MONTH-NO     PIC 9(06).
001390         10  CO-CH-PLAYERS      PIC 9(05).
001400         10  CO-CH-ACTIVE       PIC 9(05).
001410         10  CO-CH-BRONZE       PIC 9(05).
001420         10  CO-CH-SILVER       PIC 9(05).
001430         10  CO-CH-GOLD         PIC 9(05).
001440         10  CO-CH-RETAINED     PIC 9(05) OCCURS 12 TIMES.
001450         10  CO-CH-PRINTED-FLAG PIC X(01).
001460             88  CO-CH-IS-PRINTED   VALUE 'Y'.
001470 01  CO-MONTH-HEADING           PIC X(80) VALUE
001480     '  MONTH AFTER       1   2   3   4   5   6   7   8   9  10
001490-    '  11  12'.
001500 01  CO-EXT-HEADING             PIC X(120) VALUE
001510     'COHORT,PLAYERS,ACTIVE,LAPSED,BRONZE,SILVER,GOLD,M01,M02,M0
001520-    '3,M04,M05,M06,M07,M08,M09,M10,M11,M12'.
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE
001560     PERFORM 2000-BUILD-COHORTS
001570     SORT SORT-WORK
001580         ON ASCENDING KEY SRT-PLAYER-ID
001590         ON ASCENDING KEY SRT-START-DATE
001600         INPUT PROCEDURE IS 3000-LOAD-GAME-DATES
001610         OUTPUT PROCEDURE IS 4000-TALLY-RETENTION
001620     PERFORM 5000-REPORT-COHORTS
001630     IF CO-PLF-IS-OPEN
001640         CLOSE YPLAYERF
001650     END-IF
001660     CLOSE YCOHRPT YCOHEXT
001670     GOBACK.
001680* 1000-INITIALIZE - RUN MONTH AND THE ACTIVE/LAPSED CUTOFF.
001690 1000-INITIALIZE.
001700     MOVE FUNCTION CURRENT-DATE TO CO-CURRENT-TS
001710     MOVE CO-CURRENT-TS(1:8) TO CO-RUN-DATE
001720     MOVE CO-RUN-DATE TO CO-DATE-NUM
001730     COMPUTE CO-RUN-MONTH-NO = CO-DATE-YYYY * 12 + CO-DATE-MM
001740     COMPUTE CO-CUTOFF-INT =
001750         FUNCTION INTEGER-OF-DATE(CO-DATE-NUM) - CO-LAPSE-DAYS
001760     COMPUTE CO-CUTOFF-NUM =
001770         FUNCTION DATE-OF-INTEGER(CO-CUTOFF-INT)
001780     MOVE CO-CUTOFF-NUM TO CO-CUTOFF-DATE
001790     OPEN OUTPUT YCOHRPT
001800     OPEN OUTPUT YCOHEXT
001810     MOVE SPACES TO RPT-LINE
001820     STRING 'PLAYER RETENTION BY ENROLLMENT MONTH - RUN '
001830                DELIMITED BY SIZE
001840            CO-RUN-DATE DELIMITED BY SIZE
001850         INTO RPT-LINE
001860     WRITE RPT-LINE
001870     MOVE SPACES TO RPT-LINE
001880     STRING 'ACTIVE = A COMPLETED CARD ON OR AFTER '
001890                DELIMITED BY SIZE
001900            CO-CUTOFF-DATE DELIMITED BY SIZE
001910         INTO RPT-LINE
001920     WRITE RPT-LINE
001930     MOVE CO-EXT-HEADING TO EXT-LINE
001940     WRITE EXT-LINE
001950     .
001960* 2000-BUILD-COHORTS - ONE PASS OF YPLAYERF SIZES EACH COHORT
001970* AND TAKES ITS TIER MIX.
001980 2000-BUILD-COHORTS.
001990     OPEN INPUT YPLAYERF
002000     IF CO-PLF-OK
002010         MOVE 'Y' TO CO-PLF-OPEN-FLAG
002020         PERFORM 2100-READ-NEXT-PLAYER
002030         PERFORM UNTIL CO-PLF-EOF
002040             ADD 1 TO CO-PLAYER-COUNT
002050             IF YP-ENROLL-DATE IS NUMERIC
002060                 PERFORM 2200-COUNT-ONE-PLAYER
002070             ELSE
002080                 ADD 1 TO CO-UNDATED-COUNT
002090             END-IF
002100             PERFORM 2100-READ-NEXT-PLAYER
002110         END-PERFORM
002120     END-IF
002130     .
002140 2100-READ-NEXT-PLAYER.
002150     READ YPLAYERF NEXT RECORD
002160         AT END
002170             SET CO-PLF-EOF TO TRUE
002180     END-READ
002190     .
002200 2200-COUNT-ONE-PLAYER.
002210     PERFORM 2300-FIND-COHORT
002220     IF CO-COHORT-IX = ZERO
002230         ADD 1 TO CO-UNDATED-COUNT
002240     ELSE
002250         ADD 1 TO CO-CH-PLAYERS(CO-COHORT-IX)
002260         EVALUATE TRUE
002270             WHEN YP-TIER-GOLD
002280                 ADD 1 TO CO-CH-GOLD(CO-COHORT-IX)
002290             WHEN YP-TIER-SILVER
002300                 ADD 1 TO CO-CH-SILVER(CO-COHORT-IX)
002310             WHEN OTHER
002320                 ADD 1 TO CO-CH-BRONZE(CO-COHORT-IX)
002330         END-EVALUATE
002340     END-IF
002350     .
002360* 2300-FIND-COHORT - THE ENTRY FOR YP-ENROLL-DATE'S MONTH,
002370* ADDED IF THIS IS THE FIRST PLAYER SEEN FROM IT.  ZERO WHEN
002380* THE TABLE IS FULL.
002390 2300-FIND-COHORT.
002400     MOVE YP-ENROLL-DATE TO CO-DATE-NUM
002410     COMPUTE CO-ENROLL-MONTH-NO = CO-DATE-YYYY * 12 + CO-DATE-MM
002420     MOVE ZERO TO CO-COHORT-IX
002430     PERFORM VARYING CO-NEXT-IX FROM 1 BY 1
002440             UNTIL CO-NEXT-IX > CO-COHORT-COUNT
002450                OR CO-COHORT-IX NOT = ZERO
002460         IF CO-CH-MONTH(CO-NEXT-IX) = YP-ENROLL-DATE(1:6)
002470             MOVE CO-NEXT-IX TO CO-COHORT-IX
002480         END-IF
002490     END-PERFORM
002500     IF CO-COHORT-IX = ZERO
002510             AND CO-COHORT-COUNT < 600
002520         ADD 1 TO CO-COHORT-COUNT
002530         MOVE CO-COHORT-COUNT TO CO-COHORT-IX
002540         INITIALIZE CO-COHORT-ENTRY(CO-COHORT-IX)
002550         MOVE YP-ENROLL-DATE(1:6) TO CO-CH-MONTH(CO-COHORT-IX)
002560         MOVE CO-ENROLL-MONTH-NO TO CO-CH-MONTH-NO(CO-COHORT-IX)
002570         MOVE 'N' TO CO-CH-PRINTED-FLAG(CO-COHORT-IX)
002580     END-IF
002590     .
002600* 3000-LOAD-GAME-DATES - EVERY COMPLETED CARD, LIVE OR
002610* ARCHIVED, AS A PLAYER AND THE DATE THE GAME STARTED.
002620 3000-LOAD-GAME-DATES.
002630     OPEN INPUT YACHTSCF
002640     IF CO-SCF-OK
002650         PERFORM 3100-READ-NEXT-SCORECARD
002660         PERFORM UNTIL CO-SCF-EOF
002670             IF YS-GAME-IS-COMPLETE
002680                 MOVE YS-PLAYER-ID TO SRT-PLAYER-ID
002690                 MOVE YS-GAME-START-TS(1:8) TO SRT-START-DATE
002700                 RELEASE SRT-RECORD
002710             END-IF
002720             PERFORM 3100-READ-NEXT-SCORECARD
002730         END-PERFORM
002740         CLOSE YACHTSCF
002750     END-IF
002760     OPEN INPUT YACHTARF
002770     IF CO-ARF-OK
002780         PERFORM 3200-READ-NEXT-ARCHIVED
002790         PERFORM UNTIL CO-ARF-EOF
002800             MOVE ARC-SCORECARD-IMAGE TO CO-ARCHIVED-CARD
002810             IF CO-ARC-IS-COMPLETE
002820                 MOVE ARC-PLAYER-ID TO SRT-PLAYER-ID
002830                 MOVE ARC-GAME-START-TS(1:8) TO SRT-START-DATE
002840                 RELEASE SRT-RECORD
002850             END-IF
002860             PERFORM 3200-READ-NEXT-ARCHIVED
002870         END-PERFORM
002880         CLOSE YACHTARF
002890     END-IF
002900     .
002910 3100-READ-NEXT-SCORECARD.
002920     READ YACHTSCF
002930         AT END
002940             SET CO-SCF-EOF TO TRUE
002950     END-READ
002960     .
002970 3200-READ-NEXT-ARCHIVED.
002980     READ YACHTARF
002990         AT END
003000             SET CO-ARF-EOF TO TRUE
003010     END-READ
003020     .
003030* 4000-TALLY-RETENTION - THE GAME DATES COME BACK BY PLAYER,
003040* OLDEST FIRST.  EACH PLAYER'S MONTHS PLAYED AND LAST GAME ARE
003050* GATHERED, THEN CREDITED TO THE PLAYER'S COHORT.
003060 4000-TALLY-RETENTION.
003070     MOVE SPACES TO CO-GROUP-PLAYER-ID
003080     PERFORM 4100-RETURN-NEXT-SORTED
003090     PERFORM UNTIL CO-SORT-IS-EOF
003100         IF SRT-PLAYER-ID NOT = CO-GROUP-PLAYER-ID
003110             PERFORM 4200-CLOSE-ONE-PLAYER
003120             PERFORM 4300-OPEN-ONE-PLAYER
003130         END-IF
003140         MOVE SRT-START-DATE TO CO-GROUP-LAST-DATE
003150         IF CO-COHORT-IX NOT = ZERO
003160                 AND SRT-START-DATE IS NUMERIC
003170             PERFORM 4400-FLAG-MONTH-PLAYED
003180         END-IF
003190         PERFORM 4100-RETURN-NEXT-SORTED
003200     END-PERFORM
003210     PERFORM 4200-CLOSE-ONE-PLAYER
003220     .
003230 4100-RETURN-NEXT-SORTED.
003240     RETURN SORT-WORK
003250         AT END
003260             SET CO-SORT-IS-EOF TO TRUE
003270     END-RETURN
003280     .
003290* 4200-CLOSE-ONE-PLAYER - CREDIT THE COHORT WITH EACH OF THE
003300* TWELVE MONTHS AFTER ENROLLMENT THE PLAYER COMPLETED A CARD
003310* IN, AND WITH AN ACTIVE PLAYER IF THE LAST GAME IS INSIDE THE
003320* LAPSE WINDOW.
003330 4200-CLOSE-ONE-PLAYER.
003340     IF CO-GROUP-PLAYER-ID NOT = SPACES
003350             AND CO-COHORT-IX NOT = ZERO
003360         PERFORM VARYING CO-MONTH-IX FROM 1 BY 1
003370                 UNTIL CO-MONTH-IX > 12
003380             IF CO-GROUP-PLAYED-FLAG(CO-MONTH-IX) = 'Y'
003390                 ADD 1 TO CO-CH-RETAINED(CO-COHORT-IX CO-MONTH-IX)
003400             END-IF
003410         END-PERFORM
003420         IF CO-GROUP-LAST-DATE NOT < CO-CUTOFF-DATE
003430             ADD 1 TO CO-CH-ACTIVE(CO-COHORT-IX)
003440         END-IF
003450     END-IF
003460     .
003470* 4300-OPEN-ONE-PLAYER - LOOK THE NEXT PLAYER UP FOR THE
003480* COHORT.  CARDS FOR A PLAYER NO LONGER ON YPLAYERF ARE COUNTED
003490* AS AN ORPHAN AND CREDITED TO NO COHORT.
003500 4300-OPEN-ONE-PLAYER.
003510     MOVE SRT-PLAYER-ID TO CO-GROUP-PLAYER-ID
003520     MOVE SPACES TO CO-GROUP-LAST-DATE
003530     PERFORM VARYING CO-MONTH-IX FROM 1 BY 1
003540             UNTIL CO-MONTH-IX > 12
003550         MOVE 'N' TO CO-GROUP-PLAYED-FLAG(CO-MONTH-IX)
003560     END-PERFORM
003570     MOVE ZERO TO CO-COHORT-IX
003580     MOVE SRT-PLAYER-ID TO YP-PLAYER-ID
003590     IF CO-PLF-IS-OPEN
003600         READ YPLAYERF
003610             INVALID KEY
003620                 ADD 1 TO CO-ORPHAN-COUNT
003630             NOT INVALID KEY
003640                 IF YP-ENROLL-DATE IS NUMERIC
003650                     PERFORM 2300-FIND-COHORT
003660                 END-IF
003670         END-READ
003680     END-IF
003690     .
003700* 4400-FLAG-MONTH-PLAYED - MARK THE GAME'S MONTH IF IT FALLS IN
003710* THE TWELVE AFTER THE PLAYER'S ENROLLMENT MONTH.
003720 4400-FLAG-MONTH-PLAYED.
003730     MOVE SRT-START-DATE TO CO-DATE-NUM
003740     COMPUTE CO-MONTH-NO = CO-DATE-YYYY * 12 + CO-DATE-MM
003750     COMPUTE CO-OFFSET = CO-MONTH-NO
003760         - CO-CH-MONTH-NO(CO-COHORT-IX)
003770     IF CO-OFFSET > ZERO AND CO-OFFSET NOT > 12
003780         MOVE 'Y' TO CO-GROUP-PLAYED-FLAG(CO-OFFSET)
003790     END-IF
003800     .
003810* 5000-REPORT-COHORTS - OLDEST COHORT FIRST, PICKED BY
003820* SELECTION SINCE THE TABLE FILLS IN PLAYER-ID ORDER.
003830 5000-REPORT-COHORTS.
003840     PERFORM 5100-PICK-OLDEST-COHORT
003850     PERFORM UNTIL CO-COHORT-IX = ZERO
003860         SET CO-CH-IS-PRINTED(CO-COHORT-IX) TO TRUE
003870         PERFORM 5200-PRINT-ONE-COHORT
003880         PERFORM 5300-EXTRACT-ONE-COHORT
003890         PERFORM 5100-PICK-OLDEST-COHORT
003900     END-PERFORM
003910     MOVE SPACES TO RPT-LINE
003920     WRITE RPT-LINE
003930     MOVE SPACES TO RPT-LINE
003940     STRING 'PLAYERS ' DELIMITED BY SIZE
003950            CO-PLAYER-COUNT DELIMITED BY SIZE
003960            '  NO ENROLLMENT DATE ' DELIMITED BY SIZE
003970            CO-UNDATED-COUNT DELIMITED BY SIZE
003980            '  CARDS FOR UNKNOWN PLAYERS ' DELIMITED BY SIZE
003990            CO-ORPHAN-COUNT DELIMITED BY SIZE
004000         INTO RPT-LINE
004010     WRITE RPT-LINE
004020     .
004030 5100-PICK-OLDEST-COHORT.
004040     MOVE ZERO TO CO-COHORT-IX
004050     PERFORM VARYING CO-NEXT-IX FROM 1 BY 1
004060             UNTIL CO-NEXT-IX > CO-COHORT-COUNT
004070         IF NOT CO-CH-IS-PRINTED(CO-NEXT-IX)
004080             IF CO-COHORT-IX = ZERO
004090                 MOVE CO-NEXT-IX TO CO-COHORT-IX
004100             ELSE
004110                 IF CO-CH-MONTH(CO-NEXT-IX)
004120                         < CO-CH-MONTH(CO-COHORT-IX)
004130                     MOVE CO-NEXT-IX TO CO-COHORT-IX
004140                 END-IF
004150             END-IF
004160         END-IF
004170     END-PERFORM
004180     .
004190 5200-PRINT-ONE-COHORT.
004200     COMPUTE CO-LAPSED-COUNT = CO-CH-PLAYERS(CO-COHORT-IX)
004210         - CO-CH-ACTIVE(CO-COHORT-IX)
004220     MOVE SPACES TO RPT-LINE
004230     WRITE RPT-LINE
004240     MOVE SPACES TO RPT-LINE
004250     STRING 'COHORT ' DELIMITED BY SIZE
004260            CO-CH-MONTH(CO-COHORT-IX) DELIMITED BY SIZE
004270            '  PLAYERS ' DELIMITED BY SIZE
004280            CO-CH-PLAYERS(CO-COHORT-IX) DELIMITED BY SIZE
004290            '  ACTIVE ' DELIMITED BY SIZE
004300            CO-CH-ACTIVE(CO-COHORT-IX) DELIMITED BY SIZE
004310            '  LAPSED ' DELIMITED BY SIZE
004320            CO-LAPSED-COUNT DELIMITED BY SIZE
004330         INTO RPT-LINE
004340     WRITE RPT-LINE
004350     MOVE SPACES TO RPT-LINE
004360     STRING '  TIER MIX   BRONZE ' DELIMITED BY SIZE
004370            CO-CH-BRONZE(CO-COHORT-IX) DELIMITED BY SIZE
004380            '  SILVER ' DELIMITED BY SIZE
004390            CO-CH-SILVER(CO-COHORT-IX) DELIMITED BY SIZE
004400            '  GOLD ' DELIMITED BY SIZE
004410            CO-CH-GOLD(CO-COHORT-IX) DELIMITED BY SIZE
004420         INTO RPT-LINE
004430     WRITE RPT-LINE
004440     MOVE CO-MONTH-HEADING TO RPT-LINE
004450     WRITE RPT-LINE
004460     MOVE SPACES TO RPT-LINE
004470     MOVE '  % RETAINED' TO RPT-LINE(1:12)
004480     PERFORM VARYING CO-MONTH-IX FROM 1 BY 1
004490             UNTIL CO-MONTH-IX > 12
004500         COMPUTE CO-EXT-IX = 19 + (CO-MONTH-IX - 1) * 4
004510         IF CO-CH-MONTH-NO(CO-COHORT-IX) + CO-MONTH-IX
004520                 > CO-RUN-MONTH-NO
004530             MOVE '  -' TO RPT-LINE(CO-EXT-IX:3)
004540         ELSE
004550             PERFORM 5400-COMPUTE-PERCENT
004560             MOVE CO-PCT TO CO-PCT-ED
004570             MOVE CO-PCT-ED TO RPT-LINE(CO-EXT-IX:3)
004580         END-IF
004590     END-PERFORM
004600     WRITE RPT-LINE
004610     .
004620* 5300-EXTRACT-ONE-COHORT - THE SAME COHORT AS ONE COMMA-
004630* SEPARATED ROW.
004640 5300-EXTRACT-ONE-COHORT.
004650     MOVE SPACES TO EXT-LINE
004660     STRING CO-CH-MONTH(CO-COHORT-IX) DELIMITED BY SIZE
004670            ',' DELIMITED BY SIZE
004680            CO-CH-PLAYERS(CO-COHORT-IX) DELIMITED BY SIZE
004690            ',' DELIMITED BY SIZE
004700            CO-CH-ACTIVE(CO-COHORT-IX) DELIMITED BY SIZE
004710            ',' DELIMITED BY SIZE
004720            CO-LAPSED-COUNT DELIMITED BY SIZE
004730            ',' DELIMITED BY SIZE
004740            CO-CH-BRONZE(CO-COHORT-IX) DELIMITED BY SIZE
004750            ',' DELIMITED BY SIZE
004760            CO-CH-SILVER(CO-COHORT-IX) DELIMITED BY SIZE
004770            ',' DELIMITED BY SIZE
004780            CO-CH-GOLD(CO-COHORT-IX) DELIMITED BY SIZE
004790         INTO EXT-LINE
004800     MOVE 43 TO CO-EXT-IX
004810     PERFORM VARYING CO-MONTH-IX FROM 1 BY 1
004820             UNTIL CO-MONTH-IX > 12
004830         MOVE ',' TO EXT-LINE(CO-EXT-IX:1)
004840         ADD 1 TO CO-EXT-IX
004850         IF CO-CH-MONTH-NO(CO-COHORT-IX) + CO-MONTH-IX
004860                 NOT > CO-RUN-MONTH-NO
004870             PERFORM 5400-COMPUTE-PERCENT
004880             MOVE CO-PCT TO EXT-LINE(CO-EXT-IX:3)
004890             ADD 3 TO CO-EXT-IX
004900         END-IF
004910     END-PERFORM
004920     WRITE EXT-LINE
004930     .
004940 5400-COMPUTE-PERCENT.
004950     MOVE ZERO TO CO-PCT
004960     IF CO-CH-PLAYERS(CO-COHORT-IX) > ZERO
004970         COMPUTE CO-PCT ROUNDED =
004980             CO-CH-RETAINED(CO-COHORT-IX CO-MONTH-IX) * 100
004990             / CO-CH-PLAYERS(CO-COHORT-IX)
005000     END-IF
005010     .
