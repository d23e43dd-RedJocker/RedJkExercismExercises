000010
000020* YRULSIM
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YRULSIM.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YRULSIM IS THE HOUSE-RULE IMPACT SIMULATOR.  BEFORE A YACHTRUL
000100* POINT VALUE IS CHANGED OR A NEW MODE CODE IS ADDED, IT SHOWS
000110* WHAT THE PROPOSAL WOULD HAVE DONE TO PAYOUTS.  THE PROPOSED
000120* RULE SET COMES ON THE YSIMTXN TRANSACTION FILE, NOT FROM THE
000130* LIVE YACHTRUL TABLE - ONE 'H' HEADER (MODE CODE AND THE GAME
000140* START DATE RANGE TO REPLAY) AND UP TO TWELVE 'R' ROWS
000150* (CATEGORY AND POINT VALUE).  EVERY COMPLETED CARD ON THE
000160* YACHTARF ARCHIVE STARTED INSIDE THE RANGE IS RE-SCORED SLOT BY
000170* SLOT BY CALLING YACHT ADVISORY WITH THE STORED YS-CAT-DICE AND
000180* THE PROPOSED RULES PASSED IN YL-CALLER-RULE, AND THE TOTALS
000190* REBUILT THE SAME WAY YACHTADJ DOES (35-POINT UPPER BONUS AT
000200* 63).  A CATEGORY THE PROPOSAL DOES NOT NAME SCORES ITS
000210* STANDARD VALUE.
000220*
000230* THE YSIMRPT COMPARISON SHOWS -
000240*   - EVERY CARD THAT WOULD CROSS THE VOUCHGEN PRIZE THRESHOLD
000250*     (RS-PRIZE-THRESHOLD, TAKEN THROUGH PARMGET UNDER VOUCHGEN'S
000250*     OWN PRIZE-THRESHOLD ROW SO IT IS ALWAYS THE ONE VOUCHGEN
000260*     PAYS ON) IN EITHER DIRECTION,
000270*   - FOR EACH DAY, THE TOP TEN AS IT STOOD AND AS IT WOULD HAVE
000280*     STOOD, EACH SIMULATED PLACE SHOWING THE CARD'S OLD PLACE,
000290*   - OLD VERSUS SIMULATED GRAND TOTALS, THE COUNT OF CARDS OVER
000300*     THE THRESHOLD BOTH WAYS, AND THE CHANGE IN VOUCHER
000310*     LIABILITY AT RS-CENTS-PER-POINT (THE ONE CENT A POINT THE
000320*     DESK PAYS OUT AT).
000330* THE ADVISORY CALL KEEPS THE RE-SCORING OFF YACHTAUDF, AND
000340* NOTHING ELSE IS WRITTEN BUT THE REPORT - NO LIVE FILE CHANGES.
000340* TRAINING AND DEMONSTRATION CARDS ARE LEFT OUT, AS VOUCHGEN
000340* AND YACHTLB LEAVE THEM OUT.
000350*
000360* MODIFICATION HISTORY
000370*   DATE       INIT  DESCRIPTION
000380*   2026-10-15 RJ    ORIGINAL PROGRAM
000380*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000380*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000380*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000380*                    A LIVE GAME AT SITE 01
000380*   2026-10-15 RJ    THE PRIZE THRESHOLD IS TAKEN THROUGH PARMGET
000380*                    UNDER VOUCHGEN'S OWN ROW AND PRINTED AS A
000380*                    PARAMETER LINE; TRAINING CARDS ARE SKIPPED AS
000380*                    VOUCHGEN SKIPS THEM
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT YSIMTXN ASSIGN TO "YSIMTXN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RS-TXN-STATUS.
000480     SELECT YACHTARF ASSIGN TO "YACHTARF"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS RS-ARF-STATUS.
000510     SELECT SORT-WORK ASSIGN TO "SRTWK11".
000520     SELECT YSIMRPT ASSIGN TO "YSIMRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RS-RPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  YSIMTXN.
000580 01  SX-HEADER-RECORD.
000590     05  SX-RECORD-TYPE         PIC X(01).
000600         88  SX-IS-HEADER           VALUE 'H'.
000610         88  SX-IS-RULE-ROW         VALUE 'R'.
000620     05  SX-MODE-CODE           PIC X(04).
000630     05  SX-FROM-DATE           PIC X(08).
000640     05  SX-TO-DATE             PIC X(08).
000650 01  SX-RULE-RECORD.
000660     05  FILLER                 PIC X(01).
000670     05  SX-CATEGORY            PIC X(15).
000680     05  SX-POINT-VALUE         PIC 9(03).
000690 FD  YACHTARF.
000700* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
000710* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
000710* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
000710* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
000720 01  ARC-RECORD.
000730     05  ARC-SCORECARD-IMAGE    PIC X(332).
000740     05  ARC-ARCHIVE-DATE       PIC X(08).
000740     05  ARC-TRAINING-FLAG      PIC X(01).
000740     05  ARC-SITE-CODE          PIC X(02).
000750 SD  SORT-WORK.
000760 01  SRT-RECORD.
000770     05  SRT-START-DATE         PIC X(08).
000780     05  SRT-OLD-TOTAL          PIC 9(04).
000790     05  SRT-SIM-TOTAL          PIC 9(04).
000800     05  SRT-PLAYER-ID          PIC X(10).
000810     05  SRT-GAME-START-TS      PIC X(15).
000820 FD  YSIMRPT
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  RPT-LINE                   PIC X(80).
000850 WORKING-STORAGE SECTION.
000860* THE ARCHIVE IMAGE IS UNPACKED INTO THIS WORKING COPY OF THE
000870* LIVE SCORECARD LAYOUT BEFORE THE CARD IS RE-SCORED.
000880 COPY "YACHTSC.cpy".
000890 01  RS-WORK-FIELDS.
000900     05  RS-TXN-STATUS          PIC X(02) VALUE SPACES.
000910         88  RS-TXN-OK              VALUE '00'.
000920         88  RS-TXN-EOF             VALUE '10'.
000930     05  RS-ARF-STATUS          PIC X(02) VALUE SPACES.
000940         88  RS-ARF-OK              VALUE '00'.
000950         88  RS-ARF-EOF             VALUE '10'.
000960     05  RS-RPT-STATUS          PIC X(02) VALUE SPACES.
000970     05  RS-SORT-SWITCH         PIC X(01) VALUE 'N'.
000980         88  RS-SORT-IS-EOF         VALUE 'Y'.
000990     05  RS-HEADER-SWITCH       PIC X(01) VALUE 'N'.
001000         88  RS-HEADER-IS-VALID     VALUE 'Y'.
001010     05  RS-MODE-CODE           PIC X(04) VALUE SPACES.
001020     05  RS-FROM-DATE           PIC X(08) VALUE SPACES.
001030     05  RS-TO-DATE             PIC X(08) VALUE SPACES.
001040     05  RS-PRIZE-THRESHOLD     PIC 9(04) VALUE 200.
001050     05  RS-CENTS-PER-POINT     PIC 9(02) VALUE 1.
001060     05  RS-SLOT-IX             PIC 9(02) VALUE ZERO.
001070     05  RS-SLOT-SCORE          PIC 9(04) VALUE ZERO.
001080     05  RS-UPPER-TOTAL         PIC 9(04) VALUE ZERO.
001090     05  RS-UPPER-BONUS         PIC 9(03) VALUE ZERO.
001100     05  RS-LOWER-TOTAL         PIC 9(04) VALUE ZERO.
001110     05  RS-SIM-TOTAL           PIC 9(04) VALUE ZERO.
001120     05  RS-CARD-COUNT          PIC 9(07) VALUE ZERO.
001130     05  RS-CHANGED-COUNT       PIC 9(07) VALUE ZERO.
001140     05  RS-BAD-DICE-COUNT      PIC 9(07) VALUE ZERO.
001150     05  RS-OLD-SUM             PIC 9(09) VALUE ZERO.
001160     05  RS-SIM-SUM             PIC 9(09) VALUE ZERO.
001170     05  RS-OLD-PRIZE-COUNT     PIC 9(07) VALUE ZERO.
001180     05  RS-SIM-PRIZE-COUNT     PIC 9(07) VALUE ZERO.
001190     05  RS-CROSS-UP-COUNT      PIC 9(07) VALUE ZERO.
001200     05  RS-CROSS-DOWN-COUNT    PIC 9(07) VALUE ZERO.
001210     05  RS-OLD-PRIZE-POINTS    PIC 9(09) VALUE ZERO.
001220     05  RS-SIM-PRIZE-POINTS    PIC 9(09) VALUE ZERO.
001230     05  RS-OLD-LIABILITY       PIC 9(07)V99 VALUE ZERO.
001240     05  RS-SIM-LIABILITY       PIC 9(07)V99 VALUE ZERO.
001250     05  RS-LIABILITY-CHANGE    PIC S9(07)V99 VALUE ZERO.
001260     05  RS-TOTAL-CHANGE        PIC S9(09) VALUE ZERO.
001270     05  RS-TOTAL-ED            PIC ZZZ9.
001280     05  RS-SIM-ED              PIC ZZZ9.
001290     05  RS-RANK-ED             PIC Z9.
001300     05  RS-OLD-RANK-ED         PIC ZZZ9.
001310     05  RS-SUM-ED              PIC ZZZZZZZZ9.
001320     05  RS-CHANGE-ED           PIC -ZZZZZZZZ9.
001330     05  RS-MONEY-ED            PIC ZZZZZZ9.99.
001340     05  RS-MONEY-CHANGE-ED     PIC -ZZZZZZ9.99.
001350     05  RS-VALUE-ED            PIC ZZ9.
001360* ONE DAY'S CARDS IN OLD-TOTAL ORDER, SO A CARD'S PLACE IN THE
001370* TABLE IS ITS OLD PLACE ON THAT DAY'S BOARD.
001380 01  RS-DAY-TABLE.
001390     05  RS-DAY-DATE            PIC X(08) VALUE SPACES.
001400     05  RS-DAY-COUNT           PIC 9(04) VALUE ZERO.
001410     05  RS-DAY-OVERFLOW        PIC 9(05) VALUE ZERO.
001420     05  RS-DAY-IX              PIC 9(04) VALUE ZERO.
001430     05  RS-BEST-IX             PIC 9(04) VALUE ZERO.
001440     05  RS-NEW-RANK            PIC 9(02) VALUE ZERO.
001450     05  RS-DAY-ENTRY OCCURS 2000 TIMES.
001460         10  RS-DAY-PLAYER-ID   PIC X(10).
001470         10  RS-DAY-OLD-TOTAL   PIC 9(04).
001480         10  RS-DAY-SIM-TOTAL   PIC 9(04).
001490         10  RS-DAY-PICKED-FLAG PIC X(01).
001500             88  RS-DAY-IS-PICKED   VALUE 'Y'.
001510* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
001510* REPORT HEADER.
001510 01  RS-PARM-TABLE.
001510     05  RS-PARM-COUNT          PIC 9(02) VALUE ZERO.
001510     05  RS-PARM-IX             PIC 9(02) VALUE ZERO.
001510     05  RS-PARM-ED             PIC ZZZZZZ9.
001510     05  RS-PARM-ENTRY OCCURS 5 TIMES.
001510         10  RS-PARM-NAME       PIC X(20).
001510         10  RS-PARM-VALUE      PIC 9(07)V99.
001510         10  RS-PARM-SOURCE     PIC X(08).
001510 COPY "PARMGTLK.cpy".
001510 COPY "YACHTLNK.cpy".
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE
001550     IF RS-HEADER-IS-VALID
001560         SORT SORT-WORK
001570             ON ASCENDING KEY SRT-START-DATE
001580             ON DESCENDING KEY SRT-OLD-TOTAL
001590             INPUT PROCEDURE IS 2000-RESCORE-ARCHIVE
001600             OUTPUT PROCEDURE IS 4000-COMPARE-DAILY-BOARDS
001610         PERFORM 6000-WRITE-SUMMARY
001620     END-IF
001630     CLOSE YSIMRPT
001640     GOBACK.
001650* 1000-INITIALIZE - LOAD THE PROPOSAL INTO THE YACHT PARAMETER
001660* LIST ONCE; EVERY RE-SCORING CALL REUSES IT.
001670 1000-INITIALIZE.
001680     PERFORM 1050-LOAD-PARAMETERS
001680     OPEN OUTPUT YSIMRPT
001690     MOVE 'HOUSE-RULE IMPACT SIMULATION' TO RPT-LINE
001700     WRITE RPT-LINE
001700     PERFORM 1070-REPORT-PARAMETERS
001710     INITIALIZE YL-PARMS
001720     SET YL-CALL-IS-ADVISORY TO TRUE
001730     SET YL-CALLER-SUPPLIES-RULES TO TRUE
001740     MOVE ZERO TO YL-CALLER-RULE-COUNT
001750     OPEN INPUT YSIMTXN
001760     IF RS-TXN-OK
001770         PERFORM 1100-READ-NEXT-TRANSACTION
001780         PERFORM UNTIL RS-TXN-EOF
001790             EVALUATE TRUE
001800                 WHEN SX-IS-HEADER
001810                     PERFORM 1200-TAKE-HEADER
001820                 WHEN SX-IS-RULE-ROW
001830                     PERFORM 1300-TAKE-RULE-ROW
001840             END-EVALUATE
001850             PERFORM 1100-READ-NEXT-TRANSACTION
001860         END-PERFORM
001870         CLOSE YSIMTXN
001880     END-IF
001890     IF NOT RS-HEADER-IS-VALID
001900         MOVE 'NO VALID H HEADER ON YSIMTXN - NOTHING SIMULATED'
001910             TO RPT-LINE
001920         WRITE RPT-LINE
001930     END-IF
001940     MOVE RS-MODE-CODE TO YL-MODE-CODE
001950     MOVE 'SIMULATE' TO YL-TERMINAL-ID
001960     .
001970* 1050-LOAD-PARAMETERS - THE PRIZE THRESHOLD IS VOUCHGEN'S OWN
001970* KNOB, READ UNDER VOUCHGEN'S PROGRAM ID WITH THE SAME BUILT-IN
001970* VALUE AND LIMIT, SO THE SIMULATED LIABILITY IS MEASURED
001970* AGAINST THE THRESHOLD THE DESK ACTUALLY PAYS ON.
001970 1050-LOAD-PARAMETERS.
001970     MOVE 'PRIZE-THRESHOLD' TO NP-PARM-NAME
001970     MOVE RS-PRIZE-THRESHOLD TO NP-DEFAULT-VALUE
001970     MOVE 9999 TO NP-LIMIT-VALUE
001970     PERFORM 1060-GET-ONE-PARAMETER
001970     MOVE NP-VALUE TO RS-PRIZE-THRESHOLD
001970     .
001970 1060-GET-ONE-PARAMETER.
001970     MOVE 'VOUCHGEN' TO NP-PROGRAM-ID
001970     CALL 'PARMGET' USING NP-PARMS
001970     IF RS-PARM-COUNT < 5
001970         ADD 1 TO RS-PARM-COUNT
001970         MOVE NP-PARM-NAME TO RS-PARM-NAME(RS-PARM-COUNT)
001970         MOVE NP-VALUE TO RS-PARM-VALUE(RS-PARM-COUNT)
001970         MOVE NP-SOURCE-TEXT
001970             TO RS-PARM-SOURCE(RS-PARM-COUNT)
001970     END-IF
001970     .
001970* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
001970* WHERE ITS VALUE CAME FROM.
001970 1070-REPORT-PARAMETERS.
001970     PERFORM VARYING RS-PARM-IX FROM 1 BY 1
001970             UNTIL RS-PARM-IX > RS-PARM-COUNT
001970         MOVE RS-PARM-VALUE(RS-PARM-IX) TO RS-PARM-ED
001970         MOVE SPACES TO RPT-LINE
001970         STRING 'PARAMETER ' DELIMITED BY SIZE
001970                RS-PARM-NAME(RS-PARM-IX) DELIMITED BY SIZE
001970                RS-PARM-ED DELIMITED BY SIZE
001970                '  ' DELIMITED BY SIZE
001970                RS-PARM-SOURCE(RS-PARM-IX) DELIMITED BY SIZE
001970             INTO RPT-LINE
001970         WRITE RPT-LINE
001970     END-PERFORM
001970     .
001970 1100-READ-NEXT-TRANSACTION.
001980     READ YSIMTXN
001990         AT END
002000             SET RS-TXN-EOF TO TRUE
002010     END-READ
002020     .
002030 1200-TAKE-HEADER.
002040     IF SX-FROM-DATE IS NUMERIC
002050             AND SX-TO-DATE IS NUMERIC
002060             AND SX-FROM-DATE NOT > SX-TO-DATE
002070         SET RS-HEADER-IS-VALID TO TRUE
002080         MOVE SX-MODE-CODE TO RS-MODE-CODE
002090         MOVE SX-FROM-DATE TO RS-FROM-DATE
002100         MOVE SX-TO-DATE TO RS-TO-DATE
002110         MOVE SPACES TO RPT-LINE
002120         STRING 'MODE ' DELIMITED BY SIZE
002130                RS-MODE-CODE DELIMITED BY SIZE
002140                '  CARDS STARTED ' DELIMITED BY SIZE
002150                RS-FROM-DATE DELIMITED BY SIZE
002160                ' THROUGH ' DELIMITED BY SIZE
002170                RS-TO-DATE DELIMITED BY SIZE
002180             INTO RPT-LINE
002190         WRITE RPT-LINE
002200     ELSE
002210         MOVE 'H HEADER REJECTED - BAD DATE RANGE' TO RPT-LINE
002220         WRITE RPT-LINE
002230     END-IF
002240     .
002250 1300-TAKE-RULE-ROW.
002260     MOVE SPACES TO RPT-LINE
002270     IF SX-POINT-VALUE IS NOT NUMERIC
002280             OR SX-CATEGORY = SPACES
002290             OR YL-CALLER-RULE-COUNT NOT < 12
002300         STRING 'RULE ROW REJECTED - ' DELIMITED BY SIZE
002310                SX-CATEGORY DELIMITED BY SIZE
002320             INTO RPT-LINE
002330     ELSE
002340         ADD 1 TO YL-CALLER-RULE-COUNT
002350         MOVE SX-CATEGORY
002360             TO YL-CR-CATEGORY(YL-CALLER-RULE-COUNT)
002370         MOVE SX-POINT-VALUE
002380             TO YL-CR-POINT-VALUE(YL-CALLER-RULE-COUNT)
002390         MOVE SX-POINT-VALUE TO RS-VALUE-ED
002400         STRING 'PROPOSED ' DELIMITED BY SIZE
002410                SX-CATEGORY DELIMITED BY SIZE
002420                ' ' DELIMITED BY SIZE
002430                RS-VALUE-ED DELIMITED BY SIZE
002440             INTO RPT-LINE
002450     END-IF
002460     WRITE RPT-LINE
002470     .
002480* 2000-RESCORE-ARCHIVE - EVERY COMPLETED ARCHIVED CARD STARTED
002490* INSIDE THE RANGE IS RE-SCORED AND RELEASED TO THE SORT.  A
002490* TRAINING CARD NEVER PAID A VOUCHER OR MADE A BOARD, SO IT IS
002490* NEITHER TALLIED NOR RANKED.
002500 2000-RESCORE-ARCHIVE.
002510     MOVE SPACES TO RPT-LINE
002520     WRITE RPT-LINE
002530     MOVE 'CARDS CROSSING THE PRIZE THRESHOLD' TO RPT-LINE
002540     WRITE RPT-LINE
002550     OPEN INPUT YACHTARF
002560     IF NOT RS-ARF-OK
002570         SET RS-ARF-EOF TO TRUE
002580     END-IF
002590     PERFORM 2100-READ-NEXT-ARCHIVED
002600     PERFORM UNTIL RS-ARF-EOF
002610         MOVE ARC-SCORECARD-IMAGE TO YS-SCORECARD-RECORD
002610         MOVE ARC-TRAINING-FLAG TO YS-TRAINING-FLAG
002620         IF YS-GAME-IS-COMPLETE
002620                 AND NOT YS-TRAINING-GAME
002630                 AND YS-GAME-START-TS(1:8) NOT < RS-FROM-DATE
002640                 AND YS-GAME-START-TS(1:8) NOT > RS-TO-DATE
002650             PERFORM 3000-RESCORE-ONE-CARD
002660             PERFORM 3200-TALLY-ONE-CARD
002670             MOVE YS-GAME-START-TS(1:8) TO SRT-START-DATE
002680             MOVE YS-GRAND-TOTAL TO SRT-OLD-TOTAL
002690             MOVE RS-SIM-TOTAL TO SRT-SIM-TOTAL
002700             MOVE YS-PLAYER-ID TO SRT-PLAYER-ID
002710             MOVE YS-GAME-START-TS TO SRT-GAME-START-TS
002720             RELEASE SRT-RECORD
002730         END-IF
002740         PERFORM 2100-READ-NEXT-ARCHIVED
002750     END-PERFORM
002760     IF RS-ARF-STATUS = '10'
002770         CLOSE YACHTARF
002780     END-IF
002790     .
002800 2100-READ-NEXT-ARCHIVED.
002810     IF NOT RS-ARF-EOF
002820         READ YACHTARF
002830             AT END
002840                 SET RS-ARF-EOF TO TRUE
002850         END-READ
002860     END-IF
002870     .
002880* 3000-RESCORE-ONE-CARD - YACHT, CALLED WITH EACH SLOT'S STORED
002890* DICE UNDER THE PROPOSED RULES, IS THE RE-SCORING.  A SLOT
002900* YACHT REFUSES KEEPS ITS STORED SCORE.  SLOTS ONE THROUGH SIX
002910* ARE THE UPPER SECTION, AS EVERY CARD IS BUILT.
002920 3000-RESCORE-ONE-CARD.
002930     MOVE ZERO TO RS-UPPER-TOTAL
002940     MOVE ZERO TO RS-LOWER-TOTAL
002950     PERFORM VARYING RS-SLOT-IX FROM 1 BY 1
002960             UNTIL RS-SLOT-IX > 12
002970         MOVE YS-CAT-SCORE(RS-SLOT-IX) TO RS-SLOT-SCORE
002980         IF YS-CAT-IS-SCORED(RS-SLOT-IX)
002990             PERFORM 3100-RESCORE-ONE-SLOT
003000         END-IF
003010         IF RS-SLOT-IX > 6
003020             ADD RS-SLOT-SCORE TO RS-LOWER-TOTAL
003030         ELSE
003040             ADD RS-SLOT-SCORE TO RS-UPPER-TOTAL
003050         END-IF
003060     END-PERFORM
003070     MOVE ZERO TO RS-UPPER-BONUS
003080     IF RS-UPPER-TOTAL >= 63
003090         MOVE 35 TO RS-UPPER-BONUS
003100     END-IF
003110     COMPUTE RS-SIM-TOTAL =
003120         RS-UPPER-TOTAL + RS-UPPER-BONUS + RS-LOWER-TOTAL
003130     .
003140 3100-RESCORE-ONE-SLOT.
003150     MOVE YS-CAT-NAME(RS-SLOT-IX) TO YL-CATEGORY
003160     MOVE YS-CAT-DICE(RS-SLOT-IX) TO YL-DICE
003170     MOVE YS-PLAYER-ID TO YL-PLAYER-ID
003180     MOVE YS-GAME-START-TS TO YL-GAME-START-TS
003190     MOVE ZERO TO YL-RESULT
003200     CALL 'YACHT' USING YL-PARMS
003210     IF YL-STATUS-OK
003220         MOVE YL-RESULT TO RS-SLOT-SCORE
003230     ELSE
003240         ADD 1 TO RS-BAD-DICE-COUNT
003250     END-IF
003260     .
003270* 3200-TALLY-ONE-CARD - TOTALS BOTH WAYS, THE PRIZE-THRESHOLD
003280* COUNTS AND POINTS, AND A LINE FOR A CARD THAT CROSSES IT.
003290 3200-TALLY-ONE-CARD.
003300     ADD 1 TO RS-CARD-COUNT
003310     ADD YS-GRAND-TOTAL TO RS-OLD-SUM
003320     ADD RS-SIM-TOTAL TO RS-SIM-SUM
003330     IF RS-SIM-TOTAL NOT = YS-GRAND-TOTAL
003340         ADD 1 TO RS-CHANGED-COUNT
003350     END-IF
003360     IF YS-GRAND-TOTAL > RS-PRIZE-THRESHOLD
003370         ADD 1 TO RS-OLD-PRIZE-COUNT
003380         ADD YS-GRAND-TOTAL TO RS-OLD-PRIZE-POINTS
003390     END-IF
003400     IF RS-SIM-TOTAL > RS-PRIZE-THRESHOLD
003410         ADD 1 TO RS-SIM-PRIZE-COUNT
003420         ADD RS-SIM-TOTAL TO RS-SIM-PRIZE-POINTS
003430     END-IF
003440     MOVE SPACES TO RPT-LINE
003450     EVALUATE TRUE
003460         WHEN YS-GRAND-TOTAL NOT > RS-PRIZE-THRESHOLD
003470                 AND RS-SIM-TOTAL > RS-PRIZE-THRESHOLD
003480             ADD 1 TO RS-CROSS-UP-COUNT
003490             MOVE 'WOULD WIN ' TO RPT-LINE
003500             PERFORM 3300-WRITE-CROSSING-LINE
003510         WHEN YS-GRAND-TOTAL > RS-PRIZE-THRESHOLD
003520                 AND RS-SIM-TOTAL NOT > RS-PRIZE-THRESHOLD
003530             ADD 1 TO RS-CROSS-DOWN-COUNT
003540             MOVE 'WOULD LOSE' TO RPT-LINE
003550             PERFORM 3300-WRITE-CROSSING-LINE
003560     END-EVALUATE
003570     .
003580 3300-WRITE-CROSSING-LINE.
003590     MOVE YS-GRAND-TOTAL TO RS-TOTAL-ED
003600     MOVE RS-SIM-TOTAL TO RS-SIM-ED
003610     STRING ' ' DELIMITED BY SIZE
003620            YS-PLAYER-ID DELIMITED BY SIZE
003630            ' ' DELIMITED BY SIZE
003640            YS-GAME-START-TS DELIMITED BY SIZE
003650            '  OLD ' DELIMITED BY SIZE
003660            RS-TOTAL-ED DELIMITED BY SIZE
003670            '  SIMULATED ' DELIMITED BY SIZE
003680            RS-SIM-ED DELIMITED BY SIZE
003690         INTO RPT-LINE(11:70)
003700     WRITE RPT-LINE
003710     .
003720* 4000-COMPARE-DAILY-BOARDS - THE CARDS COME BACK BY DAY, BEST
003730* OLD TOTAL FIRST; EACH DAY IS GATHERED AND ITS TWO BOARDS
003740* COMPARED.
003750 4000-COMPARE-DAILY-BOARDS.
003760     MOVE SPACES TO RS-DAY-DATE
003770     MOVE ZERO TO RS-DAY-COUNT
003780     MOVE ZERO TO RS-DAY-OVERFLOW
003790     PERFORM 4100-RETURN-NEXT-SORTED
003800     PERFORM UNTIL RS-SORT-IS-EOF
003810         IF SRT-START-DATE NOT = RS-DAY-DATE
003820             PERFORM 5000-REPORT-ONE-DAY
003830             MOVE SRT-START-DATE TO RS-DAY-DATE
003840             MOVE ZERO TO RS-DAY-COUNT
003850             MOVE ZERO TO RS-DAY-OVERFLOW
003860         END-IF
003870         IF RS-DAY-COUNT < 2000
003880             ADD 1 TO RS-DAY-COUNT
003890             MOVE SRT-PLAYER-ID
003900                 TO RS-DAY-PLAYER-ID(RS-DAY-COUNT)
003910             MOVE SRT-OLD-TOTAL
003920                 TO RS-DAY-OLD-TOTAL(RS-DAY-COUNT)
003930             MOVE SRT-SIM-TOTAL
003940                 TO RS-DAY-SIM-TOTAL(RS-DAY-COUNT)
003950             MOVE 'N' TO RS-DAY-PICKED-FLAG(RS-DAY-COUNT)
003960         ELSE
003970             ADD 1 TO RS-DAY-OVERFLOW
003980         END-IF
003990         PERFORM 4100-RETURN-NEXT-SORTED
004000     END-PERFORM
004010     PERFORM 5000-REPORT-ONE-DAY
004020     .
004030 4100-RETURN-NEXT-SORTED.
004040     RETURN SORT-WORK
004050         AT END
004060             SET RS-SORT-IS-EOF TO TRUE
004070     END-RETURN
004080     .
004090* 5000-REPORT-ONE-DAY - THE SIMULATED TOP TEN, PICKED BEST
004100* SIMULATED TOTAL FIRST (A TIE GOES TO THE CARD PLACED HIGHER
004110* BEFORE), EACH WITH ITS OLD PLACE AND TOTAL BESIDE IT.
004120 5000-REPORT-ONE-DAY.
004130     IF RS-DAY-COUNT > ZERO
004140         MOVE SPACES TO RPT-LINE
004150         WRITE RPT-LINE
004160         STRING 'DAY ' DELIMITED BY SIZE
004170                RS-DAY-DATE DELIMITED BY SIZE
004180                ' - TOP TEN SIMULATED VS OLD' DELIMITED BY SIZE
004190             INTO RPT-LINE
004200         WRITE RPT-LINE
004210         MOVE 'NEW  PLAYER ID   SIMULATED   OLD PLACE   OLD TOTAL'
004220             TO RPT-LINE
004230         WRITE RPT-LINE
004240         MOVE ZERO TO RS-NEW-RANK
004250         PERFORM 5100-PICK-NEXT-PLACE
004260         PERFORM UNTIL RS-NEW-RANK = 10
004270                 OR RS-BEST-IX = ZERO
004280             ADD 1 TO RS-NEW-RANK
004290             SET RS-DAY-IS-PICKED(RS-BEST-IX) TO TRUE
004300             PERFORM 5200-WRITE-PLACE-LINE
004310             PERFORM 5100-PICK-NEXT-PLACE
004320         END-PERFORM
004330         IF RS-DAY-OVERFLOW > ZERO
004340             MOVE SPACES TO RPT-LINE
004350             MOVE RS-DAY-OVERFLOW TO RS-SUM-ED
004360             STRING '  DAY TABLE FULL - ' DELIMITED BY SIZE
004370                    RS-SUM-ED DELIMITED BY SIZE
004380                    ' LOWER CARDS NOT RANKED' DELIMITED BY SIZE
004390                 INTO RPT-LINE
004400             WRITE RPT-LINE
004410         END-IF
004420     END-IF
004430     .
004440 5100-PICK-NEXT-PLACE.
004450     MOVE ZERO TO RS-BEST-IX
004460     PERFORM VARYING RS-DAY-IX FROM 1 BY 1
004470             UNTIL RS-DAY-IX > RS-DAY-COUNT
004480         IF NOT RS-DAY-IS-PICKED(RS-DAY-IX)
004490             IF RS-BEST-IX = ZERO
004500                 MOVE RS-DAY-IX TO RS-BEST-IX
004510             ELSE
004520                 IF RS-DAY-SIM-TOTAL(RS-DAY-IX)
004530                         > RS-DAY-SIM-TOTAL(RS-BEST-IX)
004540                     MOVE RS-DAY-IX TO RS-BEST-IX
004550                 END-IF
004560             END-IF
004570         END-IF
004580     END-PERFORM
004590     .
004600 5200-WRITE-PLACE-LINE.
004610     MOVE RS-NEW-RANK TO RS-RANK-ED
004620     MOVE RS-DAY-SIM-TOTAL(RS-BEST-IX) TO RS-SIM-ED
004630     MOVE RS-BEST-IX TO RS-OLD-RANK-ED
004640     MOVE RS-DAY-OLD-TOTAL(RS-BEST-IX) TO RS-TOTAL-ED
004650     MOVE SPACES TO RPT-LINE
004660     STRING ' ' DELIMITED BY SIZE
004670            RS-RANK-ED DELIMITED BY SIZE
004680            '  ' DELIMITED BY SIZE
004690            RS-DAY-PLAYER-ID(RS-BEST-IX) DELIMITED BY SIZE
004700            '   ' DELIMITED BY SIZE
004710            RS-SIM-ED DELIMITED BY SIZE
004720            '        ' DELIMITED BY SIZE
004730            RS-OLD-RANK-ED DELIMITED BY SIZE
004740            '        ' DELIMITED BY SIZE
004750            RS-TOTAL-ED DELIMITED BY SIZE
004760         INTO RPT-LINE
004770     IF RS-BEST-IX > 10
004780         MOVE 'NEW TO TOP TEN' TO RPT-LINE(57:14)
004790     END-IF
004800     WRITE RPT-LINE
004810     .
004820* 6000-WRITE-SUMMARY - OLD AGAINST SIMULATED, AND WHAT THE
004830* CHANGE WOULD DO TO THE VOUCHERS VOUCHGEN CUTS.
004840 6000-WRITE-SUMMARY.
004850     COMPUTE RS-OLD-LIABILITY ROUNDED =
004860         (RS-OLD-PRIZE-POINTS * RS-CENTS-PER-POINT) / 100
004870     COMPUTE RS-SIM-LIABILITY ROUNDED =
004880         (RS-SIM-PRIZE-POINTS * RS-CENTS-PER-POINT) / 100
004890     COMPUTE RS-LIABILITY-CHANGE =
004900         RS-SIM-LIABILITY - RS-OLD-LIABILITY
004910     COMPUTE RS-TOTAL-CHANGE = RS-SIM-SUM - RS-OLD-SUM
004920     MOVE SPACES TO RPT-LINE
004930     WRITE RPT-LINE
004940     STRING 'CARDS RE-SCORED ' DELIMITED BY SIZE
004950            RS-CARD-COUNT DELIMITED BY SIZE
004960            '  TOTAL CHANGED ' DELIMITED BY SIZE
004970            RS-CHANGED-COUNT DELIMITED BY SIZE
004980            '  SLOTS REFUSED ' DELIMITED BY SIZE
004990            RS-BAD-DICE-COUNT DELIMITED BY SIZE
005000         INTO RPT-LINE
005010     WRITE RPT-LINE
005020     MOVE SPACES TO RPT-LINE
005030     MOVE RS-OLD-SUM TO RS-SUM-ED
005040     MOVE RS-TOTAL-CHANGE TO RS-CHANGE-ED
005050     STRING 'GRAND TOTALS   OLD ' DELIMITED BY SIZE
005060            RS-SUM-ED DELIMITED BY SIZE
005070            '  SIMULATED ' DELIMITED BY SIZE
005080            RS-SIM-SUM DELIMITED BY SIZE
005090            '  CHANGE ' DELIMITED BY SIZE
005100            RS-CHANGE-ED DELIMITED BY SIZE
005110         INTO RPT-LINE
005120     WRITE RPT-LINE
005130     MOVE SPACES TO RPT-LINE
005140     STRING 'OVER PRIZE THRESHOLD   OLD ' DELIMITED BY SIZE
005150            RS-OLD-PRIZE-COUNT DELIMITED BY SIZE
005160            '  SIMULATED ' DELIMITED BY SIZE
005170            RS-SIM-PRIZE-COUNT DELIMITED BY SIZE
005180         INTO RPT-LINE
005190     WRITE RPT-LINE
005200     MOVE SPACES TO RPT-LINE
005210     STRING 'CROSSING THRESHOLD   UP ' DELIMITED BY SIZE
005220            RS-CROSS-UP-COUNT DELIMITED BY SIZE
005230            '  DOWN ' DELIMITED BY SIZE
005240            RS-CROSS-DOWN-COUNT DELIMITED BY SIZE
005250         INTO RPT-LINE
005260     WRITE RPT-LINE
005270     MOVE SPACES TO RPT-LINE
005280     MOVE RS-OLD-LIABILITY TO RS-MONEY-ED
005290     MOVE RS-LIABILITY-CHANGE TO RS-MONEY-CHANGE-ED
005300     STRING 'VOUCHER LIABILITY   OLD ' DELIMITED BY SIZE
005310            RS-MONEY-ED DELIMITED BY SIZE
005320            '  CHANGE ' DELIMITED BY SIZE
005330            RS-MONEY-CHANGE-ED DELIMITED BY SIZE
005340         INTO RPT-LINE
005350     WRITE RPT-LINE
005360     MOVE SPACES TO RPT-LINE
005370     MOVE RS-SIM-LIABILITY TO RS-MONEY-ED
005380     STRING 'VOUCHER LIABILITY   SIMULATED ' DELIMITED BY SIZE
005390            RS-MONEY-ED DELIMITED BY SIZE
005400         INTO RPT-LINE
005410     WRITE RPT-LINE
005420     .
