000010
000020* GLBUDRPT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    GLBUDRPT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* GLBUDRPT IS THE BUDGET-VERSUS-ACTUAL REPORT OVER THE GLDAILYF
000100* JOURNAL, RUN EACH NIGHT AFTER GLDAILY.  GLDAILYF ONLY EVER HOLDS
000110* ONE DAY, SO THE DAY'S DETAIL RECORDS ARE FIRST ADDED INTO THE
000120* GLBACTF ACTUALS FILE - ONE RUNNING TOTAL PER SOURCE CODE AND
000130* CALENDAR MONTH, STAMPED WITH THE LAST JOURNAL DATE POSTED INTO
000140* IT, SO A RERUN AGAINST THE SAME JOURNAL POSTS NOTHING TWICE.
000150* THE REPORT ON GLBVRPT THEN GIVES, FOR EVERY SOURCE, A MONTH-TO-
000160* DATE AND A YEAR-TO-DATE LINE: THE BUDGET OFF GLBUDGF (THE WHOLE
000170* MONTH, AND JANUARY THROUGH THE CURRENT MONTH), THE ACTUAL, A
000180* STRAIGHT-LINE PROJECTION OF THE ACTUAL TO MONTH END FROM THE
000190* DAYS ELAPSED, AND THE VARIANCE AND VARIANCE PERCENT OF THE
000200* PROJECTION AGAINST THE BUDGET.  A LINE WHOSE VARIANCE PERCENT IS
000210* OUTSIDE THE MONTH'S TOLERANCE (10 WHEN THERE IS NO BUDGET ROW)
000220* IS FLAGGED, AND MONEY WITH NO BUDGET AGAINST IT IS FLAGGED AS
000230* SUCH.
000240*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 RJ    ORIGINAL PROGRAM
000270*   2026-10-15 RJ    GD-SITE-CODE ADDED TO THE GLDAILYF LAYOUT TO
000270*                    MATCH GLDAILY; THE BUDGET REPORT STAYS HOUSE-
000270*                    WIDE
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GLDAILYF ASSIGN TO "GLDAILYF"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS BR-JNL-STATUS.
000370     SELECT GLBUDGF ASSIGN TO "GLBUDGF"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS BG-BUDGET-KEY
000410         FILE STATUS IS BR-BUD-STATUS.
000420     SELECT GLBACTF ASSIGN TO "GLBACTF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS BA-ACTUAL-KEY
000460         FILE STATUS IS BR-ACT-STATUS.
000470     SELECT GLBVRPT ASSIGN TO "GLBVRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS BR-RPT-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  GLDAILYF.
000530 01  GD-JOURNAL-RECORD.
000540     05  GD-RECORD-TYPE         PIC X(02).
000550     05  GD-SOURCE-KEY          PIC X(25).
000560     05  GD-POSTING-DATE        PIC X(08).
000570     05  GD-AMOUNT              PIC S9(09)V99.
000580     05  GD-FISCAL-PERIOD       PIC X(06).
000580     05  GD-PRIOR-PERIOD-ADJ    PIC X(01).
000580     05  GD-SITE-CODE           PIC X(02).
000590 FD  GLBUDGF.
000600 COPY "GLBUDGT.cpy".
000610 FD  GLBACTF.
000620 01  BA-ACTUAL-RECORD.
000630     05  BA-ACTUAL-KEY.
000640         10  BA-SOURCE          PIC X(02).
000650         10  BA-MONTH           PIC X(06).
000660     05  BA-ACTUAL-AMOUNT       PIC S9(11)V99.
000670     05  BA-LAST-POSTED-DATE    PIC X(08).
000680 FD  GLBVRPT
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  RPT-LINE                   PIC X(80).
000710 WORKING-STORAGE SECTION.
000720* THE SOURCE CODES GLDAILY WRITES TO THE JOURNAL, IN REPORT ORDER.
000730 01  BR-SOURCE-CODES.
000740     05  BR-SOURCE-VALUES       PIC X(14) VALUE 'RFPCRVVPLPTFIV'.
000750     05  BR-SOURCE-TABLE REDEFINES BR-SOURCE-VALUES.
000760         10  BR-SOURCE-CODE     PIC X(02) OCCURS 7 TIMES.
000770 01  BR-MONTH-DAYS-VALUES       PIC X(24)
000780                                VALUE '312831303130313130313031'.
000790 01  BR-MONTH-DAYS-TABLE REDEFINES BR-MONTH-DAYS-VALUES.
000800     05  BR-MONTH-DAYS OCCURS 12 TIMES
000810                                PIC 9(02).
000820* THE DAY'S JOURNAL, TOTALLED BY SOURCE AND MONTH BEFORE POSTING.
000830 01  BR-DAY-TABLE.
000840     05  BR-DAY-COUNT           PIC 9(02) VALUE ZERO.
000850     05  BR-DAY-ENTRY OCCURS 20 TIMES.
000860         10  BR-DAY-SOURCE      PIC X(02).
000870         10  BR-DAY-MONTH       PIC X(06).
000880         10  BR-DAY-DATE        PIC X(08).
000890         10  BR-DAY-AMOUNT      PIC S9(11)V99.
000900 01  BR-WORK-FIELDS.
000910     05  BR-JNL-STATUS          PIC X(02) VALUE SPACES.
000920         88  BR-JNL-OK              VALUE '00'.
000930         88  BR-JNL-EOF             VALUE '10'.
000940     05  BR-BUD-STATUS          PIC X(02) VALUE SPACES.
000950         88  BR-BUD-OK              VALUE '00'.
000960     05  BR-ACT-STATUS          PIC X(02) VALUE SPACES.
000970         88  BR-ACT-NOT-FOUND       VALUE '35'.
000980     05  BR-RPT-STATUS          PIC X(02) VALUE SPACES.
000990     05  BR-BUD-SWITCH          PIC X(01) VALUE 'N'.
001000         88  BR-BUDGETS-ARE-OPEN    VALUE 'Y'.
001010     05  BR-CURRENT-TS          PIC X(21) VALUE SPACES.
001020     05  BR-RUN-DATE            PIC X(08) VALUE SPACES.
001030     05  BR-RUN-DATE-PARTS REDEFINES BR-RUN-DATE.
001040         10  BR-RUN-YEAR        PIC 9(04).
001050         10  BR-RUN-MM          PIC 9(02).
001060         10  BR-RUN-DD          PIC 9(02).
001070     05  BR-RUN-MONTH           PIC X(06) VALUE SPACES.
001080     05  BR-DAYS-IN-MONTH       PIC 9(02) VALUE ZERO.
001090     05  BR-DAY-IX              PIC 9(02) VALUE ZERO.
001100     05  BR-FOUND-IX            PIC 9(02) VALUE ZERO.
001110     05  BR-SOURCE-IX           PIC 9(02) VALUE ZERO.
001120     05  BR-MONTH-IX            PIC 9(02) VALUE ZERO.
001130     05  BR-KEY-MONTH           PIC X(06) VALUE SPACES.
001140     05  BR-KEY-MONTH-PARTS REDEFINES BR-KEY-MONTH.
001150         10  BR-KEY-YEAR        PIC 9(04).
001160         10  BR-KEY-MM          PIC 9(02).
001170     05  BR-JOURNAL-DATE        PIC X(08) VALUE SPACES.
001180     05  BR-READ-COUNT          PIC 9(07) VALUE ZERO.
001190     05  BR-POSTED-COUNT        PIC 9(05) VALUE ZERO.
001200     05  BR-REPOSTED-COUNT      PIC 9(05) VALUE ZERO.
001210     05  BR-FLAGGED-COUNT       PIC 9(05) VALUE ZERO.
001220     05  BR-TOLERANCE-PCT       PIC 9(03) VALUE ZERO.
001230     05  BR-MONTH-TOLERANCE     PIC 9(03) VALUE ZERO.
001240     05  BR-ONE-BUDGET          PIC S9(11)V99 VALUE ZERO.
001250     05  BR-ONE-ACTUAL          PIC S9(11)V99 VALUE ZERO.
001260     05  BR-MTD-BUDGET          PIC S9(11)V99 VALUE ZERO.
001270     05  BR-MTD-ACTUAL          PIC S9(11)V99 VALUE ZERO.
001280     05  BR-MTD-PROJECTED       PIC S9(11)V99 VALUE ZERO.
001290     05  BR-YTD-BUDGET          PIC S9(11)V99 VALUE ZERO.
001300     05  BR-YTD-ACTUAL          PIC S9(11)V99 VALUE ZERO.
001310     05  BR-YTD-PROJECTED       PIC S9(11)V99 VALUE ZERO.
001320     05  BR-LINE-BUDGET         PIC S9(11)V99 VALUE ZERO.
001330     05  BR-LINE-ACTUAL         PIC S9(11)V99 VALUE ZERO.
001340     05  BR-LINE-PROJECTED      PIC S9(11)V99 VALUE ZERO.
001350     05  BR-LINE-VARIANCE       PIC S9(11)V99 VALUE ZERO.
001360     05  BR-ABS-BUDGET          PIC S9(11)V99 VALUE ZERO.
001370     05  BR-VAR-PCT             PIC S9(05)V9 VALUE ZERO.
001380     05  BR-ABS-VAR-PCT         PIC S9(05)V9 VALUE ZERO.
001390     05  BR-NET-MTD-BUDGET      PIC S9(11)V99 VALUE ZERO.
001400     05  BR-NET-MTD-ACTUAL      PIC S9(11)V99 VALUE ZERO.
001410     05  BR-NET-MTD-PROJECTED   PIC S9(11)V99 VALUE ZERO.
001420     05  BR-NET-YTD-BUDGET      PIC S9(11)V99 VALUE ZERO.
001430     05  BR-NET-YTD-ACTUAL      PIC S9(11)V99 VALUE ZERO.
001440     05  BR-NET-YTD-PROJECTED   PIC S9(11)V99 VALUE ZERO.
001450     05  BR-DAYS-ED             PIC Z9.
001460 01  BR-HEADING-LINE.
001470     05  FILLER                 PIC X(40) VALUE
001480         'SR PER        BUDGET        ACTUAL     '.
001490     05  FILLER                 PIC X(40) VALUE
001500         'PROJECTED      VARIANCE    VAR% FLAG'.
001510 01  BR-DETAIL-LINE.
001520     05  BR-DL-SOURCE           PIC X(02).
001530     05  FILLER                 PIC X(01) VALUE SPACE.
001540     05  BR-DL-PERIOD           PIC X(03).
001550     05  FILLER                 PIC X(01) VALUE SPACE.
001560     05  BR-DL-BUDGET           PIC -ZZZZZZZZ9.99.
001570     05  FILLER                 PIC X(01) VALUE SPACE.
001580     05  BR-DL-ACTUAL           PIC -ZZZZZZZZ9.99.
001590     05  FILLER                 PIC X(01) VALUE SPACE.
001600     05  BR-DL-PROJECTED        PIC -ZZZZZZZZ9.99.
001610     05  FILLER                 PIC X(01) VALUE SPACE.
001620     05  BR-DL-VARIANCE         PIC -ZZZZZZZZ9.99.
001630     05  FILLER                 PIC X(01) VALUE SPACE.
001640     05  BR-DL-VAR-PCT          PIC -ZZZ9.9.
001650     05  FILLER                 PIC X(01) VALUE SPACE.
001660     05  BR-DL-FLAG             PIC X(08).
001670 COPY "LEAPCALC.cpy".
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE
001710     PERFORM 2000-POST-TODAYS-JOURNAL
001720     PERFORM 3000-REPORT-BY-SOURCE
001730     PERFORM 4000-WRITE-SUMMARY
001740     IF BR-BUDGETS-ARE-OPEN
001750         CLOSE GLBUDGF
001760     END-IF
001770     CLOSE GLBACTF GLBVRPT
001780     GOBACK.
001790* 1000-INITIALIZE - THE FIRST RUN CREATES AN EMPTY ACTUALS FILE.
001800* NO BUDGET FILE MEANS EVERY SOURCE REPORTS AGAINST A ZERO BUDGET.
001810 1000-INITIALIZE.
001820     MOVE FUNCTION CURRENT-DATE TO BR-CURRENT-TS
001830     MOVE BR-CURRENT-TS(1:8) TO BR-RUN-DATE
001840     MOVE BR-RUN-DATE(1:6) TO BR-RUN-MONTH
001850     MOVE BR-RUN-YEAR TO LC-YEAR
001860     CALL 'LEAPCALC' USING LC-PARMS
001870     MOVE LC-FEB-DAYS TO BR-MONTH-DAYS(2)
001880     MOVE BR-MONTH-DAYS(BR-RUN-MM) TO BR-DAYS-IN-MONTH
001890     OPEN I-O GLBACTF
001900     IF BR-ACT-NOT-FOUND
001910         OPEN OUTPUT GLBACTF
001920         CLOSE GLBACTF
001930         OPEN I-O GLBACTF
001940     END-IF
001950     OPEN INPUT GLBUDGF
001960     IF BR-BUD-OK
001970         SET BR-BUDGETS-ARE-OPEN TO TRUE
001980     END-IF
001990     OPEN OUTPUT GLBVRPT
002000     MOVE SPACES TO RPT-LINE
002010     MOVE BR-RUN-DD TO BR-DAYS-ED
002020     STRING 'BUDGET VERSUS ACTUAL - ' DELIMITED BY SIZE
002030            BR-RUN-DATE DELIMITED BY SIZE
002040            '  DAY ' DELIMITED BY SIZE
002050            BR-DAYS-ED DELIMITED BY SIZE
002060         INTO RPT-LINE
002070     MOVE BR-DAYS-IN-MONTH TO BR-DAYS-ED
002080     STRING ' OF ' DELIMITED BY SIZE
002090            BR-DAYS-ED DELIMITED BY SIZE
002100         INTO RPT-LINE(36:10)
002110     WRITE RPT-LINE
002120     .
002130* 2000-POST-TODAYS-JOURNAL - TOTAL THE DAY'S DETAIL RECORDS BY
002140* SOURCE AND MONTH (SUBTOTALS AND THE TRAILER ARE SKIPPED), THEN
002150* ADD EACH TOTAL INTO ITS GLBACTF RUNNING TOTAL.  A MISSING OR
002160* WITHHELD JOURNAL POSTS NOTHING.
002170 2000-POST-TODAYS-JOURNAL.
002180     MOVE ZERO TO BR-DAY-COUNT
002190     OPEN INPUT GLDAILYF
002200     IF BR-JNL-OK
002210         PERFORM 2050-READ-NEXT-JOURNAL
002220         PERFORM UNTIL BR-JNL-EOF
002230             IF GD-RECORD-TYPE NOT = 'SC'
002240                     AND GD-RECORD-TYPE NOT = 'TR'
002250                 ADD 1 TO BR-READ-COUNT
002260                 PERFORM 2100-ADD-TO-DAY-TABLE
002270             END-IF
002280             PERFORM 2050-READ-NEXT-JOURNAL
002290         END-PERFORM
002300         CLOSE GLDAILYF
002310     END-IF
002320     PERFORM 2200-POST-ONE-TOTAL
002330         VARYING BR-DAY-IX FROM 1 BY 1
002340         UNTIL BR-DAY-IX > BR-DAY-COUNT
002350     .
002360 2050-READ-NEXT-JOURNAL.
002370     READ GLDAILYF
002380         AT END
002390             SET BR-JNL-EOF TO TRUE
002400     END-READ
002410     .
002420 2100-ADD-TO-DAY-TABLE.
002430     MOVE ZERO TO BR-FOUND-IX
002440     PERFORM VARYING BR-DAY-IX FROM 1 BY 1
002450             UNTIL BR-DAY-IX > BR-DAY-COUNT
002460         IF BR-DAY-SOURCE(BR-DAY-IX) = GD-RECORD-TYPE
002470                 AND BR-DAY-DATE(BR-DAY-IX) = GD-POSTING-DATE
002480             MOVE BR-DAY-IX TO BR-FOUND-IX
002490         END-IF
002500     END-PERFORM
002510     IF BR-FOUND-IX = ZERO AND BR-DAY-COUNT < 20
002520         ADD 1 TO BR-DAY-COUNT
002530         MOVE BR-DAY-COUNT TO BR-FOUND-IX
002540         MOVE GD-RECORD-TYPE TO BR-DAY-SOURCE(BR-FOUND-IX)
002550         MOVE GD-POSTING-DATE(1:6) TO BR-DAY-MONTH(BR-FOUND-IX)
002560         MOVE GD-POSTING-DATE TO BR-DAY-DATE(BR-FOUND-IX)
002570         MOVE ZERO TO BR-DAY-AMOUNT(BR-FOUND-IX)
002580     END-IF
002590     IF BR-FOUND-IX > ZERO
002600         ADD GD-AMOUNT TO BR-DAY-AMOUNT(BR-FOUND-IX)
002610     END-IF
002620     .
002630* 2200-POST-ONE-TOTAL - A RUNNING TOTAL ALREADY STAMPED WITH THIS
002640* JOURNAL DATE (OR A LATER ONE) HAS HAD IT; IT IS NOT ADDED AGAIN.
002650 2200-POST-ONE-TOTAL.
002660     MOVE BR-DAY-SOURCE(BR-DAY-IX) TO BA-SOURCE
002670     MOVE BR-DAY-MONTH(BR-DAY-IX) TO BA-MONTH
002680     READ GLBACTF
002690         INVALID KEY
002700             MOVE BR-DAY-SOURCE(BR-DAY-IX) TO BA-SOURCE
002710             MOVE BR-DAY-MONTH(BR-DAY-IX) TO BA-MONTH
002720             MOVE BR-DAY-AMOUNT(BR-DAY-IX) TO BA-ACTUAL-AMOUNT
002730             MOVE BR-DAY-DATE(BR-DAY-IX) TO BA-LAST-POSTED-DATE
002740             WRITE BA-ACTUAL-RECORD
002750             ADD 1 TO BR-POSTED-COUNT
002760         NOT INVALID KEY
002770             IF BA-LAST-POSTED-DATE < BR-DAY-DATE(BR-DAY-IX)
002780                 ADD BR-DAY-AMOUNT(BR-DAY-IX) TO BA-ACTUAL-AMOUNT
002790                 MOVE BR-DAY-DATE(BR-DAY-IX)
002800                     TO BA-LAST-POSTED-DATE
002810                 REWRITE BA-ACTUAL-RECORD
002820                 ADD 1 TO BR-POSTED-COUNT
002830             ELSE
002840                 ADD 1 TO BR-REPOSTED-COUNT
002850             END-IF
002860     END-READ
002870     .
002880* 3000-REPORT-BY-SOURCE - A MONTH-TO-DATE AND A YEAR-TO-DATE LINE
002890* PER SOURCE, THEN THE NET OF ALL SOURCES.
002900 3000-REPORT-BY-SOURCE.
002910     MOVE SPACES TO RPT-LINE
002920     WRITE RPT-LINE
002930     MOVE BR-HEADING-LINE TO RPT-LINE
002940     WRITE RPT-LINE
002950     PERFORM 3100-REPORT-ONE-SOURCE
002960         VARYING BR-SOURCE-IX FROM 1 BY 1
002970         UNTIL BR-SOURCE-IX > 7
002980     MOVE SPACES TO RPT-LINE
002990     WRITE RPT-LINE
003000     MOVE 10 TO BR-TOLERANCE-PCT
003010     MOVE 'NT' TO BR-DL-SOURCE
003020     MOVE 'MTD' TO BR-DL-PERIOD
003030     MOVE BR-NET-MTD-BUDGET TO BR-LINE-BUDGET
003040     MOVE BR-NET-MTD-ACTUAL TO BR-LINE-ACTUAL
003050     MOVE BR-NET-MTD-PROJECTED TO BR-LINE-PROJECTED
003060     PERFORM 3500-PRINT-VARIANCE-LINE
003070     MOVE 'YTD' TO BR-DL-PERIOD
003080     MOVE BR-NET-YTD-BUDGET TO BR-LINE-BUDGET
003090     MOVE BR-NET-YTD-ACTUAL TO BR-LINE-ACTUAL
003100     MOVE BR-NET-YTD-PROJECTED TO BR-LINE-PROJECTED
003110     PERFORM 3500-PRINT-VARIANCE-LINE
003120     .
003130 3100-REPORT-ONE-SOURCE.
003140     MOVE BR-RUN-MONTH TO BR-KEY-MONTH
003150     PERFORM 3200-READ-MONTH-FIGURES
003160     MOVE BR-ONE-BUDGET TO BR-MTD-BUDGET
003170     MOVE BR-ONE-ACTUAL TO BR-MTD-ACTUAL
003180     MOVE BR-TOLERANCE-PCT TO BR-MONTH-TOLERANCE
003190     COMPUTE BR-MTD-PROJECTED ROUNDED =
003200         BR-MTD-ACTUAL * BR-DAYS-IN-MONTH / BR-RUN-DD
003210     MOVE ZERO TO BR-YTD-BUDGET
003220     MOVE ZERO TO BR-YTD-ACTUAL
003230     PERFORM 3300-ADD-ONE-MONTH
003240         VARYING BR-MONTH-IX FROM 1 BY 1
003250         UNTIL BR-MONTH-IX > BR-RUN-MM
003260     COMPUTE BR-YTD-PROJECTED =
003270         BR-YTD-ACTUAL - BR-MTD-ACTUAL + BR-MTD-PROJECTED
003280     ADD BR-MTD-BUDGET TO BR-NET-MTD-BUDGET
003290     ADD BR-MTD-ACTUAL TO BR-NET-MTD-ACTUAL
003300     ADD BR-MTD-PROJECTED TO BR-NET-MTD-PROJECTED
003310     ADD BR-YTD-BUDGET TO BR-NET-YTD-BUDGET
003320     ADD BR-YTD-ACTUAL TO BR-NET-YTD-ACTUAL
003330     ADD BR-YTD-PROJECTED TO BR-NET-YTD-PROJECTED
003340     MOVE BR-MONTH-TOLERANCE TO BR-TOLERANCE-PCT
003350     MOVE BR-SOURCE-CODE(BR-SOURCE-IX) TO BR-DL-SOURCE
003360     MOVE 'MTD' TO BR-DL-PERIOD
003370     MOVE BR-MTD-BUDGET TO BR-LINE-BUDGET
003380     MOVE BR-MTD-ACTUAL TO BR-LINE-ACTUAL
003390     MOVE BR-MTD-PROJECTED TO BR-LINE-PROJECTED
003400     PERFORM 3500-PRINT-VARIANCE-LINE
003410     MOVE SPACES TO BR-DL-SOURCE
003420     MOVE 'YTD' TO BR-DL-PERIOD
003430     MOVE BR-YTD-BUDGET TO BR-LINE-BUDGET
003440     MOVE BR-YTD-ACTUAL TO BR-LINE-ACTUAL
003450     MOVE BR-YTD-PROJECTED TO BR-LINE-PROJECTED
003460     PERFORM 3500-PRINT-VARIANCE-LINE
003470     .
003480* 3200-READ-MONTH-FIGURES - THE BUDGET AND THE ACTUAL FOR THIS
003490* SOURCE IN BR-KEY-MONTH, ZERO WHERE THERE IS NO ROW.  THE
003500* TOLERANCE IS LEFT FROM THE BUDGET ROW READ; THE MONTH-TO-DATE
003510* ROW'S TOLERANCE IS KEPT FOR BOTH OF A SOURCE'S LINES.
003520 3200-READ-MONTH-FIGURES.
003530     MOVE ZERO TO BR-ONE-BUDGET
003540     MOVE ZERO TO BR-ONE-ACTUAL
003550     MOVE 10 TO BR-TOLERANCE-PCT
003560     IF BR-BUDGETS-ARE-OPEN
003570         MOVE BR-SOURCE-CODE(BR-SOURCE-IX) TO BG-SOURCE
003580         MOVE BR-KEY-MONTH TO BG-MONTH
003590         READ GLBUDGF
003600             INVALID KEY
003610                 CONTINUE
003620             NOT INVALID KEY
003630                 MOVE BG-BUDGET-AMOUNT TO BR-ONE-BUDGET
003640                 MOVE BG-TOLERANCE-PCT TO BR-TOLERANCE-PCT
003650         END-READ
003660     END-IF
003670     MOVE BR-SOURCE-CODE(BR-SOURCE-IX) TO BA-SOURCE
003680     MOVE BR-KEY-MONTH TO BA-MONTH
003690     READ GLBACTF
003700         INVALID KEY
003710             CONTINUE
003720         NOT INVALID KEY
003730             MOVE BA-ACTUAL-AMOUNT TO BR-ONE-ACTUAL
003740     END-READ
003750     .
003760 3300-ADD-ONE-MONTH.
003770     MOVE BR-RUN-YEAR TO BR-KEY-YEAR
003780     MOVE BR-MONTH-IX TO BR-KEY-MM
003790     PERFORM 3200-READ-MONTH-FIGURES
003800     ADD BR-ONE-BUDGET TO BR-YTD-BUDGET
003810     ADD BR-ONE-ACTUAL TO BR-YTD-ACTUAL
003820     .
003830* 3500-PRINT-VARIANCE-LINE - VARIANCE IS PROJECTION LESS BUDGET,
003840* AS A PERCENTAGE OF THE BUDGET'S SIZE.
003850 3500-PRINT-VARIANCE-LINE.
003860     COMPUTE BR-LINE-VARIANCE =
003870         BR-LINE-PROJECTED - BR-LINE-BUDGET
003880     MOVE SPACES TO BR-DL-FLAG
003890     MOVE ZERO TO BR-VAR-PCT
003900     IF BR-LINE-BUDGET < ZERO
003910         COMPUTE BR-ABS-BUDGET = ZERO - BR-LINE-BUDGET
003920     ELSE
003930         MOVE BR-LINE-BUDGET TO BR-ABS-BUDGET
003940     END-IF
003950     IF BR-ABS-BUDGET = ZERO
003960         IF BR-LINE-PROJECTED NOT = ZERO
003970             MOVE 'NO BUDGT' TO BR-DL-FLAG
003980         END-IF
003990     ELSE
004000         COMPUTE BR-VAR-PCT ROUNDED =
004010             BR-LINE-VARIANCE * 100 / BR-ABS-BUDGET
004020             ON SIZE ERROR
004030                 MOVE 9999.9 TO BR-VAR-PCT
004040         END-COMPUTE
004050         IF BR-VAR-PCT < ZERO
004060             COMPUTE BR-ABS-VAR-PCT = ZERO - BR-VAR-PCT
004070         ELSE
004080             MOVE BR-VAR-PCT TO BR-ABS-VAR-PCT
004090         END-IF
004100         IF BR-ABS-VAR-PCT > BR-TOLERANCE-PCT
004110             MOVE 'OVER TOL' TO BR-DL-FLAG
004120         END-IF
004130     END-IF
004140     IF BR-DL-FLAG NOT = SPACES
004150         ADD 1 TO BR-FLAGGED-COUNT
004160     END-IF
004170     MOVE BR-LINE-BUDGET TO BR-DL-BUDGET
004180     MOVE BR-LINE-ACTUAL TO BR-DL-ACTUAL
004190     MOVE BR-LINE-PROJECTED TO BR-DL-PROJECTED
004200     MOVE BR-LINE-VARIANCE TO BR-DL-VARIANCE
004210     MOVE BR-VAR-PCT TO BR-DL-VAR-PCT
004220     MOVE BR-DETAIL-LINE TO RPT-LINE
004230     WRITE RPT-LINE
004240     .
004250 4000-WRITE-SUMMARY.
004260     MOVE SPACES TO RPT-LINE
004270     WRITE RPT-LINE
004280     STRING 'JOURNAL RECORDS ' DELIMITED BY SIZE
004290            BR-READ-COUNT DELIMITED BY SIZE
004300            '  TOTALS POSTED ' DELIMITED BY SIZE
004310            BR-POSTED-COUNT DELIMITED BY SIZE
004320            '  ALREADY POSTED ' DELIMITED BY SIZE
004330            BR-REPOSTED-COUNT DELIMITED BY SIZE
004340            '  FLAGGED ' DELIMITED BY SIZE
004350            BR-FLAGGED-COUNT DELIMITED BY SIZE
004360         INTO RPT-LINE
004370     WRITE RPT-LINE
004380     .
