000010
000020* VOUCHSTL
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    VOUCHSTL.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* VOUCHSTL IS THE INTER-SITE VOUCHER SETTLEMENT REPORT.  A VOUCHER
000100* IS GOOD AT EITHER SITE, SO A PLAYER CAN WIN AT ONE FLOOR AND BE
000110* PAID OUT OF THE OTHER'S COUNTER DRAWER.  THIS JOB READS THE
000120* WHOLE VOUCHF FILE FOR VOUCHERS PAID IN THE SETTLEMENT WINDOW -
000130* THE XS-SETTLE-DAYS (7) DAYS UP TO AND INCLUDING THE RUN DATE -
000140* WHOSE REDEEMING SITE IS NOT THEIR ISSUING SITE, LISTS EACH ONE,
000150* AND TOTALS THEM BY ISSUING SITE AND REDEEMING SITE: THE ISSUING
000160* SITE OWES THE REDEEMING SITE THE CASH ITS COUNTER PAID, AT THE
000170* DESK RATE OF XS-CENTS-PER-POINT (1) CENTS PER POINT THE DRAWER
000180* RECONCILIATION AND GLDAILY USE.  A NET POSITION PER SITE CLOSES
000190* THE REPORT - WHO OWES WHOM, AFTER THE TWO DIRECTIONS ARE OFFSET.
000200* A BLANK ISSUING OR REDEEMING SITE IS SITE 01, PER VOUCHER.CPY.
000210*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 RJ    ORIGINAL PROGRAM
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT VOUCHF ASSIGN TO "VOUCHF"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS XS-VOU-STATUS.
000340     SELECT VSTLRPT ASSIGN TO "VSTLRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS XS-RPT-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  VOUCHF.
000400 COPY "VOUCHER.cpy".
000410 FD  VSTLRPT
000420     RECORD CONTAINS 80 CHARACTERS.
000430 01  RPT-LINE                   PIC X(80).
000440 WORKING-STORAGE SECTION.
000450 01  XS-WORK-FIELDS.
000460     05  XS-VOU-STATUS          PIC X(02) VALUE SPACES.
000470         88  XS-VOU-OK              VALUE '00'.
000480         88  XS-VOU-EOF             VALUE '10'.
000490     05  XS-RPT-STATUS          PIC X(02) VALUE SPACES.
000500     05  XS-CURRENT-TS          PIC X(21) VALUE SPACES.
000510     05  XS-RUN-DATE            PIC X(08) VALUE SPACES.
000520     05  XS-FROM-DATE           PIC X(08) VALUE SPACES.
000530     05  XS-FROM-DATE-NUM REDEFINES XS-FROM-DATE
000540                                PIC 9(08).
000550     05  XS-SETTLE-DAYS         PIC 9(03) VALUE 7.
000560     05  XS-CENTS-PER-POINT     PIC 9(02) VALUE 1.
000570     05  XS-RUN-DAY-NO          PIC 9(07) VALUE ZERO.
000580     05  XS-ISSUE-SITE          PIC X(02) VALUE SPACES.
000590     05  XS-REDEEM-SITE         PIC X(02) VALUE SPACES.
000600     05  XS-VOUCHER-AMT         PIC 9(07)V99 VALUE ZERO.
000610     05  XS-SCANNED-COUNT       PIC 9(07) VALUE ZERO.
000620     05  XS-SETTLE-COUNT        PIC 9(07) VALUE ZERO.
000630     05  XS-SETTLE-AMT          PIC 9(07)V99 VALUE ZERO.
000640     05  XS-TOTAL-ED            PIC ZZZ9.
000650     05  XS-COUNT-ED            PIC ZZZZZZ9.
000660     05  XS-AMT-ED              PIC ZZZZZZ9.99.
000670     05  XS-NET-ED              PIC -ZZZZZZ9.99.
000680* ONE ENTRY PER ISSUING/REDEEMING SITE PAIR SEEN IN THE WINDOW.
000690 01  XS-PAIR-TABLE.
000700     05  XS-PAIR-COUNT          PIC 9(03) VALUE ZERO.
000710     05  XS-PAIR-IX             PIC 9(03) VALUE ZERO.
000720     05  XS-PAIR-ENTRY OCCURS 100 TIMES.
000730         10  XS-PAIR-OWING-SITE     PIC X(02).
000740         10  XS-PAIR-OWED-SITE      PIC X(02).
000750         10  XS-PAIR-VOUCHERS       PIC 9(07).
000760         10  XS-PAIR-POINTS         PIC 9(09).
000770         10  XS-PAIR-AMT            PIC 9(07)V99.
000780* NET POSITION PER SITE - POSITIVE IS OWED TO THE SITE, NEGATIVE
000790* IS OWED BY IT.
000800 01  XS-SITE-TABLE.
000810     05  XS-SITE-COUNT          PIC 9(02) VALUE ZERO.
000820     05  XS-SITE-IX             PIC 9(02) VALUE ZERO.
000830     05  XS-SITE-WORK           PIC X(02) VALUE SPACES.
000840     05  XS-SITE-ENTRY OCCURS 50 TIMES.
000850         10  XS-SITE-CODE           PIC X(02).
000860         10  XS-SITE-NET-AMT        PIC S9(07)V99.
000870 01  XS-PARM-TABLE.
000880     05  XS-PARM-COUNT          PIC 9(02) VALUE ZERO.
000890     05  XS-PARM-IX             PIC 9(02) VALUE ZERO.
000900     05  XS-PARM-ED             PIC ZZZZZZ9.
000910     05  XS-PARM-ENTRY OCCURS 5 TIMES.
000920         10  XS-PARM-NAME       PIC X(20).
000930         10  XS-PARM-VALUE      PIC 9(07)V99.
000940         10  XS-PARM-SOURCE     PIC X(08).
000950 COPY "PARMGTLK.cpy".
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE
000990     PERFORM 2000-READ-NEXT-VOUCHER
001000     PERFORM UNTIL XS-VOU-EOF
001010         ADD 1 TO XS-SCANNED-COUNT
001020         PERFORM 3000-CHECK-VOUCHER
001030         PERFORM 2000-READ-NEXT-VOUCHER
001040     END-PERFORM
001050     PERFORM 4000-REPORT-SITE-PAIRS
001060     PERFORM 5000-REPORT-NET-POSITIONS
001070     PERFORM 6000-WRITE-SUMMARY
001080     CLOSE VSTLRPT
001090     GOBACK.
001100 1000-INITIALIZE.
001110     MOVE FUNCTION CURRENT-DATE TO XS-CURRENT-TS
001120     MOVE XS-CURRENT-TS(1:8) TO XS-RUN-DATE
001130     PERFORM 1050-LOAD-PARAMETERS
001140     COMPUTE XS-RUN-DAY-NO =
001150         FUNCTION INTEGER-OF-DATE
001160             (FUNCTION NUMVAL(XS-RUN-DATE))
001170     COMPUTE XS-FROM-DATE-NUM =
001180         FUNCTION DATE-OF-INTEGER
001190             (XS-RUN-DAY-NO - XS-SETTLE-DAYS + 1)
001200     OPEN OUTPUT VSTLRPT
001210     MOVE 'INTER-SITE VOUCHER SETTLEMENT' TO RPT-LINE
001220     WRITE RPT-LINE
001230     MOVE SPACES TO RPT-LINE
001240     STRING 'VOUCHERS PAID ' DELIMITED BY SIZE
001250            XS-FROM-DATE DELIMITED BY SIZE
001260            ' TO ' DELIMITED BY SIZE
001270            XS-RUN-DATE DELIMITED BY SIZE
001280         INTO RPT-LINE
001290     WRITE RPT-LINE
001300     PERFORM 1070-REPORT-PARAMETERS
001310     MOVE SPACES TO RPT-LINE
001320     WRITE RPT-LINE
001330     OPEN INPUT VOUCHF
001340     IF NOT XS-VOU-OK
001350         SET XS-VOU-EOF TO TRUE
001360     END-IF
001370     .
001380* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
001390* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
001400* BUILT-IN VALUE.
001410 1050-LOAD-PARAMETERS.
001420     MOVE 'SETTLE-DAYS' TO NP-PARM-NAME
001430     MOVE XS-SETTLE-DAYS TO NP-DEFAULT-VALUE
001440     MOVE 366 TO NP-LIMIT-VALUE
001450     PERFORM 1060-GET-ONE-PARAMETER
001460     MOVE NP-VALUE TO XS-SETTLE-DAYS
001470     IF XS-SETTLE-DAYS = ZERO
001480         MOVE 1 TO XS-SETTLE-DAYS
001490     END-IF
001500     .
001510 1060-GET-ONE-PARAMETER.
001520     MOVE 'VOUCHSTL' TO NP-PROGRAM-ID
001530     CALL 'PARMGET' USING NP-PARMS
001540     IF XS-PARM-COUNT < 5
001550         ADD 1 TO XS-PARM-COUNT
001560         MOVE NP-PARM-NAME TO XS-PARM-NAME(XS-PARM-COUNT)
001570         MOVE NP-VALUE TO XS-PARM-VALUE(XS-PARM-COUNT)
001580         MOVE NP-SOURCE-TEXT
001590             TO XS-PARM-SOURCE(XS-PARM-COUNT)
001600     END-IF
001610     .
001620* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
001630* WHERE ITS VALUE CAME FROM.
001640 1070-REPORT-PARAMETERS.
001650     PERFORM VARYING XS-PARM-IX FROM 1 BY 1
001660             UNTIL XS-PARM-IX > XS-PARM-COUNT
001670         MOVE XS-PARM-VALUE(XS-PARM-IX) TO XS-PARM-ED
001680         MOVE SPACES TO RPT-LINE
001690         STRING 'PARAMETER ' DELIMITED BY SIZE
001700                XS-PARM-NAME(XS-PARM-IX) DELIMITED BY SIZE
001710                XS-PARM-ED DELIMITED BY SIZE
001720                '  ' DELIMITED BY SIZE
001730                XS-PARM-SOURCE(XS-PARM-IX) DELIMITED BY SIZE
001740             INTO RPT-LINE
001750         WRITE RPT-LINE
001760     END-PERFORM
001770     .
001780 2000-READ-NEXT-VOUCHER.
001790     IF NOT XS-VOU-EOF
001800         READ VOUCHF
001810             AT END
001820                 SET XS-VOU-EOF TO TRUE
001830                 CLOSE VOUCHF
001840         END-READ
001850     END-IF
001860     .
001870* 3000-CHECK-VOUCHER - ONLY A VOUCHER PAID IN THE WINDOW AT A
001880* SITE OTHER THAN THE ONE THAT ISSUED IT IS SETTLED.
001890 3000-CHECK-VOUCHER.
001900     IF VO-VOUCHER-IS-PAID
001910             AND VO-PAID-DATE NOT < XS-FROM-DATE
001920             AND VO-PAID-DATE NOT > XS-RUN-DATE
001930         MOVE VO-ISSUE-SITE TO XS-ISSUE-SITE
001940         IF XS-ISSUE-SITE = SPACES
001950             MOVE '01' TO XS-ISSUE-SITE
001960         END-IF
001970         MOVE VO-REDEEM-SITE TO XS-REDEEM-SITE
001980         IF XS-REDEEM-SITE = SPACES
001990             MOVE '01' TO XS-REDEEM-SITE
002000         END-IF
002010         IF XS-ISSUE-SITE NOT = XS-REDEEM-SITE
002020             PERFORM 3100-SETTLE-ONE-VOUCHER
002030         END-IF
002040     END-IF
002050     .
002060 3100-SETTLE-ONE-VOUCHER.
002070     COMPUTE XS-VOUCHER-AMT =
002080         (VO-GRAND-TOTAL * XS-CENTS-PER-POINT) / 100
002090     ADD 1 TO XS-SETTLE-COUNT
002100     ADD XS-VOUCHER-AMT TO XS-SETTLE-AMT
002110     PERFORM 3200-ADD-TO-PAIR
002120     MOVE XS-ISSUE-SITE TO XS-SITE-WORK
002130     PERFORM 3300-FIND-SITE
002140     IF XS-SITE-IX NOT > XS-SITE-COUNT
002150         SUBTRACT XS-VOUCHER-AMT FROM XS-SITE-NET-AMT(XS-SITE-IX)
002160     END-IF
002170     MOVE XS-REDEEM-SITE TO XS-SITE-WORK
002180     PERFORM 3300-FIND-SITE
002190     IF XS-SITE-IX NOT > XS-SITE-COUNT
002200         ADD XS-VOUCHER-AMT TO XS-SITE-NET-AMT(XS-SITE-IX)
002210     END-IF
002220     MOVE VO-GRAND-TOTAL TO XS-TOTAL-ED
002230     MOVE XS-VOUCHER-AMT TO XS-AMT-ED
002240     MOVE SPACES TO RPT-LINE
002250     STRING VO-VOUCHER-REF DELIMITED BY SIZE
002260            ' ISSUED ' DELIMITED BY SIZE
002270            XS-ISSUE-SITE DELIMITED BY SIZE
002280            ' PAID ' DELIMITED BY SIZE
002290            XS-REDEEM-SITE DELIMITED BY SIZE
002300            ' ON ' DELIMITED BY SIZE
002310            VO-PAID-DATE DELIMITED BY SIZE
002320            ' POINTS ' DELIMITED BY SIZE
002330            XS-TOTAL-ED DELIMITED BY SIZE
002340            ' CASH ' DELIMITED BY SIZE
002350            XS-AMT-ED DELIMITED BY SIZE
002360         INTO RPT-LINE
002370     WRITE RPT-LINE
002380     .
002390* 3200-ADD-TO-PAIR - THE ISSUING SITE OWES, THE REDEEMING SITE IS
002400* OWED.
002410 3200-ADD-TO-PAIR.
002420     PERFORM VARYING XS-PAIR-IX FROM 1 BY 1
002430             UNTIL XS-PAIR-IX > XS-PAIR-COUNT
002440             OR (XS-PAIR-OWING-SITE(XS-PAIR-IX) = XS-ISSUE-SITE
002450             AND XS-PAIR-OWED-SITE(XS-PAIR-IX) = XS-REDEEM-SITE)
002460         CONTINUE
002470     END-PERFORM
002480     IF XS-PAIR-IX > XS-PAIR-COUNT AND XS-PAIR-COUNT < 100
002490         ADD 1 TO XS-PAIR-COUNT
002500         MOVE XS-PAIR-COUNT TO XS-PAIR-IX
002510         MOVE XS-ISSUE-SITE TO XS-PAIR-OWING-SITE(XS-PAIR-IX)
002520         MOVE XS-REDEEM-SITE TO XS-PAIR-OWED-SITE(XS-PAIR-IX)
002530         MOVE ZERO TO XS-PAIR-VOUCHERS(XS-PAIR-IX)
002540         MOVE ZERO TO XS-PAIR-POINTS(XS-PAIR-IX)
002550         MOVE ZERO TO XS-PAIR-AMT(XS-PAIR-IX)
002560     END-IF
002570     IF XS-PAIR-IX NOT > XS-PAIR-COUNT
002580         ADD 1 TO XS-PAIR-VOUCHERS(XS-PAIR-IX)
002590         ADD VO-GRAND-TOTAL TO XS-PAIR-POINTS(XS-PAIR-IX)
002600         ADD XS-VOUCHER-AMT TO XS-PAIR-AMT(XS-PAIR-IX)
002610     END-IF
002620     .
002630* 3300-FIND-SITE - THE NET-POSITION ENTRY FOR XS-SITE-WORK,
002640* STARTED AT ZERO ON FIRST SIGHT.
002650 3300-FIND-SITE.
002660     PERFORM VARYING XS-SITE-IX FROM 1 BY 1
002670             UNTIL XS-SITE-IX > XS-SITE-COUNT
002680             OR XS-SITE-CODE(XS-SITE-IX) = XS-SITE-WORK
002690         CONTINUE
002700     END-PERFORM
002710     IF XS-SITE-IX > XS-SITE-COUNT AND XS-SITE-COUNT < 50
002720         ADD 1 TO XS-SITE-COUNT
002730         MOVE XS-SITE-COUNT TO XS-SITE-IX
002740         MOVE XS-SITE-WORK TO XS-SITE-CODE(XS-SITE-IX)
002750         MOVE ZERO TO XS-SITE-NET-AMT(XS-SITE-IX)
002760     END-IF
002770     .
002780* 4000-REPORT-SITE-PAIRS - ONE LINE PER DIRECTION OF SETTLEMENT.
002790 4000-REPORT-SITE-PAIRS.
002800     MOVE SPACES TO RPT-LINE
002810     WRITE RPT-LINE
002820     MOVE 'SETTLEMENT BY SITE PAIR' TO RPT-LINE
002830     WRITE RPT-LINE
002840     PERFORM VARYING XS-PAIR-IX FROM 1 BY 1
002850             UNTIL XS-PAIR-IX > XS-PAIR-COUNT
002860         MOVE XS-PAIR-VOUCHERS(XS-PAIR-IX) TO XS-COUNT-ED
002870         MOVE XS-PAIR-AMT(XS-PAIR-IX) TO XS-AMT-ED
002880         MOVE SPACES TO RPT-LINE
002890         STRING 'SITE ' DELIMITED BY SIZE
002900                XS-PAIR-OWING-SITE(XS-PAIR-IX) DELIMITED BY SIZE
002910                ' OWES SITE ' DELIMITED BY SIZE
002920                XS-PAIR-OWED-SITE(XS-PAIR-IX) DELIMITED BY SIZE
002930                '  VOUCHERS ' DELIMITED BY SIZE
002940                XS-COUNT-ED DELIMITED BY SIZE
002950                '  CASH ' DELIMITED BY SIZE
002960                XS-AMT-ED DELIMITED BY SIZE
002970             INTO RPT-LINE
002980         WRITE RPT-LINE
002990     END-PERFORM
003000     .
003010* 5000-REPORT-NET-POSITIONS - EACH SITE'S NET AFTER OFFSETTING
003020* WHAT IT OWES AGAINST WHAT IT IS OWED.
003030 5000-REPORT-NET-POSITIONS.
003040     MOVE SPACES TO RPT-LINE
003050     WRITE RPT-LINE
003060     MOVE 'NET POSITION BY SITE' TO RPT-LINE
003070     WRITE RPT-LINE
003080     PERFORM VARYING XS-SITE-IX FROM 1 BY 1
003090             UNTIL XS-SITE-IX > XS-SITE-COUNT
003100         MOVE XS-SITE-NET-AMT(XS-SITE-IX) TO XS-NET-ED
003110         MOVE SPACES TO RPT-LINE
003120         EVALUATE TRUE
003130             WHEN XS-SITE-NET-AMT(XS-SITE-IX) > ZERO
003140                 STRING 'SITE ' DELIMITED BY SIZE
003150                        XS-SITE-CODE(XS-SITE-IX) DELIMITED BY SIZE
003160                        ' NET ' DELIMITED BY SIZE
003170                        XS-NET-ED DELIMITED BY SIZE
003180                        '  IS OWED' DELIMITED BY SIZE
003190                     INTO RPT-LINE
003200             WHEN XS-SITE-NET-AMT(XS-SITE-IX) < ZERO
003210                 STRING 'SITE ' DELIMITED BY SIZE
003220                        XS-SITE-CODE(XS-SITE-IX) DELIMITED BY SIZE
003230                        ' NET ' DELIMITED BY SIZE
003240                        XS-NET-ED DELIMITED BY SIZE
003250                        '  OWES' DELIMITED BY SIZE
003260                     INTO RPT-LINE
003270             WHEN OTHER
003280                 STRING 'SITE ' DELIMITED BY SIZE
003290                        XS-SITE-CODE(XS-SITE-IX) DELIMITED BY SIZE
003300                        ' NET ' DELIMITED BY SIZE
003310                        XS-NET-ED DELIMITED BY SIZE
003320                        '  SQUARE' DELIMITED BY SIZE
003330                     INTO RPT-LINE
003340         END-EVALUATE
003350         WRITE RPT-LINE
003360     END-PERFORM
003370     .
003380 6000-WRITE-SUMMARY.
003390     MOVE XS-SETTLE-AMT TO XS-AMT-ED
003400     MOVE SPACES TO RPT-LINE
003410     WRITE RPT-LINE
003420     STRING 'SCANNED ' DELIMITED BY SIZE
003430            XS-SCANNED-COUNT DELIMITED BY SIZE
003440            '  SETTLED ' DELIMITED BY SIZE
003450            XS-SETTLE-COUNT DELIMITED BY SIZE
003460            '  CASH ' DELIMITED BY SIZE
003470            XS-AMT-ED DELIMITED BY SIZE
003480         INTO RPT-LINE
003490     WRITE RPT-LINE
003500     .
