000010
000020* VOUCHWIN
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    VOUCHWIN.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* VOUCHWIN IS THE YEAR-END PLAYER WINNINGS STATEMENT RUN.  EVERY
000100* VOUCHF VOUCHER PAID AT THE DESK DURING THE TAX YEAR - YACHT
000110* PAYOUTS FROM VOUCHGEN AND CONTEST PRIZES FROM PUZPRIZE (GAME
000120* KEY BEGINNING 'PUZZLE') ALIKE - IS SORTED BY PLAYER AND
000130* VALUED AT VW-CENTS-PER-POINT (THE SAME ONE CENT A POINT THE
000140* DESK PAYS OUT AT IN YDRWRCN).  A PLAYER WHOSE YEAR'S TOTAL
000150* REACHES THE REPORTING THRESHOLD GETS A PRINTABLE STATEMENT
000160* ON VWINSTMF; EVERY PLAYER GETS A ROW ON THE VWINEXT SUMMARY
000170* EXTRACT FOR ACCOUNTING, CARRYING THE YPLAYERF NAME, THE
000180* VOUCHER COUNT, AND THE TOTAL.  PLAYERS YERASURE HAS
000190* ANONYMISED (ID BEGINNING 'ANON') GET NO STATEMENT AND NO
000200* ROW OF THEIR OWN - THEY ARE ROLLED INTO ONE 'A' ROW OF
000210* PLAYER COUNT, VOUCHER COUNT, AND AMOUNT.
000220*
000230* THE TAX YEAR AND THRESHOLD COME FROM THE OPTIONAL VWINCTL
000240* CONTROL CARD; WITHOUT ONE THE RUN COVERS THE CALENDAR YEAR
000250* BEFORE THE RUN DATE AT A 600.00 THRESHOLD.  THE RUN IS
000260* LISTED, WITH TOTALS, ON VWINRPT.
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
000370     SELECT VWINCTL ASSIGN TO "VWINCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS VW-CTL-STATUS.
000400     SELECT VOUCHF ASSIGN TO "VOUCHF"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS VW-VCH-STATUS.
000430     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS YP-PLAYER-ID
000470         FILE STATUS IS VW-PLF-STATUS.
000480     SELECT SORT-WORK ASSIGN TO "SRTWK10".
000490     SELECT VWINSTMF ASSIGN TO "VWINSTMF"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS VW-STM-STATUS.
000520     SELECT VWINEXT ASSIGN TO "VWINEXT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS VW-EXT-STATUS.
000550     SELECT VWINRPT ASSIGN TO "VWINRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS VW-RPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  VWINCTL.
000610 01  VC-CONTROL-RECORD.
000620     05  VC-TAX-YEAR            PIC X(04).
000630     05  VC-THRESHOLD           PIC 9(07)V99.
000640 FD  VOUCHF.
000650 COPY "VOUCHER.cpy".
000660 FD  YPLAYERF.
000670 COPY "YPLAYER.cpy".
000680 SD  SORT-WORK.
000690 01  SRT-RECORD.
000700     05  SRT-PLAYER-ID          PIC X(10).
000710     05  SRT-KIND               PIC X(01).
000720         88  SRT-IS-YACHT           VALUE 'Y'.
000730         88  SRT-IS-PUZZLE          VALUE 'P'.
000740     05  SRT-POINTS             PIC 9(04).
000750 FD  VWINSTMF
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  STM-LINE                   PIC X(80).
000780* ONE 'P' ROW PER NAMED PLAYER PAID DURING THE YEAR, THEN ONE
000790* 'A' ROW FOR EVERY ANONYMISED PLAYER TAKEN TOGETHER.
000800 FD  VWINEXT.
000810 01  EX-EXTRACT-RECORD.
000820     05  EX-ROW-TYPE            PIC X(01).
000830         88  EX-ROW-IS-PLAYER       VALUE 'P'.
000840         88  EX-ROW-IS-ANONYMISED   VALUE 'A'.
000850     05  EX-TAX-YEAR            PIC X(04).
000860     05  EX-PLAYER-ID           PIC X(10).
000870     05  EX-PLAYER-NAME         PIC X(30).
000880     05  EX-PLAYER-COUNT        PIC 9(05).
000890     05  EX-VOUCHER-COUNT       PIC 9(05).
000900     05  EX-TOTAL-AMOUNT        PIC 9(07)V99.
000910     05  EX-OVER-THRESHOLD      PIC X(01).
000920         88  EX-IS-OVER-THRESHOLD   VALUE 'Y'.
000930 FD  VWINRPT
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  RPT-LINE                   PIC X(80).
000960 WORKING-STORAGE SECTION.
000970 01  VW-WORK-FIELDS.
000980     05  VW-CTL-STATUS          PIC X(02) VALUE SPACES.
000990         88  VW-CTL-OK              VALUE '00'.
001000     05  VW-VCH-STATUS          PIC X(02) VALUE SPACES.
001010         88  VW-VCH-OK              VALUE '00'.
001020         88  VW-VCH-EOF             VALUE '10'.
001030     05  VW-PLF-STATUS          PIC X(02) VALUE SPACES.
001040         88  VW-PLF-OK              VALUE '00'.
001050     05  VW-STM-STATUS          PIC X(02) VALUE SPACES.
001060     05  VW-EXT-STATUS          PIC X(02) VALUE SPACES.
001070     05  VW-RPT-STATUS          PIC X(02) VALUE SPACES.
001080     05  VW-SORT-SWITCH         PIC X(01) VALUE 'N'.
001090         88  VW-SORT-IS-EOF         VALUE 'Y'.
001100     05  VW-CURRENT-TS          PIC X(21) VALUE SPACES.
001110     05  VW-RUN-DATE            PIC X(08) VALUE SPACES.
001120     05  VW-RUN-YEAR            PIC 9(04) VALUE ZERO.
001130     05  VW-TAX-YEAR-N          PIC 9(04) VALUE ZERO.
001140     05  VW-TAX-YEAR            PIC X(04) VALUE SPACES.
001150     05  VW-THRESHOLD           PIC 9(07)V99 VALUE 600.00.
001160     05  VW-CENTS-PER-POINT     PIC 9(02) VALUE 1.
001170     05  VW-GROUP-PLAYER-ID     PIC X(10) VALUE SPACES.
001180     05  VW-GROUP-NAME          PIC X(30) VALUE SPACES.
001190     05  VW-GROUP-YACHT-COUNT   PIC 9(05) VALUE ZERO.
001200     05  VW-GROUP-YACHT-POINTS  PIC 9(09) VALUE ZERO.
001210     05  VW-GROUP-PUZ-COUNT     PIC 9(05) VALUE ZERO.
001220     05  VW-GROUP-PUZ-POINTS    PIC 9(09) VALUE ZERO.
001230     05  VW-GROUP-COUNT         PIC 9(05) VALUE ZERO.
001240     05  VW-YACHT-AMOUNT        PIC 9(07)V99 VALUE ZERO.
001250     05  VW-PUZ-AMOUNT          PIC 9(07)V99 VALUE ZERO.
001260     05  VW-GROUP-AMOUNT        PIC 9(07)V99 VALUE ZERO.
001270     05  VW-PLAYER-COUNT        PIC 9(05) VALUE ZERO.
001280     05  VW-STATEMENT-COUNT     PIC 9(05) VALUE ZERO.
001290     05  VW-VOUCHER-COUNT       PIC 9(07) VALUE ZERO.
001300     05  VW-TOTAL-AMOUNT        PIC 9(09)V99 VALUE ZERO.
001310     05  VW-ANON-PLAYERS        PIC 9(05) VALUE ZERO.
001320     05  VW-ANON-VOUCHERS       PIC 9(05) VALUE ZERO.
001330     05  VW-ANON-AMOUNT         PIC 9(07)V99 VALUE ZERO.
001340     05  VW-COUNT-ED            PIC ZZZZ9.
001350     05  VW-AMOUNT-ED           PIC Z,ZZZ,ZZ9.99.
001360     05  VW-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
001370 PROCEDURE DIVISION.
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE
001400     SORT SORT-WORK
001410         ON ASCENDING KEY SRT-PLAYER-ID
001420         INPUT PROCEDURE IS 2000-RELEASE-PAID-VOUCHERS
001430         OUTPUT PROCEDURE IS 3000-TOTAL-SORTED-VOUCHERS
001440     PERFORM 6000-WRITE-ANONYMISED-ROW
001450     PERFORM 6100-WRITE-SUMMARY
001460     CLOSE YPLAYERF VWINSTMF VWINEXT VWINRPT
001470     GOBACK.
001480* 1000-INITIALIZE - THE TAX YEAR DEFAULTS TO LAST CALENDAR YEAR
001490* AND THE THRESHOLD TO 600.00 UNLESS VWINCTL SAYS OTHERWISE.
001500 1000-INITIALIZE.
001510     MOVE FUNCTION CURRENT-DATE TO VW-CURRENT-TS
001520     MOVE VW-CURRENT-TS(1:8) TO VW-RUN-DATE
001530     MOVE VW-RUN-DATE(1:4) TO VW-RUN-YEAR
001540     COMPUTE VW-TAX-YEAR-N = VW-RUN-YEAR - 1
001550     MOVE VW-TAX-YEAR-N TO VW-TAX-YEAR
001560     OPEN INPUT VWINCTL
001570     IF VW-CTL-OK
001580         READ VWINCTL
001590             AT END
001600                 CONTINUE
001610             NOT AT END
001620                 IF VC-TAX-YEAR IS NUMERIC
001630                     MOVE VC-TAX-YEAR TO VW-TAX-YEAR
001640                 END-IF
001650                 IF VC-THRESHOLD IS NUMERIC
001660                     MOVE VC-THRESHOLD TO VW-THRESHOLD
001670                 END-IF
001680         END-READ
001690         CLOSE VWINCTL
001700     END-IF
001710     OPEN INPUT YPLAYERF
001720     OPEN OUTPUT VWINSTMF
001730     OPEN OUTPUT VWINEXT
001740     OPEN OUTPUT VWINRPT
001750     MOVE VW-THRESHOLD TO VW-AMOUNT-ED
001760     MOVE SPACES TO RPT-LINE
001770     STRING 'YEAR-END PLAYER WINNINGS - TAX YEAR '
001780                DELIMITED BY SIZE
001790            VW-TAX-YEAR DELIMITED BY SIZE
001800            '  THRESHOLD ' DELIMITED BY SIZE
001810            VW-AMOUNT-ED DELIMITED BY SIZE
001820         INTO RPT-LINE
001830     WRITE RPT-LINE
001840     .
001850* 2000-RELEASE-PAID-VOUCHERS - ONLY A VOUCHER PAID INSIDE THE
001860* TAX YEAR COUNTS; OUTSTANDING, EXPIRED, AND VOIDED ONES ARE
001870* NOT WINNINGS THE PLAYER TOOK HOME.
001880 2000-RELEASE-PAID-VOUCHERS.
001890     OPEN INPUT VOUCHF
001900     IF NOT VW-VCH-OK
001910         SET VW-VCH-EOF TO TRUE
001920     END-IF
001930     PERFORM 2100-READ-NEXT-VOUCHER
001940     PERFORM UNTIL VW-VCH-EOF
001950         IF VO-VOUCHER-IS-PAID
001960                 AND VO-PAID-DATE(1:4) = VW-TAX-YEAR
001970             MOVE VO-PLAYER-ID TO SRT-PLAYER-ID
001980             IF VO-GAME-START-TS(1:6) = 'PUZZLE'
001990                 SET SRT-IS-PUZZLE TO TRUE
002000             ELSE
002010                 SET SRT-IS-YACHT TO TRUE
002020             END-IF
002030             MOVE VO-GRAND-TOTAL TO SRT-POINTS
002040             RELEASE SRT-RECORD
002050         END-IF
002060         PERFORM 2100-READ-NEXT-VOUCHER
002070     END-PERFORM
002080     IF VW-VCH-STATUS = '10'
002090         CLOSE VOUCHF
002100     END-IF
002110     .
002120 2100-READ-NEXT-VOUCHER.
002130     IF NOT VW-VCH-EOF
002140         READ VOUCHF
002150             AT END
002160                 SET VW-VCH-EOF TO TRUE
002170         END-READ
002180     END-IF
002190     .
002200* 3000-TOTAL-SORTED-VOUCHERS - THE VOUCHERS COME BACK GROUPED
002210* BY PLAYER; EACH GROUP'S YACHT AND PUZZLE POINTS ARE KEPT
002220* APART SO THE STATEMENT CAN SHOW WHERE THE WINNINGS CAME FROM.
002230 3000-TOTAL-SORTED-VOUCHERS.
002240     MOVE SPACES TO VW-GROUP-PLAYER-ID
002250     PERFORM 3200-CLEAR-GROUP
002260     PERFORM 3100-RETURN-NEXT-SORTED
002270     PERFORM UNTIL VW-SORT-IS-EOF
002280         IF SRT-PLAYER-ID NOT = VW-GROUP-PLAYER-ID
002290             PERFORM 4000-CLOSE-ONE-PLAYER
002300             MOVE SRT-PLAYER-ID TO VW-GROUP-PLAYER-ID
002310             PERFORM 3200-CLEAR-GROUP
002320         END-IF
002330         IF SRT-IS-PUZZLE
002340             ADD 1 TO VW-GROUP-PUZ-COUNT
002350             ADD SRT-POINTS TO VW-GROUP-PUZ-POINTS
002360         ELSE
002370             ADD 1 TO VW-GROUP-YACHT-COUNT
002380             ADD SRT-POINTS TO VW-GROUP-YACHT-POINTS
002390         END-IF
002400         PERFORM 3100-RETURN-NEXT-SORTED
002410     END-PERFORM
002420     PERFORM 4000-CLOSE-ONE-PLAYER
002430     .
002440 3100-RETURN-NEXT-SORTED.
002450     RETURN SORT-WORK
002460         AT END
002470             SET VW-SORT-IS-EOF TO TRUE
002480     END-RETURN
002490     .
002500 3200-CLEAR-GROUP.
002510     MOVE ZERO TO VW-GROUP-YACHT-COUNT
002520     MOVE ZERO TO VW-GROUP-YACHT-POINTS
002530     MOVE ZERO TO VW-GROUP-PUZ-COUNT
002540     MOVE ZERO TO VW-GROUP-PUZ-POINTS
002550     .
002560* 4000-CLOSE-ONE-PLAYER - PRICE THE GROUP, THEN EITHER FOLD AN
002570* ANONYMISED PLAYER INTO THE 'A' ROW OR WRITE THE NAMED
002580* PLAYER'S EXTRACT ROW, REGISTER LINE, AND (OVER THE
002590* THRESHOLD) STATEMENT.
002600 4000-CLOSE-ONE-PLAYER.
002610     IF VW-GROUP-PLAYER-ID NOT = SPACES
002620         PERFORM 4100-PRICE-ONE-PLAYER
002630         IF VW-GROUP-PLAYER-ID(1:4) = 'ANON'
002640             ADD 1 TO VW-ANON-PLAYERS
002650             ADD VW-GROUP-COUNT TO VW-ANON-VOUCHERS
002660             ADD VW-GROUP-AMOUNT TO VW-ANON-AMOUNT
002670         ELSE
002680             PERFORM 4200-REPORT-NAMED-PLAYER
002690         END-IF
002700     END-IF
002710     .
002720 4100-PRICE-ONE-PLAYER.
002730     COMPUTE VW-YACHT-AMOUNT ROUNDED =
002740         (VW-GROUP-YACHT-POINTS * VW-CENTS-PER-POINT) / 100
002750     COMPUTE VW-PUZ-AMOUNT ROUNDED =
002760         (VW-GROUP-PUZ-POINTS * VW-CENTS-PER-POINT) / 100
002770     COMPUTE VW-GROUP-AMOUNT = VW-YACHT-AMOUNT + VW-PUZ-AMOUNT
002780     COMPUTE VW-GROUP-COUNT =
002790         VW-GROUP-YACHT-COUNT + VW-GROUP-PUZ-COUNT
002800     ADD VW-GROUP-COUNT TO VW-VOUCHER-COUNT
002810     ADD VW-GROUP-AMOUNT TO VW-TOTAL-AMOUNT
002820     .
002830 4200-REPORT-NAMED-PLAYER.
002840     ADD 1 TO VW-PLAYER-COUNT
002850     MOVE VW-GROUP-PLAYER-ID TO YP-PLAYER-ID
002860     READ YPLAYERF
002870         INVALID KEY
002880             MOVE '*** NOT ON PLAYER MASTER ***'
002890                 TO VW-GROUP-NAME
002900         NOT INVALID KEY
002910             MOVE YP-PLAYER-NAME TO VW-GROUP-NAME
002920     END-READ
002930     MOVE SPACES TO EX-EXTRACT-RECORD
002940     SET EX-ROW-IS-PLAYER TO TRUE
002950     MOVE VW-TAX-YEAR TO EX-TAX-YEAR
002960     MOVE VW-GROUP-PLAYER-ID TO EX-PLAYER-ID
002970     MOVE VW-GROUP-NAME TO EX-PLAYER-NAME
002980     MOVE 1 TO EX-PLAYER-COUNT
002990     MOVE VW-GROUP-COUNT TO EX-VOUCHER-COUNT
003000     MOVE VW-GROUP-AMOUNT TO EX-TOTAL-AMOUNT
003010     MOVE 'N' TO EX-OVER-THRESHOLD
003020     IF VW-GROUP-AMOUNT NOT < VW-THRESHOLD
003030         SET EX-IS-OVER-THRESHOLD TO TRUE
003040     END-IF
003050     WRITE EX-EXTRACT-RECORD
003060     MOVE VW-GROUP-COUNT TO VW-COUNT-ED
003070     MOVE VW-GROUP-AMOUNT TO VW-AMOUNT-ED
003080     MOVE SPACES TO RPT-LINE
003090     STRING VW-GROUP-PLAYER-ID DELIMITED BY SIZE
003100            ' ' DELIMITED BY SIZE
003110            VW-GROUP-NAME DELIMITED BY SIZE
003120            VW-COUNT-ED DELIMITED BY SIZE
003130            ' ' DELIMITED BY SIZE
003140            VW-AMOUNT-ED DELIMITED BY SIZE
003150         INTO RPT-LINE
003160     IF EX-IS-OVER-THRESHOLD
003170         MOVE 'STMT' TO RPT-LINE(71:4)
003180     END-IF
003190     WRITE RPT-LINE
003200     IF EX-IS-OVER-THRESHOLD
003210         PERFORM 5000-WRITE-STATEMENT
003220     END-IF
003230     .
003240* 5000-WRITE-STATEMENT - ONE PRINTABLE BLOCK PER PLAYER AT OR
003250* OVER THE THRESHOLD, RULED OFF FROM THE NEXT.
003260 5000-WRITE-STATEMENT.
003270     ADD 1 TO VW-STATEMENT-COUNT
003280     MOVE ALL '=' TO STM-LINE
003290     WRITE STM-LINE
003300     MOVE SPACES TO STM-LINE
003310     STRING 'ARCADE FLOOR - STATEMENT OF PRIZE WINNINGS PAID '
003320                DELIMITED BY SIZE
003330            'TAX YEAR ' DELIMITED BY SIZE
003340            VW-TAX-YEAR DELIMITED BY SIZE
003350         INTO STM-LINE
003360     WRITE STM-LINE
003370     MOVE SPACES TO STM-LINE
003380     WRITE STM-LINE
003390     STRING 'PLAYER   ' DELIMITED BY SIZE
003400            VW-GROUP-PLAYER-ID DELIMITED BY SIZE
003410         INTO STM-LINE
003420     WRITE STM-LINE
003430     MOVE SPACES TO STM-LINE
003440     STRING 'NAME     ' DELIMITED BY SIZE
003450            VW-GROUP-NAME DELIMITED BY SIZE
003460         INTO STM-LINE
003470     WRITE STM-LINE
003480     MOVE SPACES TO STM-LINE
003490     WRITE STM-LINE
003500     MOVE VW-GROUP-YACHT-COUNT TO VW-COUNT-ED
003510     MOVE VW-YACHT-AMOUNT TO VW-AMOUNT-ED
003520     STRING 'YACHT PAYOUT VOUCHERS PAID    ' DELIMITED BY SIZE
003530            VW-COUNT-ED DELIMITED BY SIZE
003540            '   ' DELIMITED BY SIZE
003550            VW-AMOUNT-ED DELIMITED BY SIZE
003560         INTO STM-LINE
003570     WRITE STM-LINE
003580     MOVE SPACES TO STM-LINE
003590     MOVE VW-GROUP-PUZ-COUNT TO VW-COUNT-ED
003600     MOVE VW-PUZ-AMOUNT TO VW-AMOUNT-ED
003610     STRING 'PUZZLE CONTEST PRIZES PAID    ' DELIMITED BY SIZE
003620            VW-COUNT-ED DELIMITED BY SIZE
003630            '   ' DELIMITED BY SIZE
003640            VW-AMOUNT-ED DELIMITED BY SIZE
003650         INTO STM-LINE
003660     WRITE STM-LINE
003670     MOVE SPACES TO STM-LINE
003680     MOVE VW-GROUP-COUNT TO VW-COUNT-ED
003690     MOVE VW-GROUP-AMOUNT TO VW-AMOUNT-ED
003700     STRING 'TOTAL WINNINGS PAID           ' DELIMITED BY SIZE
003710            VW-COUNT-ED DELIMITED BY SIZE
003720            '   ' DELIMITED BY SIZE
003730            VW-AMOUNT-ED DELIMITED BY SIZE
003740         INTO STM-LINE
003750     WRITE STM-LINE
003760     MOVE SPACES TO STM-LINE
003770     WRITE STM-LINE
003780     .
003790* 6000-WRITE-ANONYMISED-ROW - ERASED PLAYERS ARE ONLY EVER A
003800* HEADCOUNT AND A SUM; THE ROW GOES OUT EVEN WHEN IT IS ZERO SO
003810* ACCOUNTING CAN SEE THE EXTRACT IS COMPLETE.
003820 6000-WRITE-ANONYMISED-ROW.
003830     MOVE SPACES TO EX-EXTRACT-RECORD
003840     SET EX-ROW-IS-ANONYMISED TO TRUE
003850     MOVE VW-TAX-YEAR TO EX-TAX-YEAR
003860     MOVE 'ANONYMISED' TO EX-PLAYER-ID
003870     MOVE VW-ANON-PLAYERS TO EX-PLAYER-COUNT
003880     MOVE VW-ANON-VOUCHERS TO EX-VOUCHER-COUNT
003890     MOVE VW-ANON-AMOUNT TO EX-TOTAL-AMOUNT
003900     MOVE 'N' TO EX-OVER-THRESHOLD
003910     WRITE EX-EXTRACT-RECORD
003920     .
003930 6100-WRITE-SUMMARY.
003940     MOVE SPACES TO RPT-LINE
003950     WRITE RPT-LINE
003960     MOVE VW-ANON-PLAYERS TO VW-COUNT-ED
003970     MOVE VW-ANON-AMOUNT TO VW-AMOUNT-ED
003980     STRING 'ANONYMISED PLAYERS ' DELIMITED BY SIZE
003990            VW-COUNT-ED DELIMITED BY SIZE
004000            '  VOUCHERS ' DELIMITED BY SIZE
004010            VW-ANON-VOUCHERS DELIMITED BY SIZE
004020            '  AMOUNT ' DELIMITED BY SIZE
004030            VW-AMOUNT-ED DELIMITED BY SIZE
004040         INTO RPT-LINE
004050     WRITE RPT-LINE
004060     MOVE SPACES TO RPT-LINE
004070     MOVE VW-TOTAL-AMOUNT TO VW-TOTAL-ED
004080     STRING 'PLAYERS ' DELIMITED BY SIZE
004090            VW-PLAYER-COUNT DELIMITED BY SIZE
004100            '  STATEMENTS ' DELIMITED BY SIZE
004110            VW-STATEMENT-COUNT DELIMITED BY SIZE
004120            '  VOUCHERS ' DELIMITED BY SIZE
004130            VW-VOUCHER-COUNT DELIMITED BY SIZE
004140            '  PAID ' DELIMITED BY SIZE
004150            VW-TOTAL-ED DELIMITED BY SIZE
004160         INTO RPT-LINE
004170     WRITE RPT-LINE
004180     .
