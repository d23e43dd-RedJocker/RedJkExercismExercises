000010
000020* DQSCAN
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    DQSCAN.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* DQSCAN IS THE WEEKLY MASTER-FILE DATA QUALITY SCAN.  XFILAUD
000100* PROVES THE FILES AGREE WITH EACH OTHER; THIS JOB CHECKS THE
000110* MASTERS THEMSELVES FOR ROT - BLANK PLAYER NAMES, ENROLL DATES
000120* DATEVAL WOULD REJECT, BILLING CUSTOMERS WITH A ZERO FEE OR AN
000130* ANNIVERSARY DAY OF 00, TERMINALS WITH NO LOCATION, CONTACT DATES
000140* IN THE FUTURE.  EVERY RECORD OF YPLAYERF, YTERMF, BILLCSTF,
000150* BOBCUSTF AND PUZRATEF IS TESTED AGAINST THE FIELD-LEVEL RULES ON
000160* THE DQRULEF DECK (DQRULE.CPY); WITH NO DECK THE CHECKS ABOVE RUN
000170* AS BUILT-IN RULES.  THE FIELD CATALOGUE BELOW MAPS EACH COPYBOOK
000180* FIELD NAME TO ITS PLACE IN THE RECORD AND MUST FOLLOW ANY CHANGE
000190* TO THOSE LAYOUTS.
000200*
000210* EACH FAILURE IS WRITTEN TO THE DQEXCF EXCEPTIONS FILE
000220* (DQEXC.CPY) WITH THE RECORD KEY AND THE RULE.  DQRPT CARRIES THE
000230* SCORECARD - PERCENT OF RECORDS CLEAN PER FILE AGAINST THE LAST
000240* EARLIER RUN ON THE DQHISTF HISTORY, NORMALLY LAST WEEK'S - AND
000250* THE FAILURES PER RULE.  TONIGHT'S SCORES ARE THEN APPENDED TO
000260* DQHISTF; A SAME-DAY RERUN ADDS A SECOND ROW AND THE LATER ROW
000270* COUNTS.  NIGHTRUN DISPATCHES THE SCAN AS THE DQSCAN STEP,
000280* SCHEDULED ONE DAY A WEEK ON NGHTSCHF.  ERROR-SEVERITY EXCEPTIONS
000290* SET THE SHARED STATUS TO WARNING; RUN ALONE, THEY END THE STEP
000300* WITH RETURN CODE 4.
000310*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 RJ    ORIGINAL PROGRAM
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DQRULEF ASSIGN TO "DQRULEF"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS QS-RUL-STATUS.
000440     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS YP-PLAYER-ID
000480         FILE STATUS IS QS-MST-STATUS.
000490     SELECT YTERMF ASSIGN TO "YTERMF"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS TR-TERMINAL-ID
000530         FILE STATUS IS QS-MST-STATUS.
000540     SELECT BILLCSTF ASSIGN TO "BILLCSTF"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS BM-CUSTOMER-ID
000580         FILE STATUS IS QS-MST-STATUS.
000590     SELECT BOBCUSTF ASSIGN TO "BOBCUSTF"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS BC-CUSTOMER-ID
000630         FILE STATUS IS QS-MST-STATUS.
000640     SELECT PUZRATEF ASSIGN TO "PUZRATEF"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS RT-SUBMITTER-ID
000680         FILE STATUS IS QS-MST-STATUS.
000690     SELECT DQEXCF ASSIGN TO "DQEXCF"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS QS-EXC-STATUS.
000720     SELECT DQHISTF ASSIGN TO "DQHISTF"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS QS-HIS-STATUS.
000750     SELECT DQRPT ASSIGN TO "DQRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS QS-RPT-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  DQRULEF.
000810 01  DQRULEF-LINE               PIC X(107).
000820 FD  YPLAYERF.
000830 COPY "YPLAYER.cpy".
000840 FD  YTERMF.
000850 COPY "YTERM.cpy".
000860 FD  BILLCSTF.
000870 COPY "BILLCUST.cpy".
000880 FD  BOBCUSTF.
000890 COPY "BOBCUST.cpy".
000900 FD  PUZRATEF.
000910 COPY "PUZRATE.cpy".
000920 FD  DQEXCF.
000930 COPY "DQEXC.cpy".
000940 FD  DQHISTF.
000950 01  QH-HISTORY-RECORD.
000960     05  QH-RUN-DATE            PIC X(08).
000970     05  FILLER                 PIC X(01).
000980     05  QH-FILE-NAME           PIC X(08).
000990     05  FILLER                 PIC X(01).
001000     05  QH-RECORD-COUNT        PIC 9(07).
001010     05  FILLER                 PIC X(01).
001020     05  QH-CLEAN-COUNT         PIC 9(07).
001030     05  FILLER                 PIC X(01).
001040     05  QH-PCT-CLEAN           PIC 9(03)V99.
001050     05  FILLER                 PIC X(01).
001060     05  QH-ERROR-COUNT         PIC 9(07).
001070     05  FILLER                 PIC X(01).
001080     05  QH-WARNING-COUNT       PIC 9(07).
001090 FD  DQRPT
001100     RECORD CONTAINS 132 CHARACTERS.
001110 01  RPT-LINE                   PIC X(132).
001120 WORKING-STORAGE SECTION.
001130 01  QS-WORK-FIELDS.
001140     05  QS-RUL-STATUS          PIC X(02) VALUE SPACES.
001150         88  QS-RUL-OK              VALUE '00'.
001160     05  QS-MST-STATUS          PIC X(02) VALUE SPACES.
001170         88  QS-MST-OK              VALUE '00'.
001180     05  QS-EXC-STATUS          PIC X(02) VALUE SPACES.
001190     05  QS-HIS-STATUS          PIC X(02) VALUE SPACES.
001200         88  QS-HIS-OK              VALUE '00'.
001210     05  QS-RPT-STATUS          PIC X(02) VALUE SPACES.
001220     05  QS-EOF-FLAG            PIC X(01) VALUE 'N'.
001230         88  QS-AT-END              VALUE 'Y'.
001240     05  QS-FAIL-FLAG           PIC X(01) VALUE 'N'.
001250         88  QS-RULE-FAILED         VALUE 'Y'.
001260     05  QS-DIRTY-FLAG          PIC X(01) VALUE 'N'.
001270         88  QS-RECORD-DIRTY        VALUE 'Y'.
001280     05  QS-CURRENT-TS          PIC X(21) VALUE SPACES.
001290     05  QS-RUN-DATE            PIC X(08) VALUE SPACES.
001300     05  QS-REJECT-TEXT         PIC X(30) VALUE SPACES.
001310     05  QS-RECORD-IMAGE        PIC X(100) VALUE SPACES.
001320     05  QS-FIELD-OFFSET        PIC 9(03) VALUE ZERO.
001330     05  QS-FIELD-LENGTH        PIC 9(02) VALUE ZERO.
001340     05  QS-LIST-POS            PIC 9(02) VALUE ZERO.
001350     05  QS-NUM-TEXT            PIC X(09) JUSTIFIED RIGHT
001360                                          VALUE SPACES.
001370     05  QS-NUM-VALUE REDEFINES QS-NUM-TEXT
001380                                PIC 9(09).
001390     05  QS-DATE-TEXT           PIC X(08) VALUE SPACES.
001400     05  QS-DATE-PARTS REDEFINES QS-DATE-TEXT.
001410         10  QS-DATE-YEAR       PIC 9(04).
001420         10  QS-DATE-MONTH      PIC 9(02).
001430         10  QS-DATE-DAY        PIC 9(02).
001440     05  QS-FILE-IX             PIC 9(01) VALUE ZERO.
001450     05  QS-CAT-IX              PIC 9(02) VALUE ZERO.
001460     05  QS-RULE-IX             PIC 9(03) VALUE ZERO.
001470     05  QS-RULE-COUNT          PIC 9(03) VALUE ZERO.
001480     05  QS-BAD-RULE-COUNT      PIC 9(03) VALUE ZERO.
001490     05  QS-TOTAL-RECORDS       PIC 9(07) VALUE ZERO.
001500     05  QS-TOTAL-EXCEPTIONS    PIC 9(07) VALUE ZERO.
001510     05  QS-TOTAL-ERRORS        PIC 9(07) VALUE ZERO.
001520     05  QS-TOTAL-WARNINGS      PIC 9(07) VALUE ZERO.
001530     05  QS-PCT-ED              PIC ZZ9.99.
001540     05  QS-LAST-PCT-ED         PIC ZZ9.99.
001550     05  QS-CHANGE              PIC S9(03)V99 VALUE ZERO.
001560     05  QS-CHANGE-ED           PIC +++9.99.
001570 COPY "DQRULE.cpy".
001580 COPY "DATEVAL.cpy".
001590* THE FIVE MASTERS IN SCAN ORDER, THE LENGTH OF EACH ONE'S KEY AT
001600* THE FRONT OF THE RECORD, AND WHAT EACH SCORED TONIGHT AND LAST
001610* TIME.
001620 01  QS-FILE-LIST.
001630     05  FILLER                 PIC X(10) VALUE 'YPLAYERF10'.
001640     05  FILLER                 PIC X(10) VALUE 'YTERMF  08'.
001650     05  FILLER                 PIC X(10) VALUE 'BILLCSTF10'.
001660     05  FILLER                 PIC X(10) VALUE 'BOBCUSTF10'.
001670     05  FILLER                 PIC X(10) VALUE 'PUZRATEF10'.
001680 01  QS-FILE-NAMES REDEFINES QS-FILE-LIST.
001690     05  QS-FILE-NAME-ENTRY OCCURS 5 TIMES.
001700         10  QS-FILE-NAME       PIC X(08).
001710         10  QS-KEY-LENGTH      PIC 9(02).
001720 01  QS-FILE-TABLE.
001730     05  QS-FILE-ENTRY OCCURS 5 TIMES.
001740         10  QS-FL-SCANNED      PIC X(01).
001750         10  QS-FL-RECORDS      PIC 9(07).
001760         10  QS-FL-CLEAN        PIC 9(07).
001770         10  QS-FL-ERRORS       PIC 9(07).
001780         10  QS-FL-WARNINGS     PIC 9(07).
001790         10  QS-FL-PCT          PIC 9(03)V99.
001800         10  QS-FL-LAST-DATE    PIC X(08).
001810         10  QS-FL-LAST-PCT     PIC 9(03)V99.
001820* FIELD CATALOGUE - FILE, COPYBOOK FIELD NAME, OFFSET AND LENGTH
001830* IN THE RECORD, AND KIND (X TEXT, N UNSIGNED NUMBER, D YYYYMMDD
001840* DATE).  SIGNED FIELDS ARE LEFT OUT.
001850 01  QS-CATALOGUE-LIST.
001860     05  FILLER                 PIC X(08) VALUE 'YPLAYERF'.
001870     05  FILLER                 PIC X(24)
001880                                VALUE 'YP-PLAYER-ID'.
001890     05  FILLER                 PIC X(06) VALUE '00110X'.
001900     05  FILLER                 PIC X(08) VALUE 'YPLAYERF'.
001910     05  FILLER                 PIC X(24)
001920                                VALUE 'YP-PLAYER-NAME'.
001930     05  FILLER                 PIC X(06) VALUE '01130X'.
001940     05  FILLER                 PIC X(08) VALUE 'YPLAYERF'.
001950     05  FILLER                 PIC X(24)
001960                                VALUE 'YP-ENROLL-DATE'.
001970     05  FILLER                 PIC X(06) VALUE '04108D'.
001980     05  FILLER                 PIC X(08) VALUE 'YPLAYERF'.
001990     05  FILLER                 PIC X(24)
002000                                VALUE 'YP-TIER-CODE'.
002010     05  FILLER                 PIC X(06) VALUE '04901X'.
002020     05  FILLER                 PIC X(08) VALUE 'YPLAYERF'.
002030     05  FILLER                 PIC X(24)
002040                                VALUE 'YP-BIRTH-DATE'.
002050     05  FILLER                 PIC X(06) VALUE '05008D'.
002060     05  FILLER                 PIC X(08) VALUE 'YTERMF'.
002070     05  FILLER                 PIC X(24)
002080                                VALUE 'TR-TERMINAL-ID'.
002090     05  FILLER                 PIC X(06) VALUE '00108X'.
002100     05  FILLER                 PIC X(08) VALUE 'YTERMF'.
002110     05  FILLER                 PIC X(24)
002120                                VALUE 'TR-FLOOR-LOCATION'.
002130     05  FILLER                 PIC X(06) VALUE '00920X'.
002140     05  FILLER                 PIC X(08) VALUE 'YTERMF'.
002150     05  FILLER                 PIC X(24)
002160                                VALUE 'TR-SERVICE-FLAG'.
002170     05  FILLER                 PIC X(06) VALUE '02901X'.
002180     05  FILLER                 PIC X(08) VALUE 'YTERMF'.
002190     05  FILLER                 PIC X(24)
002200                                VALUE 'TR-INSTALL-DATE'.
002210     05  FILLER                 PIC X(06) VALUE '03008D'.
002220     05  FILLER                 PIC X(08) VALUE 'YTERMF'.
002230     05  FILLER                 PIC X(24)
002240                                VALUE 'TR-SUSPEND-REASON'.
002250     05  FILLER                 PIC X(06) VALUE '03820X'.
002260     05  FILLER                 PIC X(08) VALUE 'YTERMF'.
002270     05  FILLER                 PIC X(24)
002280                                VALUE 'TR-SUSPEND-DATE'.
002290     05  FILLER                 PIC X(06) VALUE '05808D'.
002300     05  FILLER                 PIC X(08) VALUE 'YTERMF'.
002310     05  FILLER                 PIC X(24)
002320                                VALUE 'TR-SUSPEND-TICKET-ID'.
002330     05  FILLER                 PIC X(06) VALUE '06606N'.
002340     05  FILLER                 PIC X(08) VALUE 'BILLCSTF'.
002350     05  FILLER                 PIC X(24)
002360                                VALUE 'BM-CUSTOMER-ID'.
002370     05  FILLER                 PIC X(06) VALUE '00110X'.
002380     05  FILLER                 PIC X(08) VALUE 'BILLCSTF'.
002390     05  FILLER                 PIC X(24)
002400                                VALUE 'BM-PLAN-CODE'.
002410     05  FILLER                 PIC X(06) VALUE '01104X'.
002420     05  FILLER                 PIC X(08) VALUE 'BILLCSTF'.
002430     05  FILLER                 PIC X(24)
002440                                VALUE 'BM-MONTHLY-FEE'.
002450     05  FILLER                 PIC X(06) VALUE '01507N'.
002460     05  FILLER                 PIC X(08) VALUE 'BILLCSTF'.
002470     05  FILLER                 PIC X(24)
002480                                VALUE 'BM-ANNIV-DAY'.
002490     05  FILLER                 PIC X(06) VALUE '02202N'.
002500     05  FILLER                 PIC X(08) VALUE 'BILLCSTF'.
002510     05  FILLER                 PIC X(24)
002520                                VALUE 'BM-STATUS'.
002530     05  FILLER                 PIC X(06) VALUE '02401X'.
002540     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002550     05  FILLER                 PIC X(24)
002560                                VALUE 'BC-CUSTOMER-ID'.
002570     05  FILLER                 PIC X(06) VALUE '00110X'.
002580     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002590     05  FILLER                 PIC X(24)
002600                                VALUE 'BC-LIFETIME-TURNS'.
002610     05  FILLER                 PIC X(06) VALUE '01107N'.
002620     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002630     05  FILLER                 PIC X(24)
002640                                VALUE 'BC-ESCALATION-COUNT'.
002650     05  FILLER                 PIC X(06) VALUE '01805N'.
002660     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002670     05  FILLER                 PIC X(24)
002680                                VALUE 'BC-LAST-CONTACT-DATE'.
002690     05  FILLER                 PIC X(06) VALUE '02308D'.
002700     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002710     05  FILLER                 PIC X(24)
002720                                VALUE 'BC-RESTRICT-FLAG'.
002730     05  FILLER                 PIC X(06) VALUE '03101X'.
002740     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002750     05  FILLER                 PIC X(24)
002760                                VALUE 'BC-RESTRICT-REASON'.
002770     05  FILLER                 PIC X(06) VALUE '03202X'.
002780     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002790     05  FILLER                 PIC X(24)
002800                                VALUE 'BC-RESTRICT-NOTE'.
002810     05  FILLER                 PIC X(06) VALUE '03430X'.
002820     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002830     05  FILLER                 PIC X(24)
002840                                VALUE 'BC-RESTRICT-SET-DATE'.
002850     05  FILLER                 PIC X(06) VALUE '06408D'.
002860     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002870     05  FILLER                 PIC X(24)
002880                                VALUE 'BC-RESTRICT-REVIEW-DATE'.
002890     05  FILLER                 PIC X(06) VALUE '07208D'.
002900     05  FILLER                 PIC X(08) VALUE 'BOBCUSTF'.
002910     05  FILLER                 PIC X(24)
002920                                VALUE 'BC-RESTRICT-SUPERVISOR'.
002930     05  FILLER                 PIC X(06) VALUE '08008X'.
002940     05  FILLER                 PIC X(08) VALUE 'PUZRATEF'.
002950     05  FILLER                 PIC X(24)
002960                                VALUE 'RT-SUBMITTER-ID'.
002970     05  FILLER                 PIC X(06) VALUE '00110X'.
002980     05  FILLER                 PIC X(08) VALUE 'PUZRATEF'.
002990     05  FILLER                 PIC X(24)
003000                                VALUE 'RT-RATING'.
003010     05  FILLER                 PIC X(06) VALUE '01105N'.
003020     05  FILLER                 PIC X(08) VALUE 'PUZRATEF'.
003030     05  FILLER                 PIC X(24)
003040                                VALUE 'RT-GAMES-RATED'.
003050     05  FILLER                 PIC X(06) VALUE '01605N'.
003060     05  FILLER                 PIC X(08) VALUE 'PUZRATEF'.
003070     05  FILLER                 PIC X(24)
003080                                VALUE 'RT-LAST-RATED-DATE'.
003090     05  FILLER                 PIC X(06) VALUE '02408D'.
003100 01  QS-CATALOGUE REDEFINES QS-CATALOGUE-LIST.
003110     05  QS-CAT-ENTRY OCCURS 31 TIMES.
003120         10  QS-CAT-FILE        PIC X(08).
003130         10  QS-CAT-FIELD       PIC X(24).
003140         10  QS-CAT-OFFSET      PIC 9(03).
003150         10  QS-CAT-LENGTH      PIC 9(02).
003160         10  QS-CAT-KIND        PIC X(01).
003170* THE ACCEPTED RULES, WITH WHERE EACH ONE'S FIELD SITS.
003180 01  QS-RULE-TABLE.
003190     05  QS-RULE-ENTRY OCCURS 100 TIMES.
003200         10  QS-RL-IMAGE        PIC X(107).
003210         10  QS-RL-FILE-IX      PIC 9(01).
003220         10  QS-RL-OFFSET       PIC 9(03).
003230         10  QS-RL-LENGTH       PIC 9(02).
003240         10  QS-RL-FAILS        PIC 9(07).
003250 LINKAGE SECTION.
003260 COPY "DQSCANL.cpy".
003270 PROCEDURE DIVISION USING QP-PARMS.
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE
003300     PERFORM 2000-LOAD-RULES
003310     PERFORM 2500-LOAD-LAST-SCORES
003320     PERFORM 3100-SCAN-PLAYERS
003330     PERFORM 3200-SCAN-TERMINALS
003340     PERFORM 3300-SCAN-BILLING-CUSTOMERS
003350     PERFORM 3400-SCAN-BOB-PROFILES
003360     PERFORM 3500-SCAN-PUZZLE-RATINGS
003370     CLOSE DQEXCF
003380     PERFORM 5000-WRITE-SCORECARD
003390     PERFORM 5500-APPEND-HISTORY
003400     PERFORM 6000-WRITE-SUMMARY
003410     CLOSE DQRPT
003420     IF ADDRESS OF QP-PARMS NOT = NULL
003430         MOVE QS-TOTAL-RECORDS TO QP-RECORD-COUNT
003440         MOVE QS-TOTAL-EXCEPTIONS TO QP-EXCEPTION-COUNT
003450         IF QS-TOTAL-ERRORS > ZERO
003460             SET PS-STATUS-WARNING OF QP-PARMS TO TRUE
003470         ELSE
003480             SET PS-STATUS-NORMAL OF QP-PARMS TO TRUE
003490         END-IF
003500         MOVE ZERO TO RETURN-CODE
003510     ELSE
003520         IF QS-TOTAL-ERRORS > ZERO
003530         OR QS-BAD-RULE-COUNT > ZERO
003540             MOVE 4 TO RETURN-CODE
003550         END-IF
003560     END-IF
003570     GOBACK.
003580 1000-INITIALIZE.
003590     MOVE FUNCTION CURRENT-DATE TO QS-CURRENT-TS
003600     MOVE QS-CURRENT-TS(1:8) TO QS-RUN-DATE
003610     PERFORM VARYING QS-FILE-IX FROM 1 BY 1
003620             UNTIL QS-FILE-IX > 5
003630         MOVE 'N' TO QS-FL-SCANNED(QS-FILE-IX)
003640         MOVE ZERO TO QS-FL-RECORDS(QS-FILE-IX)
003650         MOVE ZERO TO QS-FL-CLEAN(QS-FILE-IX)
003660         MOVE ZERO TO QS-FL-ERRORS(QS-FILE-IX)
003670         MOVE ZERO TO QS-FL-WARNINGS(QS-FILE-IX)
003680         MOVE ZERO TO QS-FL-PCT(QS-FILE-IX)
003690         MOVE SPACES TO QS-FL-LAST-DATE(QS-FILE-IX)
003700         MOVE ZERO TO QS-FL-LAST-PCT(QS-FILE-IX)
003710     END-PERFORM
003720     OPEN OUTPUT DQRPT
003730     OPEN OUTPUT DQEXCF
003740     MOVE SPACES TO RPT-LINE
003750     STRING 'MASTER FILE DATA QUALITY SCAN - RUN '
003760                DELIMITED BY SIZE
003770            QS-RUN-DATE DELIMITED BY SIZE
003780         INTO RPT-LINE
003790     WRITE RPT-LINE
003800     .
003810 2000-LOAD-RULES.
003820     MOVE SPACES TO RPT-LINE
003830     WRITE RPT-LINE
003840     OPEN INPUT DQRULEF
003850     IF QS-RUL-OK
003860         MOVE 'N' TO QS-EOF-FLAG
003870         PERFORM 2010-READ-NEXT-RULE
003880             UNTIL QS-AT-END
003890         CLOSE DQRULEF
003900     END-IF
003910     IF QS-RULE-COUNT = ZERO
003920         PERFORM 2050-LOAD-BUILT-IN-RULES
003930     END-IF
003940     PERFORM 2060-LIST-ONE-RULE
003950         VARYING QS-RULE-IX FROM 1 BY 1
003960         UNTIL QS-RULE-IX > QS-RULE-COUNT
003970     .
003980 2010-READ-NEXT-RULE.
003990     READ DQRULEF INTO QL-RULE-RECORD
004000         AT END
004010             SET QS-AT-END TO TRUE
004020         NOT AT END
004030             IF QL-RULE-RECORD NOT = SPACES
004040             AND QL-RULE-ID(1:1) NOT = '*'
004050                 PERFORM 2020-CHECK-RULE
004060             END-IF
004070     END-READ
004080     .
004090* 2020-CHECK-RULE - THE FIELD MUST BE IN THE CATALOGUE AND OF A
004100* KIND THE RULE TYPE CAN TEST.
004110 2020-CHECK-RULE.
004120     IF QL-LOW-VALUE-X = SPACES
004130         MOVE ZERO TO QL-LOW-VALUE
004140     END-IF
004150     IF QL-HIGH-VALUE-X = SPACES
004160         MOVE ZERO TO QL-HIGH-VALUE
004170     END-IF
004180     PERFORM 2030-FIND-CATALOGUE-FIELD
004190     MOVE SPACES TO QS-REJECT-TEXT
004200     EVALUATE TRUE
004210         WHEN QL-RULE-ID = SPACES
004220             MOVE 'NO RULE ID' TO QS-REJECT-TEXT
004230         WHEN QS-CAT-IX > 31
004240             MOVE 'FIELD NOT IN CATALOGUE' TO QS-REJECT-TEXT
004250         WHEN NOT QL-TYPE-IS-VALID
004260             MOVE 'UNKNOWN RULE TYPE' TO QS-REJECT-TEXT
004270         WHEN NOT QL-SEVERITY-ERROR
004280         AND  NOT QL-SEVERITY-WARNING
004290             MOVE 'SEVERITY MUST BE E OR W' TO QS-REJECT-TEXT
004300         WHEN QL-DATE-RULE
004310         AND  QS-CAT-KIND(QS-CAT-IX) NOT = 'D'
004320             MOVE 'RULE NEEDS A DATE FIELD' TO QS-REJECT-TEXT
004330         WHEN QL-NUMBER-RULE
004340         AND  QS-CAT-KIND(QS-CAT-IX) NOT = 'N'
004350             MOVE 'RULE NEEDS A NUMERIC FIELD' TO QS-REJECT-TEXT
004360         WHEN QL-IN-RANGE
004370         AND  (QL-LOW-VALUE NOT NUMERIC
004380               OR QL-HIGH-VALUE NOT NUMERIC
004390               OR QL-LOW-VALUE > QL-HIGH-VALUE)
004400             MOVE 'BAD RANGE' TO QS-REJECT-TEXT
004410         WHEN QL-IN-LIST
004420         AND  (QL-VALUE-LIST = SPACES
004430               OR QS-CAT-LENGTH(QS-CAT-IX) > 10)
004440             MOVE 'NO LIST OR FIELD TOO WIDE' TO QS-REJECT-TEXT
004450         WHEN QS-RULE-COUNT NOT < 100
004460             MOVE 'RULE TABLE FULL' TO QS-REJECT-TEXT
004470     END-EVALUATE
004480     IF QS-REJECT-TEXT = SPACES
004490         PERFORM 2040-ADD-RULE
004500     ELSE
004510         ADD 1 TO QS-BAD-RULE-COUNT
004520         MOVE SPACES TO RPT-LINE
004530         STRING 'RULE ' DELIMITED BY SIZE
004540                QL-RULE-ID DELIMITED BY SIZE
004550                ' REJECTED - ' DELIMITED BY SIZE
004560                QS-REJECT-TEXT DELIMITED BY SIZE
004570             INTO RPT-LINE
004580         WRITE RPT-LINE
004590     END-IF
004600     .
004610* 2030-FIND-CATALOGUE-FIELD - LEAVES QS-CAT-IX ON THE FIELD, OR
004620* PAST THE END OF THE CATALOGUE WHEN IT IS NOT THERE.
004630 2030-FIND-CATALOGUE-FIELD.
004640     PERFORM VARYING QS-CAT-IX FROM 1 BY 1
004650             UNTIL QS-CAT-IX > 31
004660                OR (QS-CAT-FILE(QS-CAT-IX) = QL-FILE-NAME
004670                    AND QS-CAT-FIELD(QS-CAT-IX) = QL-FIELD-NAME)
004680         CONTINUE
004690     END-PERFORM
004700     .
004710 2040-ADD-RULE.
004720     IF QL-SEVERITY = SPACE
004730         MOVE 'E' TO QL-SEVERITY
004740     END-IF
004750     ADD 1 TO QS-RULE-COUNT
004760     MOVE QL-RULE-RECORD TO QS-RL-IMAGE(QS-RULE-COUNT)
004770     MOVE QS-CAT-OFFSET(QS-CAT-IX) TO QS-RL-OFFSET(QS-RULE-COUNT)
004780     MOVE QS-CAT-LENGTH(QS-CAT-IX) TO QS-RL-LENGTH(QS-RULE-COUNT)
004790     MOVE ZERO TO QS-RL-FAILS(QS-RULE-COUNT)
004800     PERFORM VARYING QS-FILE-IX FROM 1 BY 1
004810             UNTIL QS-FILE-NAME(QS-FILE-IX) = QL-FILE-NAME
004820         CONTINUE
004830     END-PERFORM
004840     MOVE QS-FILE-IX TO QS-RL-FILE-IX(QS-RULE-COUNT)
004850     .
004860* 2050-LOAD-BUILT-IN-RULES - THE ROT FIRST FOUND ON THE MASTERS,
004870* PLUS A FUTURE-DATE CHECK ON THE PUZZLE RATINGS SO EVERY FILE IS
004880* SCORED.
004890 2050-LOAD-BUILT-IN-RULES.
004900     MOVE 'NO DQRULEF RULES - BUILT-IN RULES APPLIED' TO RPT-LINE
004910     WRITE RPT-LINE
004920     MOVE SPACES TO QL-RULE-RECORD
004930     MOVE ZERO TO QL-LOW-VALUE
004940     MOVE ZERO TO QL-HIGH-VALUE
004950     MOVE 'Q001' TO QL-RULE-ID
004960     MOVE 'YPLAYERF' TO QL-FILE-NAME
004970     MOVE 'YP-PLAYER-NAME' TO QL-FIELD-NAME
004980     SET QL-NOT-BLANK TO TRUE
004990     MOVE 'E' TO QL-SEVERITY
005000     MOVE 'PLAYER NAME IS BLANK' TO QL-DESCRIPTION
005010     PERFORM 2020-CHECK-RULE
005020     MOVE 'Q002' TO QL-RULE-ID
005030     MOVE 'YP-ENROLL-DATE' TO QL-FIELD-NAME
005040     SET QL-VALID-DATE TO TRUE
005050     MOVE 'ENROLL DATE IS NOT A DATE' TO QL-DESCRIPTION
005060     PERFORM 2020-CHECK-RULE
005070     MOVE 'Q003' TO QL-RULE-ID
005080     MOVE 'BILLCSTF' TO QL-FILE-NAME
005090     MOVE 'BM-MONTHLY-FEE' TO QL-FIELD-NAME
005100     SET QL-NOT-ZERO TO TRUE
005110     MOVE 'MONTHLY FEE IS ZERO' TO QL-DESCRIPTION
005120     PERFORM 2020-CHECK-RULE
005130     MOVE 'Q004' TO QL-RULE-ID
005140     MOVE 'BM-ANNIV-DAY' TO QL-FIELD-NAME
005150     SET QL-IN-RANGE TO TRUE
005160     MOVE 1 TO QL-LOW-VALUE
005170     MOVE 31 TO QL-HIGH-VALUE
005180     MOVE 'ANNIVERSARY DAY NOT 01-31' TO QL-DESCRIPTION
005190     PERFORM 2020-CHECK-RULE
005200     MOVE ZERO TO QL-LOW-VALUE
005210     MOVE ZERO TO QL-HIGH-VALUE
005220     MOVE 'Q005' TO QL-RULE-ID
005230     MOVE 'YTERMF' TO QL-FILE-NAME
005240     MOVE 'TR-FLOOR-LOCATION' TO QL-FIELD-NAME
005250     SET QL-NOT-BLANK TO TRUE
005260     MOVE 'TERMINAL HAS NO LOCATION' TO QL-DESCRIPTION
005270     PERFORM 2020-CHECK-RULE
005280     MOVE 'Q006' TO QL-RULE-ID
005290     MOVE 'BOBCUSTF' TO QL-FILE-NAME
005300     MOVE 'BC-LAST-CONTACT-DATE' TO QL-FIELD-NAME
005310     SET QL-NOT-FUTURE TO TRUE
005320     MOVE 'LAST CONTACT IN THE FUTURE' TO QL-DESCRIPTION
005330     PERFORM 2020-CHECK-RULE
005340     MOVE 'Q007' TO QL-RULE-ID
005350     MOVE 'PUZRATEF' TO QL-FILE-NAME
005360     MOVE 'RT-LAST-RATED-DATE' TO QL-FIELD-NAME
005370     SET QL-NOT-FUTURE TO TRUE
005380     MOVE 'W' TO QL-SEVERITY
005390     MOVE 'LAST RATED IN THE FUTURE' TO QL-DESCRIPTION
005400     PERFORM 2020-CHECK-RULE
005410     .
005420 2060-LIST-ONE-RULE.
005430     MOVE QS-RL-IMAGE(QS-RULE-IX) TO QL-RULE-RECORD
005440     MOVE SPACES TO RPT-LINE
005450     STRING 'RULE ' DELIMITED BY SIZE
005460            QL-RULE-ID DELIMITED BY SIZE
005470            ' ' DELIMITED BY SIZE
005480            QL-FILE-NAME DELIMITED BY SIZE
005490            ' ' DELIMITED BY SIZE
005500            QL-FIELD-NAME DELIMITED BY SIZE
005510            ' ' DELIMITED BY SIZE
005520            QL-RULE-TYPE DELIMITED BY SIZE
005530            ' ' DELIMITED BY SIZE
005540            QL-SEVERITY DELIMITED BY SIZE
005550            '  ' DELIMITED BY SIZE
005560            QL-DESCRIPTION DELIMITED BY SIZE
005570         INTO RPT-LINE
005580     WRITE RPT-LINE
005590     .
005600* 2500-LOAD-LAST-SCORES - THE MOST RECENT HISTORY ROW BEFORE TODAY
005610* FOR EACH FILE IS THE ONE TONIGHT IS MEASURED AGAINST.
005620 2500-LOAD-LAST-SCORES.
005630     OPEN INPUT DQHISTF
005640     IF QS-HIS-OK
005650         MOVE 'N' TO QS-EOF-FLAG
005660         PERFORM 2510-READ-HISTORY
005670             UNTIL QS-AT-END
005680         CLOSE DQHISTF
005690     END-IF
005700     .
005710 2510-READ-HISTORY.
005720     READ DQHISTF
005730         AT END
005740             SET QS-AT-END TO TRUE
005750         NOT AT END
005760             PERFORM VARYING QS-FILE-IX FROM 1 BY 1
005770                     UNTIL QS-FILE-IX > 5
005780                 IF QH-FILE-NAME = QS-FILE-NAME(QS-FILE-IX)
005790                 AND QH-RUN-DATE < QS-RUN-DATE
005800                 AND QH-RUN-DATE NOT < QS-FL-LAST-DATE(QS-FILE-IX)
005810                     MOVE QH-RUN-DATE
005820                         TO QS-FL-LAST-DATE(QS-FILE-IX)
005830                     MOVE QH-PCT-CLEAN
005840                         TO QS-FL-LAST-PCT(QS-FILE-IX)
005850                 END-IF
005860             END-PERFORM
005870     END-READ
005880     .
005890 3100-SCAN-PLAYERS.
005900     MOVE 1 TO QS-FILE-IX
005910     OPEN INPUT YPLAYERF
005920     IF QS-MST-OK
005930         MOVE 'Y' TO QS-FL-SCANNED(QS-FILE-IX)
005940         MOVE 'N' TO QS-EOF-FLAG
005950         PERFORM 3110-READ-PLAYER
005960             UNTIL QS-AT-END
005970         CLOSE YPLAYERF
005980     END-IF
005990     .
006000 3110-READ-PLAYER.
006010     READ YPLAYERF NEXT RECORD
006020         AT END
006030             SET QS-AT-END TO TRUE
006040         NOT AT END
006050             MOVE YP-PLAYER-RECORD TO QS-RECORD-IMAGE
006060             PERFORM 4000-CHECK-RECORD
006070     END-READ
006080     .
006090 3200-SCAN-TERMINALS.
006100     MOVE 2 TO QS-FILE-IX
006110     OPEN INPUT YTERMF
006120     IF QS-MST-OK
006130         MOVE 'Y' TO QS-FL-SCANNED(QS-FILE-IX)
006140         MOVE 'N' TO QS-EOF-FLAG
006150         PERFORM 3210-READ-TERMINAL
006160             UNTIL QS-AT-END
006170         CLOSE YTERMF
006180     END-IF
006190     .
006200 3210-READ-TERMINAL.
006210     READ YTERMF NEXT RECORD
006220         AT END
006230             SET QS-AT-END TO TRUE
006240         NOT AT END
006250             MOVE TR-TERMINAL-RECORD TO QS-RECORD-IMAGE
006260             PERFORM 4000-CHECK-RECORD
006270     END-READ
006280     .
006290 3300-SCAN-BILLING-CUSTOMERS.
006300     MOVE 3 TO QS-FILE-IX
006310     OPEN INPUT BILLCSTF
006320     IF QS-MST-OK
006330         MOVE 'Y' TO QS-FL-SCANNED(QS-FILE-IX)
006340         MOVE 'N' TO QS-EOF-FLAG
006350         PERFORM 3310-READ-BILLING-CUSTOMER
006360             UNTIL QS-AT-END
006370         CLOSE BILLCSTF
006380     END-IF
006390     .
006400 3310-READ-BILLING-CUSTOMER.
006410     READ BILLCSTF NEXT RECORD
006420         AT END
006430             SET QS-AT-END TO TRUE
006440         NOT AT END
006450             MOVE BM-CUSTOMER-RECORD TO QS-RECORD-IMAGE
006460             PERFORM 4000-CHECK-RECORD
006470     END-READ
006480     .
006490 3400-SCAN-BOB-PROFILES.
006500     MOVE 4 TO QS-FILE-IX
006510     OPEN INPUT BOBCUSTF
006520     IF QS-MST-OK
006530         MOVE 'Y' TO QS-FL-SCANNED(QS-FILE-IX)
006540         MOVE 'N' TO QS-EOF-FLAG
006550         PERFORM 3410-READ-BOB-PROFILE
006560             UNTIL QS-AT-END
006570         CLOSE BOBCUSTF
006580     END-IF
006590     .
006600 3410-READ-BOB-PROFILE.
006610     READ BOBCUSTF NEXT RECORD
006620         AT END
006630             SET QS-AT-END TO TRUE
006640         NOT AT END
006650             MOVE BC-PROFILE-RECORD TO QS-RECORD-IMAGE
006660             PERFORM 4000-CHECK-RECORD
006670     END-READ
006680     .
006690 3500-SCAN-PUZZLE-RATINGS.
006700     MOVE 5 TO QS-FILE-IX
006710     OPEN INPUT PUZRATEF
006720     IF QS-MST-OK
006730         MOVE 'Y' TO QS-FL-SCANNED(QS-FILE-IX)
006740         MOVE 'N' TO QS-EOF-FLAG
006750         PERFORM 3510-READ-PUZZLE-RATING
006760             UNTIL QS-AT-END
006770         CLOSE PUZRATEF
006780     END-IF
006790     .
006800 3510-READ-PUZZLE-RATING.
006810     READ PUZRATEF NEXT RECORD
006820         AT END
006830             SET QS-AT-END TO TRUE
006840         NOT AT END
006850             MOVE RT-RATING-RECORD TO QS-RECORD-IMAGE
006860             PERFORM 4000-CHECK-RECORD
006870     END-READ
006880     .
006890* 4000-CHECK-RECORD - EVERY RULE FOR THIS FILE AGAINST ONE RECORD;
006900* A RECORD WITH NO FAILURE AT ALL IS CLEAN.
006910 4000-CHECK-RECORD.
006920     ADD 1 TO QS-FL-RECORDS(QS-FILE-IX)
006930     ADD 1 TO QS-TOTAL-RECORDS
006940     MOVE 'N' TO QS-DIRTY-FLAG
006950     PERFORM VARYING QS-RULE-IX FROM 1 BY 1
006960             UNTIL QS-RULE-IX > QS-RULE-COUNT
006970         IF QS-RL-FILE-IX(QS-RULE-IX) = QS-FILE-IX
006980             PERFORM 4100-APPLY-ONE-RULE
006990         END-IF
007000     END-PERFORM
007010     IF NOT QS-RECORD-DIRTY
007020         ADD 1 TO QS-FL-CLEAN(QS-FILE-IX)
007030     END-IF
007040     .
007050 4100-APPLY-ONE-RULE.
007060     MOVE QS-RL-IMAGE(QS-RULE-IX) TO QL-RULE-RECORD
007070     MOVE QS-RL-OFFSET(QS-RULE-IX) TO QS-FIELD-OFFSET
007080     MOVE QS-RL-LENGTH(QS-RULE-IX) TO QS-FIELD-LENGTH
007090     MOVE 'N' TO QS-FAIL-FLAG
007100     EVALUATE TRUE
007110         WHEN QL-NOT-BLANK
007120             IF QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007130                = SPACES
007140                 SET QS-RULE-FAILED TO TRUE
007150             END-IF
007160         WHEN QL-VALID-DATE
007170             PERFORM 4200-CHECK-DATE
007180         WHEN QL-DATE-IF-PRESENT
007190             IF QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007200                NOT = SPACES
007210                 PERFORM 4200-CHECK-DATE
007220             END-IF
007230         WHEN QL-NOT-FUTURE
007240             IF QS-RECORD-IMAGE(QS-FIELD-OFFSET:8) IS NUMERIC
007250             AND QS-RECORD-IMAGE(QS-FIELD-OFFSET:8) > QS-RUN-DATE
007260                 SET QS-RULE-FAILED TO TRUE
007270             END-IF
007280         WHEN QL-NOT-ZERO
007290             IF QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007300                NOT NUMERIC
007310             OR QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007320                = ZEROS
007330                 SET QS-RULE-FAILED TO TRUE
007340             END-IF
007350         WHEN QL-IN-RANGE
007360             PERFORM 4300-CHECK-RANGE
007370         WHEN QL-IN-LIST
007380             IF QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007390                NOT = SPACES
007400                 PERFORM 4400-CHECK-LIST
007410             END-IF
007420     END-EVALUATE
007430     IF QS-RULE-FAILED
007440         PERFORM 4900-WRITE-EXCEPTION
007450     END-IF
007460     .
007470 4200-CHECK-DATE.
007480     MOVE QS-RECORD-IMAGE(QS-FIELD-OFFSET:8) TO QS-DATE-TEXT
007490     IF QS-DATE-TEXT IS NOT NUMERIC
007500         SET QS-RULE-FAILED TO TRUE
007510     ELSE
007520         MOVE QS-DATE-YEAR TO DV-YEAR
007530         MOVE QS-DATE-MONTH TO DV-MONTH
007540         MOVE QS-DATE-DAY TO DV-DAY
007550         CALL 'DATEVAL' USING DV-PARMS
007560         IF DV-DATE-IS-NOT-VALID
007570             SET QS-RULE-FAILED TO TRUE
007580         END-IF
007590     END-IF
007600     .
007610 4300-CHECK-RANGE.
007620     IF QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007630        NOT NUMERIC
007640         SET QS-RULE-FAILED TO TRUE
007650     ELSE
007660         MOVE QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007670             TO QS-NUM-TEXT
007680         INSPECT QS-NUM-TEXT REPLACING LEADING SPACES BY ZEROS
007690         IF QS-NUM-VALUE < QL-LOW-VALUE
007700         OR QS-NUM-VALUE > QL-HIGH-VALUE
007710             SET QS-RULE-FAILED TO TRUE
007720         END-IF
007730     END-IF
007740     .
007750* 4400-CHECK-LIST - THE LIST HOLDS CODES OF THE FIELD'S OWN WIDTH
007760* END TO END; THE FIRST BLANK CODE ENDS IT.
007770 4400-CHECK-LIST.
007780     SET QS-RULE-FAILED TO TRUE
007790     PERFORM VARYING QS-LIST-POS FROM 1 BY QS-FIELD-LENGTH
007800             UNTIL QS-LIST-POS + QS-FIELD-LENGTH > 21
007810                OR NOT QS-RULE-FAILED
007820                OR QL-VALUE-LIST(QS-LIST-POS:QS-FIELD-LENGTH)
007830                   = SPACES
007840         IF QL-VALUE-LIST(QS-LIST-POS:QS-FIELD-LENGTH) =
007850            QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
007860             MOVE 'N' TO QS-FAIL-FLAG
007870         END-IF
007880     END-PERFORM
007890     .
007900 4900-WRITE-EXCEPTION.
007910     SET QS-RECORD-DIRTY TO TRUE
007920     ADD 1 TO QS-RL-FAILS(QS-RULE-IX)
007930     ADD 1 TO QS-TOTAL-EXCEPTIONS
007940     IF QL-SEVERITY-WARNING
007950         ADD 1 TO QS-FL-WARNINGS(QS-FILE-IX)
007960         ADD 1 TO QS-TOTAL-WARNINGS
007970     ELSE
007980         ADD 1 TO QS-FL-ERRORS(QS-FILE-IX)
007990         ADD 1 TO QS-TOTAL-ERRORS
008000     END-IF
008010     MOVE SPACES TO QE-EXCEPTION-RECORD
008020     MOVE QS-RUN-DATE TO QE-RUN-DATE
008030     MOVE QL-FILE-NAME TO QE-FILE-NAME
008040     MOVE QS-RECORD-IMAGE(1:QS-KEY-LENGTH(QS-FILE-IX))
008050         TO QE-RECORD-KEY
008060     MOVE QL-RULE-ID TO QE-RULE-ID
008070     MOVE QL-SEVERITY TO QE-SEVERITY
008080     MOVE QL-RULE-TYPE TO QE-RULE-TYPE
008090     MOVE QL-FIELD-NAME TO QE-FIELD-NAME
008100     MOVE QS-RECORD-IMAGE(QS-FIELD-OFFSET:QS-FIELD-LENGTH)
008110         TO QE-FIELD-VALUE
008120     MOVE QL-DESCRIPTION TO QE-DESCRIPTION
008130     WRITE QE-EXCEPTION-RECORD
008140     .
008150* 5000-WRITE-SCORECARD - PERCENT CLEAN PER FILE, WITH THE CHANGE
008160* SINCE THE LAST EARLIER RUN.  AN EMPTY FILE SCORES 100.
008170 5000-WRITE-SCORECARD.
008180     MOVE SPACES TO RPT-LINE
008190     WRITE RPT-LINE
008200     MOVE 'SCORECARD - PERCENT OF RECORDS CLEAN' TO RPT-LINE
008210     WRITE RPT-LINE
008220     PERFORM 5100-WRITE-FILE-SCORE
008230         VARYING QS-FILE-IX FROM 1 BY 1
008240         UNTIL QS-FILE-IX > 5
008250     MOVE SPACES TO RPT-LINE
008260     WRITE RPT-LINE
008270     MOVE 'FAILURES BY RULE' TO RPT-LINE
008280     WRITE RPT-LINE
008290     PERFORM 5200-WRITE-RULE-FAILURES
008300         VARYING QS-RULE-IX FROM 1 BY 1
008310         UNTIL QS-RULE-IX > QS-RULE-COUNT
008320     .
008330 5100-WRITE-FILE-SCORE.
008340     MOVE SPACES TO RPT-LINE
008350     IF QS-FL-SCANNED(QS-FILE-IX) = 'Y'
008360         PERFORM 5110-SCORE-ONE-FILE
008370     ELSE
008380         STRING QS-FILE-NAME(QS-FILE-IX) DELIMITED BY SIZE
008390                '  NOT SCANNED - FILE NOT AVAILABLE'
008400                    DELIMITED BY SIZE
008410             INTO RPT-LINE
008420     END-IF
008430     WRITE RPT-LINE
008440     .
008450 5110-SCORE-ONE-FILE.
008460     IF QS-FL-RECORDS(QS-FILE-IX) = ZERO
008470         MOVE 100 TO QS-FL-PCT(QS-FILE-IX)
008480     ELSE
008490         COMPUTE QS-FL-PCT(QS-FILE-IX) ROUNDED =
008500             QS-FL-CLEAN(QS-FILE-IX) * 100
008510             / QS-FL-RECORDS(QS-FILE-IX)
008520     END-IF
008530     MOVE QS-FL-PCT(QS-FILE-IX) TO QS-PCT-ED
008540     STRING QS-FILE-NAME(QS-FILE-IX) DELIMITED BY SIZE
008550            '  RECORDS ' DELIMITED BY SIZE
008560            QS-FL-RECORDS(QS-FILE-IX) DELIMITED BY SIZE
008570            '  CLEAN ' DELIMITED BY SIZE
008580            QS-FL-CLEAN(QS-FILE-IX) DELIMITED BY SIZE
008590            ' ' DELIMITED BY SIZE
008600            QS-PCT-ED DELIMITED BY SIZE
008610            '%  ERRORS ' DELIMITED BY SIZE
008620            QS-FL-ERRORS(QS-FILE-IX) DELIMITED BY SIZE
008630            '  WARNINGS ' DELIMITED BY SIZE
008640            QS-FL-WARNINGS(QS-FILE-IX) DELIMITED BY SIZE
008650         INTO RPT-LINE
008660     IF QS-FL-LAST-DATE(QS-FILE-IX) = SPACES
008670         MOVE '  NO EARLIER RUN' TO RPT-LINE(84:)
008680     ELSE
008690         MOVE QS-FL-LAST-PCT(QS-FILE-IX) TO QS-LAST-PCT-ED
008700         COMPUTE QS-CHANGE = QS-FL-PCT(QS-FILE-IX)
008710             - QS-FL-LAST-PCT(QS-FILE-IX)
008720         MOVE QS-CHANGE TO QS-CHANGE-ED
008730         STRING '  LAST ' DELIMITED BY SIZE
008740                QS-FL-LAST-DATE(QS-FILE-IX) DELIMITED BY SIZE
008750                ' ' DELIMITED BY SIZE
008760                QS-LAST-PCT-ED DELIMITED BY SIZE
008770                '% ' DELIMITED BY SIZE
008780                QS-CHANGE-ED DELIMITED BY SIZE
008790             INTO RPT-LINE(84:)
008800     END-IF
008810     .
008820 5200-WRITE-RULE-FAILURES.
008830     MOVE QS-RL-IMAGE(QS-RULE-IX) TO QL-RULE-RECORD
008840     MOVE SPACES TO RPT-LINE
008850     STRING 'RULE ' DELIMITED BY SIZE
008860            QL-RULE-ID DELIMITED BY SIZE
008870            ' ' DELIMITED BY SIZE
008880            QL-FILE-NAME DELIMITED BY SIZE
008890            ' ' DELIMITED BY SIZE
008900            QL-FIELD-NAME DELIMITED BY SIZE
008910            ' ' DELIMITED BY SIZE
008920            QL-RULE-TYPE DELIMITED BY SIZE
008930            ' ' DELIMITED BY SIZE
008940            QL-SEVERITY DELIMITED BY SIZE
008950            '  FAILED ' DELIMITED BY SIZE
008960            QS-RL-FAILS(QS-RULE-IX) DELIMITED BY SIZE
008970         INTO RPT-LINE
008980     WRITE RPT-LINE
008990     .
009000* 5500-APPEND-HISTORY - ONE ROW PER FILE SCANNED TONIGHT, FOR NEXT
009010* WEEK'S TREND.
009020 5500-APPEND-HISTORY.
009030     OPEN EXTEND DQHISTF
009040     IF NOT QS-HIS-OK
009050         OPEN OUTPUT DQHISTF
009060     END-IF
009070     PERFORM VARYING QS-FILE-IX FROM 1 BY 1
009080             UNTIL QS-FILE-IX > 5
009090         IF QS-FL-SCANNED(QS-FILE-IX) = 'Y'
009100             MOVE SPACES TO QH-HISTORY-RECORD
009110             MOVE QS-RUN-DATE TO QH-RUN-DATE
009120             MOVE QS-FILE-NAME(QS-FILE-IX) TO QH-FILE-NAME
009130             MOVE QS-FL-RECORDS(QS-FILE-IX) TO QH-RECORD-COUNT
009140             MOVE QS-FL-CLEAN(QS-FILE-IX) TO QH-CLEAN-COUNT
009150             MOVE QS-FL-PCT(QS-FILE-IX) TO QH-PCT-CLEAN
009160             MOVE QS-FL-ERRORS(QS-FILE-IX) TO QH-ERROR-COUNT
009170             MOVE QS-FL-WARNINGS(QS-FILE-IX) TO QH-WARNING-COUNT
009180             WRITE QH-HISTORY-RECORD
009190         END-IF
009200     END-PERFORM
009210     CLOSE DQHISTF
009220     .
009230 6000-WRITE-SUMMARY.
009240     MOVE SPACES TO RPT-LINE
009250     WRITE RPT-LINE
009260     STRING 'RECORDS ' DELIMITED BY SIZE
009270            QS-TOTAL-RECORDS DELIMITED BY SIZE
009280            '  EXCEPTIONS ' DELIMITED BY SIZE
009290            QS-TOTAL-EXCEPTIONS DELIMITED BY SIZE
009300            '  ERRORS ' DELIMITED BY SIZE
009310            QS-TOTAL-ERRORS DELIMITED BY SIZE
009320            '  WARNINGS ' DELIMITED BY SIZE
009330            QS-TOTAL-WARNINGS DELIMITED BY SIZE
009340            '  RULES REJECTED ' DELIMITED BY SIZE
009350            QS-BAD-RULE-COUNT DELIMITED BY SIZE
009360         INTO RPT-LINE
009370     WRITE RPT-LINE
009380     .
