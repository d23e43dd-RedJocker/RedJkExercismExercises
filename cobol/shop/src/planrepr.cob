000010
000020* PLANREPR
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PLANREPR.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PLANREPR IS THE NIGHTLY REPRICING JOB FOR THE PLANCATF PLAN
000100* CATALOG, RUN AHEAD OF THE BILLINVC INVOICE RUN.  A PRICE RISE
000110* USED TO MEAN EDITING EVERY CUSTOMER THROUGH BILLCMNT ONE AT A
000120* TIME; NOW A FUTURE-DATED CATALOG ROW DOES IT.  FOR EACH ACTIVE
000130* CUSTOMER ON BILLCSTF THE JOB DOES TWO THINGS.
000140*
000150* APPLY - THE CUSTOMER'S CURRENT PERIOD STARTED ON THEIR LATEST
000160* ANNIVERSARY NOT AFTER TODAY (29-31 ROLLED TO A SHORT MONTH'S
000170* END, FEBRUARY FROM LEAPCALC).  WHEN THE PLAN'S PRICE IN EFFECT
000180* ON THAT ANNIVERSARY TOOK EFFECT SINCE THE ANNIVERSARY BEFORE
000190* IT, THE NEW PRICE IS DUE AND BM-MONTHLY-FEE IS CHANGED TO IT -
000200* SO A PRICE MOVES A CUSTOMER ON AT THEIR FIRST ANNIVERSARY ON OR
000210* AFTER ITS EFFECTIVE DATE, AND NOT BEFORE.
000220*
000230* NOTICE - EVERY LATER ANNIVERSARY FALLING WITHIN THE NOTICE
000240* WINDOW (RZ-NOTICE-DAYS, 30 UNLESS THE OPTIONAL PLANRCTL CONTROL
000250* RECORD SAYS OTHERWISE) IS CHECKED THE SAME WAY, AND A PRICE
000260* CHANGE DUE ON ONE OF THEM GETS AN ADVANCE NOTICE LETTER ON
000270* PLNNOTF, EXPANDED FROM THE PLNTMPL TEMPLATE THE WAY RENEWNOT
000280* EXPANDS RENTMPL.  TEMPLATE LINES MAY CARRY THE TOKENS <CUST>,
000290* <PLAN>, <OLD>, <NEW> AND <DATE> (THE ANNIVERSARY THE NEW PRICE
000300* STARTS ON); A BUILT-IN THREE-LINE LETTER APPLIES WHEN PLNTMPL
000310* IS MISSING.  EACH NOTICE IS DATED FOR THE NEXT BUSINESS DAY
000320* THROUGH BIZDAY AND REMEMBERED ON PLNNHSTF (CUSTOMER + PLAN +
000330* PRICE EFFECTIVE DATE) SO A CUSTOMER IS ONLY TOLD ONCE.
000340*
000350* THE PLANRRPT REGISTER LISTS EVERY REPRICING AND EVERY NOTICE
000360* AND ENDS WITH THE COUNTS.
000370*
000380* MODIFICATION HISTORY
000390*   DATE       INIT  DESCRIPTION
000400*   2026-10-15 RJ    ORIGINAL PROGRAM
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT BILLCSTF ASSIGN TO "BILLCSTF"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS BM-CUSTOMER-ID
000510         FILE STATUS IS RZ-CST-STATUS.
000520     SELECT PLANCATF ASSIGN TO "PLANCATF"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS PP-CATALOG-KEY
000560         FILE STATUS IS RZ-CAT-STATUS.
000570     SELECT PLNNHSTF ASSIGN TO "PLNNHSTF"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS NK-NOTICE-KEY
000610         FILE STATUS IS RZ-HST-STATUS.
000620     SELECT PLANRCTL ASSIGN TO "PLANRCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS RZ-CTL-STATUS.
000650     SELECT PLNTMPL ASSIGN TO "PLNTMPL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS RZ-TPL-STATUS.
000680     SELECT PLNNOTF ASSIGN TO "PLNNOTF"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS RZ-NOT-STATUS.
000710     SELECT PLANRRPT ASSIGN TO "PLANRRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS RZ-RPT-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  BILLCSTF.
000770 COPY "BILLCUST.cpy".
000780 FD  PLANCATF.
000790 COPY "PLANCAT.cpy".
000800 FD  PLNNHSTF.
000810 01  NK-NOTICE-RECORD.
000820     05  NK-NOTICE-KEY.
000830         10  NK-CUSTOMER-ID     PIC X(10).
000840         10  NK-PLAN-CODE       PIC X(04).
000850         10  NK-EFFECTIVE-FROM  PIC X(08).
000860     05  NK-NOTICE-DATE         PIC X(08).
000870     05  NK-APPLY-DATE          PIC X(08).
000880     05  NK-NEW-FEE             PIC 9(05)V99.
000890 FD  PLANRCTL.
000900 01  NC-CONTROL-RECORD.
000910     05  NC-NOTICE-DAYS         PIC X(03).
000920 FD  PLNTMPL.
000930 01  TPL-LINE                   PIC X(80).
000940 FD  PLNNOTF
000950     RECORD CONTAINS 100 CHARACTERS.
000960 01  NOT-LINE                   PIC X(100).
000970 FD  PLANRRPT
000980     RECORD CONTAINS 80 CHARACTERS.
000990 01  RPT-LINE                   PIC X(80).
001000 WORKING-STORAGE SECTION.
001010 01  RZ-WORK-FIELDS.
001020     05  RZ-CST-STATUS          PIC X(02) VALUE SPACES.
001030         88  RZ-CST-OK              VALUE '00'.
001040         88  RZ-CST-EOF             VALUE '10'.
001050     05  RZ-CAT-STATUS          PIC X(02) VALUE SPACES.
001060         88  RZ-CAT-OK              VALUE '00'.
001070         88  RZ-CAT-EOF             VALUE '10'.
001080     05  RZ-HST-STATUS          PIC X(02) VALUE SPACES.
001090         88  RZ-HST-NOT-FOUND       VALUE '35'.
001100     05  RZ-CTL-STATUS          PIC X(02) VALUE SPACES.
001110         88  RZ-CTL-OK              VALUE '00'.
001120     05  RZ-TPL-STATUS          PIC X(02) VALUE SPACES.
001130         88  RZ-TPL-OK              VALUE '00'.
001140         88  RZ-TPL-EOF             VALUE '10'.
001150     05  RZ-NOT-STATUS          PIC X(02) VALUE SPACES.
001160     05  RZ-RPT-STATUS          PIC X(02) VALUE SPACES.
001170     05  RZ-CURRENT-TS          PIC X(21) VALUE SPACES.
001180     05  RZ-RUN-DATE            PIC X(08) VALUE SPACES.
001190     05  RZ-TODAY               PIC 9(08) VALUE ZERO.
001200     05  RZ-MAIL-DATE           PIC X(08) VALUE SPACES.
001210     05  RZ-NOTICE-DAYS         PIC 9(03) VALUE 30.
001220     05  RZ-NOTICE-LIMIT        PIC 9(08) VALUE ZERO.
001230     05  RZ-DAY-INTEGER         PIC 9(07) VALUE ZERO.
001240     05  RZ-SCANNED-COUNT       PIC 9(07) VALUE ZERO.
001250     05  RZ-REPRICED-COUNT      PIC 9(07) VALUE ZERO.
001260     05  RZ-NOTICE-COUNT        PIC 9(07) VALUE ZERO.
001270     05  RZ-ALREADY-COUNT       PIC 9(07) VALUE ZERO.
001280     05  RZ-WORK-DATE           PIC 9(08) VALUE ZERO.
001290     05  RZ-WORK-DATE-X REDEFINES RZ-WORK-DATE
001300                                PIC X(08).
001310     05  RZ-WORK-PARTS REDEFINES RZ-WORK-DATE.
001320         10  RZ-WORK-YEAR       PIC 9(04).
001330         10  RZ-WORK-MONTH      PIC 9(02).
001340         10  RZ-WORK-DAY        PIC 9(02).
001350     05  RZ-DAY-LIMIT           PIC 9(02) VALUE ZERO.
001360     05  RZ-PERIOD-START        PIC 9(08) VALUE ZERO.
001370     05  RZ-PRIOR-ANNIV         PIC 9(08) VALUE ZERO.
001380     05  RZ-LOOKUP-DATE         PIC 9(08) VALUE ZERO.
001390     05  RZ-LOOK-COUNT          PIC 9(02) VALUE ZERO.
001400     05  RZ-LOOK-DONE-FLAG      PIC X(01) VALUE 'N'.
001410         88  RZ-LOOK-DONE           VALUE 'Y'.
001420     05  RZ-RUNNING-FEE         PIC 9(05)V99 VALUE ZERO.
001430     05  RZ-OLD-FEE             PIC 9(05)V99 VALUE ZERO.
001440     05  RZ-OLD-ED              PIC ZZZZ9.99.
001450     05  RZ-NEW-ED              PIC ZZZZ9.99.
001460     05  RZ-COUNT-ED            PIC ZZZZZZ9.
001470     05  RZ-TPL-COUNT           PIC 9(02) VALUE ZERO.
001480     05  RZ-TPL-IX              PIC 9(02) VALUE ZERO.
001490     05  RZ-IN-IX               PIC 9(03) VALUE ZERO.
001500     05  RZ-OUT-IX              PIC 9(03) VALUE ZERO.
001510     05  RZ-WORK-LINE           PIC X(80) VALUE SPACES.
001520     05  RZ-APPLY-DATE-X        PIC X(08) VALUE SPACES.
001530* DAYS IN EACH MONTH; FEBRUARY IS OVERLAID FROM LEAPCALC.
001540 01  RZ-MONTH-DAYS-VALUES       PIC X(24)
001550                                VALUE '312831303130313130313031'.
001560 01  RZ-MONTH-DAYS-TABLE REDEFINES RZ-MONTH-DAYS-VALUES.
001570     05  RZ-MONTH-DAYS OCCURS 12 TIMES
001580                                PIC 9(02).
001590* THE WHOLE CATALOG, IN KEY ORDER, LOADED ONCE PER RUN.
001600 01  RZ-PRICE-TABLE.
001610     05  RZ-PRICE-COUNT         PIC 9(03) VALUE ZERO.
001620     05  RZ-PRICE-IX            PIC 9(03) VALUE ZERO.
001630     05  RZ-FOUND-IX            PIC 9(03) VALUE ZERO.
001640     05  RZ-PRICE-ENTRY OCCURS 500 TIMES.
001650         10  RZ-PRICE-PLAN      PIC X(04).
001660         10  RZ-PRICE-EFFECTIVE PIC 9(08).
001670         10  RZ-PRICE-FEE       PIC 9(05)V99.
001680 01  RZ-TEMPLATE-TABLE.
001690     05  RZ-TPL-ENTRY OCCURS 20 TIMES
001700                                PIC X(80).
001710 COPY "LEAPCALC.cpy".
001720 COPY "BIZDAYLK.cpy".
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760     IF RZ-CST-OK
001770         PERFORM 2000-READ-NEXT-CUSTOMER
001780         PERFORM UNTIL RZ-CST-EOF
001790             IF BM-CUSTOMER-IS-ACTIVE
001800                     AND BM-ANNIV-DAY > ZERO
001810                     AND BM-ANNIV-DAY < 32
001820                 PERFORM 3000-REPRICE-ONE-CUSTOMER
001830             END-IF
001840             PERFORM 2000-READ-NEXT-CUSTOMER
001850         END-PERFORM
001860         CLOSE BILLCSTF
001870     ELSE
001880         MOVE 'NO BILLING MASTER - NOTHING REPRICED' TO RPT-LINE
001890         WRITE RPT-LINE
001900     END-IF
001910     PERFORM 4000-WRITE-REGISTER-TOTAL
001920     CLOSE PLNNHSTF PLNNOTF PLANRRPT
001930     GOBACK.
001940* 1000-INITIALIZE - OPEN EVERYTHING, TAKE THE NOTICE WINDOW FROM
001950* PLANRCTL, LOAD THE TEMPLATE AND THE CATALOG, AND DATE THE
001960* LETTERS.
001970 1000-INITIALIZE.
001980     MOVE FUNCTION CURRENT-DATE TO RZ-CURRENT-TS
001990     MOVE RZ-CURRENT-TS(1:8) TO RZ-RUN-DATE
002000     MOVE RZ-RUN-DATE TO RZ-WORK-DATE-X
002010     MOVE RZ-WORK-DATE TO RZ-TODAY
002020     OPEN OUTPUT PLNNOTF
002030     OPEN OUTPUT PLANRRPT
002040     MOVE SPACES TO RPT-LINE
002050     STRING 'PLAN REPRICING REGISTER  RUN DATE ' DELIMITED BY SIZE
002060            RZ-RUN-DATE DELIMITED BY SIZE
002070         INTO RPT-LINE
002080     WRITE RPT-LINE
002090     OPEN INPUT PLANRCTL
002100     IF RZ-CTL-OK
002110         READ PLANRCTL
002120             AT END
002130                 CONTINUE
002140             NOT AT END
002150                 IF NC-NOTICE-DAYS IS NUMERIC
002160                     MOVE NC-NOTICE-DAYS TO RZ-NOTICE-DAYS
002170                 END-IF
002180         END-READ
002190         CLOSE PLANRCTL
002200     END-IF
002210     COMPUTE RZ-DAY-INTEGER =
002220         FUNCTION INTEGER-OF-DATE(RZ-TODAY) + RZ-NOTICE-DAYS
002230     COMPUTE RZ-NOTICE-LIMIT =
002240         FUNCTION DATE-OF-INTEGER(RZ-DAY-INTEGER)
002250     PERFORM 1100-LOAD-TEMPLATE
002260     PERFORM 1200-LOAD-CATALOG
002270     PERFORM 1300-SET-MAIL-DATE
002280     OPEN I-O PLNNHSTF
002290     IF RZ-HST-NOT-FOUND
002300         OPEN OUTPUT PLNNHSTF
002310         CLOSE PLNNHSTF
002320         OPEN I-O PLNNHSTF
002330     END-IF
002340     OPEN I-O BILLCSTF
002350     .
002360* 1100-LOAD-TEMPLATE - THE LETTER TEMPLATE, OR THE BUILT-IN
002370* THREE-LINE LETTER WHEN PLNTMPL IS NOT THERE.
002380 1100-LOAD-TEMPLATE.
002390     MOVE ZERO TO RZ-TPL-COUNT
002400     OPEN INPUT PLNTMPL
002410     IF RZ-TPL-OK
002420         PERFORM 1110-READ-NEXT-TEMPLATE
002430         PERFORM UNTIL RZ-TPL-EOF
002440                 OR RZ-TPL-COUNT > 19
002450             ADD 1 TO RZ-TPL-COUNT
002460             MOVE TPL-LINE TO RZ-TPL-ENTRY(RZ-TPL-COUNT)
002470             PERFORM 1110-READ-NEXT-TEMPLATE
002480         END-PERFORM
002490         CLOSE PLNTMPL
002500     ELSE
002510         MOVE 3 TO RZ-TPL-COUNT
002520         MOVE 'DEAR CUSTOMER <CUST>,'
002530             TO RZ-TPL-ENTRY(1)
002540         MOVE 'THE MONTHLY PRICE OF YOUR <PLAN> PLAN IS CHANGING.'
002550             TO RZ-TPL-ENTRY(2)
002560         MOVE 'FROM <DATE> YOUR FEE WILL BE <NEW> (NOW <OLD>).'
002570             TO RZ-TPL-ENTRY(3)
002580     END-IF
002590     .
002600 1110-READ-NEXT-TEMPLATE.
002610     READ PLNTMPL
002620         AT END
002630             SET RZ-TPL-EOF TO TRUE
002640     END-READ
002650     .
002660* 1200-LOAD-CATALOG - EVERY PRICE ROW IN PLAN/EFFECTIVE ORDER, SO
002670* THE LAST MATCH FOUND SCANNING FORWARD IS THE ONE IN EFFECT.
002680 1200-LOAD-CATALOG.
002690     MOVE ZERO TO RZ-PRICE-COUNT
002700     OPEN INPUT PLANCATF
002710     IF RZ-CAT-OK
002720         PERFORM 1210-READ-NEXT-PRICE
002730         PERFORM UNTIL RZ-CAT-EOF
002740             IF RZ-PRICE-COUNT < 500
002750                 ADD 1 TO RZ-PRICE-COUNT
002760                 MOVE PP-PLAN-CODE
002770                     TO RZ-PRICE-PLAN(RZ-PRICE-COUNT)
002780                 MOVE PP-EFFECTIVE-FROM TO RZ-WORK-DATE-X
002790                 MOVE RZ-WORK-DATE
002800                     TO RZ-PRICE-EFFECTIVE(RZ-PRICE-COUNT)
002810                 MOVE PP-MONTHLY-FEE
002820                     TO RZ-PRICE-FEE(RZ-PRICE-COUNT)
002830             ELSE
002840                 MOVE 'CATALOG TABLE FULL - LATER ROWS IGNORED'
002850                     TO RPT-LINE
002860                 WRITE RPT-LINE
002870                 SET RZ-CAT-EOF TO TRUE
002880             END-IF
002890             PERFORM 1210-READ-NEXT-PRICE
002900         END-PERFORM
002910         CLOSE PLANCATF
002920     ELSE
002930         MOVE 'NO PLAN CATALOG - NOTHING TO APPLY' TO RPT-LINE
002940         WRITE RPT-LINE
002950     END-IF
002960     .
002970 1210-READ-NEXT-PRICE.
002980     IF NOT RZ-CAT-EOF
002990         READ PLANCATF NEXT RECORD
003000             AT END
003010                 SET RZ-CAT-EOF TO TRUE
003020         END-READ
003030     END-IF
003040     .
003050* 1300-SET-MAIL-DATE - TODAY WHEN THE SHOP IS OPEN, OTHERWISE
003060* THE NEXT BUSINESS DAY OFF THE SHARED CALENDAR MODULE.
003070 1300-SET-MAIL-DATE.
003080     MOVE RZ-RUN-DATE TO RZ-MAIL-DATE
003090     SET BD-ASK-IS-OPEN TO TRUE
003100     MOVE RZ-TODAY TO RZ-WORK-DATE
003110     MOVE RZ-WORK-YEAR  TO BD-YEAR
003120     MOVE RZ-WORK-MONTH TO BD-MONTH
003130     MOVE RZ-WORK-DAY   TO BD-DAY
003140     CALL 'BIZDAY' USING BD-PARMS
003150     IF BD-SHOP-IS-CLOSED
003160         SET BD-ASK-NEXT-BIZ-DAY TO TRUE
003170         CALL 'BIZDAY' USING BD-PARMS
003180         MOVE SPACES TO RZ-MAIL-DATE
003190         STRING BD-RESULT-YEAR  DELIMITED BY SIZE
003200                BD-RESULT-MONTH DELIMITED BY SIZE
003210                BD-RESULT-DAY   DELIMITED BY SIZE
003220             INTO RZ-MAIL-DATE
003230     END-IF
003240     .
003250 2000-READ-NEXT-CUSTOMER.
003260     READ BILLCSTF NEXT RECORD
003270         AT END
003280             SET RZ-CST-EOF TO TRUE
003290     END-READ
003300     .
003310* 3000-REPRICE-ONE-CUSTOMER - FIND THE ANNIVERSARY THE CURRENT
003320* PERIOD STARTED ON AND THE ONE BEFORE IT, APPLY ANY PRICE DUE,
003330* THEN LOOK AHEAD FOR NOTICES.
003340 3000-REPRICE-ONE-CUSTOMER.
003350     ADD 1 TO RZ-SCANNED-COUNT
003360     MOVE RZ-TODAY TO RZ-WORK-DATE
003370     PERFORM 8000-ROLL-ANNIV-DAY
003380     IF RZ-WORK-DATE > RZ-TODAY
003390         PERFORM 8100-STEP-BACK-MONTH
003400     END-IF
003410     MOVE RZ-WORK-DATE TO RZ-PERIOD-START
003420     PERFORM 8100-STEP-BACK-MONTH
003430     MOVE RZ-WORK-DATE TO RZ-PRIOR-ANNIV
003440     PERFORM 3100-APPLY-DUE-PRICE
003450     PERFORM 3200-LOOK-AHEAD-FOR-NOTICES
003460     .
003470* 3100-APPLY-DUE-PRICE - A PRICE THAT TOOK EFFECT AFTER THE PRIOR
003480* ANNIVERSARY AND BY THE START OF THIS PERIOD IS DUE NOW.
003490 3100-APPLY-DUE-PRICE.
003500     MOVE RZ-PERIOD-START TO RZ-LOOKUP-DATE
003510     PERFORM 8200-FIND-PRICE-IN-EFFECT
003520     IF RZ-FOUND-IX > ZERO
003530         IF RZ-PRICE-EFFECTIVE(RZ-FOUND-IX) > RZ-PRIOR-ANNIV
003540                 AND RZ-PRICE-FEE(RZ-FOUND-IX)
003550                     NOT = BM-MONTHLY-FEE
003560             MOVE BM-MONTHLY-FEE TO RZ-OLD-FEE
003570             MOVE RZ-PRICE-FEE(RZ-FOUND-IX) TO BM-MONTHLY-FEE
003580             REWRITE BM-CUSTOMER-RECORD
003590             ADD 1 TO RZ-REPRICED-COUNT
003600             MOVE RZ-OLD-FEE TO RZ-OLD-ED
003610             MOVE BM-MONTHLY-FEE TO RZ-NEW-ED
003620             MOVE RZ-PERIOD-START TO RZ-WORK-DATE
003630             MOVE SPACES TO RPT-LINE
003640             STRING 'REPRICED ' DELIMITED BY SIZE
003650                    BM-CUSTOMER-ID DELIMITED BY SIZE
003660                    ' ' DELIMITED BY SIZE
003670                    BM-PLAN-CODE DELIMITED BY SIZE
003680                    ' ' DELIMITED BY SIZE
003690                    RZ-OLD-ED DELIMITED BY SIZE
003700                    ' TO ' DELIMITED BY SIZE
003710                    RZ-NEW-ED DELIMITED BY SIZE
003720                    ' FROM ' DELIMITED BY SIZE
003730                    RZ-WORK-DATE-X DELIMITED BY SIZE
003740                 INTO RPT-LINE
003750             WRITE RPT-LINE
003760         END-IF
003770     END-IF
003780     .
003790* 3200-LOOK-AHEAD-FOR-NOTICES - WALK THE COMING ANNIVERSARIES UP
003800* TO THE END OF THE NOTICE WINDOW (AT MOST A YEAR OF THEM).
003810 3200-LOOK-AHEAD-FOR-NOTICES.
003820     MOVE BM-MONTHLY-FEE TO RZ-RUNNING-FEE
003830     MOVE RZ-PERIOD-START TO RZ-PRIOR-ANNIV
003840     MOVE RZ-PERIOD-START TO RZ-WORK-DATE
003850     MOVE ZERO TO RZ-LOOK-COUNT
003860     MOVE 'N' TO RZ-LOOK-DONE-FLAG
003870     PERFORM 3210-CHECK-NEXT-ANNIVERSARY
003880         UNTIL RZ-LOOK-DONE
003890     .
003900 3210-CHECK-NEXT-ANNIVERSARY.
003910     ADD 1 TO RZ-LOOK-COUNT
003920     PERFORM 8150-STEP-FORWARD-MONTH
003930     IF RZ-WORK-DATE > RZ-NOTICE-LIMIT
003940             OR RZ-LOOK-COUNT > 12
003950         SET RZ-LOOK-DONE TO TRUE
003960     ELSE
003970         MOVE RZ-WORK-DATE TO RZ-LOOKUP-DATE
003980         PERFORM 8200-FIND-PRICE-IN-EFFECT
003990         IF RZ-FOUND-IX > ZERO
004000             IF RZ-PRICE-EFFECTIVE(RZ-FOUND-IX) > RZ-PRIOR-ANNIV
004010                     AND RZ-PRICE-FEE(RZ-FOUND-IX)
004020                         NOT = RZ-RUNNING-FEE
004030                 PERFORM 3300-ISSUE-NOTICE
004040                 MOVE RZ-PRICE-FEE(RZ-FOUND-IX) TO RZ-RUNNING-FEE
004050             END-IF
004060         END-IF
004070         MOVE RZ-WORK-DATE TO RZ-PRIOR-ANNIV
004080     END-IF
004090     .
004100* 3300-ISSUE-NOTICE - ONCE PER CUSTOMER, PLAN AND PRICE ROW; THE
004110* HISTORY ROW IS WRITTEN BEFORE THE LETTER SO A RERUN SKIPS IT.
004120 3300-ISSUE-NOTICE.
004130     MOVE RZ-WORK-DATE-X TO RZ-APPLY-DATE-X
004140     MOVE BM-CUSTOMER-ID TO NK-CUSTOMER-ID
004150     MOVE BM-PLAN-CODE TO NK-PLAN-CODE
004160     MOVE RZ-PRICE-EFFECTIVE(RZ-FOUND-IX) TO NK-EFFECTIVE-FROM
004170     READ PLNNHSTF
004180         INVALID KEY
004190             MOVE RZ-MAIL-DATE TO NK-NOTICE-DATE
004200             MOVE RZ-APPLY-DATE-X TO NK-APPLY-DATE
004210             MOVE RZ-PRICE-FEE(RZ-FOUND-IX) TO NK-NEW-FEE
004220             WRITE NK-NOTICE-RECORD
004230                 INVALID KEY
004240                     CONTINUE
004250             END-WRITE
004260             PERFORM 3400-WRITE-ONE-NOTICE
004270         NOT INVALID KEY
004280             ADD 1 TO RZ-ALREADY-COUNT
004290     END-READ
004300     .
004310 3400-WRITE-ONE-NOTICE.
004320     ADD 1 TO RZ-NOTICE-COUNT
004330     MOVE RZ-RUNNING-FEE TO RZ-OLD-ED
004340     MOVE RZ-PRICE-FEE(RZ-FOUND-IX) TO RZ-NEW-ED
004350     MOVE SPACES TO NOT-LINE
004360     STRING 'MAILED ' DELIMITED BY SIZE
004370            RZ-MAIL-DATE DELIMITED BY SIZE
004380         INTO NOT-LINE
004390     WRITE NOT-LINE
004400     PERFORM VARYING RZ-TPL-IX FROM 1 BY 1
004410             UNTIL RZ-TPL-IX > RZ-TPL-COUNT
004420         MOVE RZ-TPL-ENTRY(RZ-TPL-IX) TO RZ-WORK-LINE
004430         PERFORM 3500-EXPAND-ONE-LINE
004440     END-PERFORM
004450     MOVE ALL '-' TO NOT-LINE
004460     WRITE NOT-LINE
004470     MOVE SPACES TO RPT-LINE
004480     STRING 'NOTICE   ' DELIMITED BY SIZE
004490            BM-CUSTOMER-ID DELIMITED BY SIZE
004500            ' ' DELIMITED BY SIZE
004510            BM-PLAN-CODE DELIMITED BY SIZE
004520            ' ' DELIMITED BY SIZE
004530            RZ-OLD-ED DELIMITED BY SIZE
004540            ' TO ' DELIMITED BY SIZE
004550            RZ-NEW-ED DELIMITED BY SIZE
004560            ' FROM ' DELIMITED BY SIZE
004570            RZ-APPLY-DATE-X DELIMITED BY SIZE
004580         INTO RPT-LINE
004590     WRITE RPT-LINE
004600     .
004610* 3500-EXPAND-ONE-LINE - WALK THE TEMPLATE LINE CHARACTER BY
004620* CHARACTER, COPYING PLAIN TEXT AND SWAPPING EACH TOKEN FOR
004630* ITS VALUE.
004640 3500-EXPAND-ONE-LINE.
004650     MOVE SPACES TO NOT-LINE
004660     MOVE 1 TO RZ-OUT-IX
004670     MOVE 1 TO RZ-IN-IX
004680     PERFORM UNTIL RZ-IN-IX > 80
004690         EVALUATE TRUE
004700             WHEN RZ-IN-IX <= 75 AND
004710                     RZ-WORK-LINE(RZ-IN-IX:6) = '<CUST>'
004720                 MOVE BM-CUSTOMER-ID
004730                     TO NOT-LINE(RZ-OUT-IX:10)
004740                 ADD 10 TO RZ-OUT-IX
004750                 ADD 6 TO RZ-IN-IX
004760             WHEN RZ-IN-IX <= 75 AND
004770                     RZ-WORK-LINE(RZ-IN-IX:6) = '<PLAN>'
004780                 MOVE BM-PLAN-CODE
004790                     TO NOT-LINE(RZ-OUT-IX:4)
004800                 ADD 4 TO RZ-OUT-IX
004810                 ADD 6 TO RZ-IN-IX
004820             WHEN RZ-IN-IX <= 75 AND
004830                     RZ-WORK-LINE(RZ-IN-IX:6) = '<DATE>'
004840                 MOVE RZ-APPLY-DATE-X
004850                     TO NOT-LINE(RZ-OUT-IX:8)
004860                 ADD 8 TO RZ-OUT-IX
004870                 ADD 6 TO RZ-IN-IX
004880             WHEN RZ-IN-IX <= 76 AND
004890                     RZ-WORK-LINE(RZ-IN-IX:5) = '<OLD>'
004900                 MOVE RZ-OLD-ED
004910                     TO NOT-LINE(RZ-OUT-IX:8)
004920                 ADD 8 TO RZ-OUT-IX
004930                 ADD 5 TO RZ-IN-IX
004940             WHEN RZ-IN-IX <= 76 AND
004950                     RZ-WORK-LINE(RZ-IN-IX:5) = '<NEW>'
004960                 MOVE RZ-NEW-ED
004970                     TO NOT-LINE(RZ-OUT-IX:8)
004980                 ADD 8 TO RZ-OUT-IX
004990                 ADD 5 TO RZ-IN-IX
005000             WHEN OTHER
005010                 MOVE RZ-WORK-LINE(RZ-IN-IX:1)
005020                     TO NOT-LINE(RZ-OUT-IX:1)
005030                 ADD 1 TO RZ-OUT-IX
005040                 ADD 1 TO RZ-IN-IX
005050         END-EVALUATE
005060     END-PERFORM
005070     WRITE NOT-LINE
005080     .
005090* 4000-WRITE-REGISTER-TOTAL - THE PRINT ROOM BALANCES ITS PAGE
005100* COUNT AGAINST THE NOTICE COUNT.
005110 4000-WRITE-REGISTER-TOTAL.
005120     MOVE SPACES TO RPT-LINE
005130     WRITE RPT-LINE
005140     MOVE RZ-SCANNED-COUNT TO RZ-COUNT-ED
005150     STRING 'CUSTOMERS SCANNED ' DELIMITED BY SIZE
005160            RZ-COUNT-ED DELIMITED BY SIZE
005170         INTO RPT-LINE
005180     WRITE RPT-LINE
005190     MOVE SPACES TO RPT-LINE
005200     MOVE RZ-REPRICED-COUNT TO RZ-COUNT-ED
005210     STRING 'REPRICED          ' DELIMITED BY SIZE
005220            RZ-COUNT-ED DELIMITED BY SIZE
005230         INTO RPT-LINE
005240     WRITE RPT-LINE
005250     MOVE SPACES TO RPT-LINE
005260     MOVE RZ-NOTICE-COUNT TO RZ-COUNT-ED
005270     STRING 'NOTICES PRODUCED  ' DELIMITED BY SIZE
005280            RZ-COUNT-ED DELIMITED BY SIZE
005290         INTO RPT-LINE
005300     WRITE RPT-LINE
005310     MOVE SPACES TO RPT-LINE
005320     MOVE RZ-ALREADY-COUNT TO RZ-COUNT-ED
005330     STRING 'ALREADY NOTIFIED  ' DELIMITED BY SIZE
005340            RZ-COUNT-ED DELIMITED BY SIZE
005350         INTO RPT-LINE
005360     WRITE RPT-LINE
005370     .
005380* 8000-ROLL-ANNIV-DAY - THE CUSTOMER'S ANNIVERSARY DAY IN THE
005390* MONTH OF RZ-WORK-DATE, CUT BACK TO THE MONTH'S LAST DAY.
005400 8000-ROLL-ANNIV-DAY.
005410     MOVE RZ-WORK-YEAR TO LC-YEAR
005420     CALL 'LEAPCALC' USING LC-PARMS
005430     MOVE LC-FEB-DAYS TO RZ-MONTH-DAYS(2)
005440     MOVE RZ-MONTH-DAYS(RZ-WORK-MONTH) TO RZ-DAY-LIMIT
005450     IF BM-ANNIV-DAY > RZ-DAY-LIMIT
005460         MOVE RZ-DAY-LIMIT TO RZ-WORK-DAY
005470     ELSE
005480         MOVE BM-ANNIV-DAY TO RZ-WORK-DAY
005490     END-IF
005500     .
005510 8100-STEP-BACK-MONTH.
005520     IF RZ-WORK-MONTH = 1
005530         SUBTRACT 1 FROM RZ-WORK-YEAR
005540         MOVE 12 TO RZ-WORK-MONTH
005550     ELSE
005560         SUBTRACT 1 FROM RZ-WORK-MONTH
005570     END-IF
005580     PERFORM 8000-ROLL-ANNIV-DAY
005590     .
005600 8150-STEP-FORWARD-MONTH.
005610     IF RZ-WORK-MONTH = 12
005620         ADD 1 TO RZ-WORK-YEAR
005630         MOVE 1 TO RZ-WORK-MONTH
005640     ELSE
005650         ADD 1 TO RZ-WORK-MONTH
005660     END-IF
005670     PERFORM 8000-ROLL-ANNIV-DAY
005680     .
005690* 8200-FIND-PRICE-IN-EFFECT - THE CUSTOMER'S PLAN ROW WITH THE
005700* LATEST EFFECTIVE DATE NOT AFTER RZ-LOOKUP-DATE; ZERO WHEN THE
005710* PLAN HAS NONE.
005720 8200-FIND-PRICE-IN-EFFECT.
005730     MOVE ZERO TO RZ-FOUND-IX
005740     PERFORM VARYING RZ-PRICE-IX FROM 1 BY 1
005750             UNTIL RZ-PRICE-IX > RZ-PRICE-COUNT
005760         IF RZ-PRICE-PLAN(RZ-PRICE-IX) = BM-PLAN-CODE
005770                 AND RZ-PRICE-EFFECTIVE(RZ-PRICE-IX)
005780                     NOT > RZ-LOOKUP-DATE
005790             MOVE RZ-PRICE-IX TO RZ-FOUND-IX
005800         END-IF
005810     END-PERFORM
005820     .
