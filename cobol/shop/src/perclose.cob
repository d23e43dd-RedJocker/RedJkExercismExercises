000010
000020* PERCLOSE
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PERCLOSE.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PERCLOSE IS THE ACCOUNTING PERIOD CLOSE.  ACCOUNTING KEYS ONE
000100* PERCLCTL CONTROL CARD - THE 4-4-5 FISCAL PERIOD TO CLOSE
000110* (YYYYPP) AND THEIR OWN OPERATOR ID, CHECKED THROUGH OPERAUTH
000120* (PROGRAM 'PERCLOSE').  THE PERIOD IS MARKED CLOSING ON THE
000130* PERIODF CONTROL FILE AND THEN PROVED: EVERY GLDAILY JOURNAL DAY
000140* OF THE PERIOD ON THE GLTRLOGF TRAILER LOG MUST HAVE BEEN
000150* RELEASED IN BALANCE, WITH ITS 'SC' SUBTOTALS ADDING TO ITS 'TR'
000160* TRAILER, AND NO REFUND CANCELLED IN OR BEFORE THE PERIOD MAY
000170* STILL BE WAITING ON BILLPNDF FOR A SUPERVISOR.  THE CLOSE
000180* PACKAGE ON PERCLRPT LISTS EACH JOURNAL DAY, EVERY REFUND STILL
000190* PENDING, AND THE PERIOD'S TOTALS BY SOURCE.  WHEN EVERYTHING
000200* PROVES THE PERIOD IS MARKED CLOSED WITH THE OPERATOR AND
000210* TIMESTAMP AND THE CLOSE IS AUDITED TO SECAUDF; FROM THEN ON
000220* PERLOCK MOVES ANY LATE ENTRY FOR THE PERIOD INTO THE CURRENT
000230* OPEN PERIOD.  OTHERWISE THE PERIOD STAYS AT CLOSING - STILL OPEN
000240* FOR POSTING SO THE LAST ITEMS CAN BE CLEARED - AND THE STEP ENDS
000250* WITH RETURN CODE 8 FOR A RERUN.  A PERIOD ALREADY CLOSED IS
000260* NEVER REOPENED HERE.
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
000370     SELECT PERCLCTL ASSIGN TO "PERCLCTL"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS PE-CTL-STATUS.
000400     SELECT PERIODF ASSIGN TO "PERIODF"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS AX-PERIOD
000440         FILE STATUS IS PE-PER-STATUS.
000450     SELECT GLTRLOGF ASSIGN TO "GLTRLOGF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS GT-LOG-KEY
000490         FILE STATUS IS PE-LOG-STATUS.
000500     SELECT BILLPNDF ASSIGN TO "BILLPNDF"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS PE-PND-STATUS.
000530     SELECT PERCLRPT ASSIGN TO "PERCLRPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PE-RPT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PERCLCTL.
000590 01  PE-CONTROL-CARD.
000600     05  PE-CARD-PERIOD         PIC X(06).
000610     05  PE-CARD-PERIOD-PARTS REDEFINES PE-CARD-PERIOD.
000620         10  PE-CARD-YEAR       PIC 9(04).
000630         10  PE-CARD-PERIOD-NO  PIC 9(02).
000640     05  PE-CARD-OPERATOR       PIC X(08).
000650 FD  PERIODF.
000660 COPY "ACPERIOD.cpy".
000670 FD  GLTRLOGF.
000680 COPY "GLTRLOG.cpy".
000690 FD  BILLPNDF.
000700 01  PN-PENDING-RECORD.
000710     05  PN-CUSTOMER-ID         PIC X(10).
000720     05  PN-CANCEL-DATE         PIC X(08).
000730     05  PN-PEREND-DATE         PIC X(08).
000740     05  PN-REFUND-AMOUNT       PIC 9(05)V99.
000750     05  PN-STATUS              PIC X(01).
000760         88  PN-IS-PENDING          VALUE 'P'.
000770         88  PN-IS-APPROVED         VALUE 'A'.
000780         88  PN-IS-REJECTED         VALUE 'R'.
000790     05  PN-SUPERVISOR-ID       PIC X(08).
000800     05  PN-DECISION-TS         PIC X(21).
000810 FD  PERCLRPT
000820     RECORD CONTAINS 80 CHARACTERS.
000830 01  RPT-LINE                   PIC X(80).
000840 WORKING-STORAGE SECTION.
000850* THE PERIOD'S JOURNAL TOTALS BY SOURCE CODE, OFF THE 'SC' ROWS.
000860 01  PE-SOURCE-TABLE.
000870     05  PE-SOURCE-COUNT        PIC 9(02) VALUE ZERO.
000880     05  PE-SOURCE-IX           PIC 9(02) VALUE ZERO.
000890     05  PE-SOURCE-ENTRY OCCURS 20 TIMES.
000900         10  PE-SRC-CODE        PIC X(02).
000910         10  PE-SRC-RECORDS     PIC 9(09).
000920         10  PE-SRC-HASH        PIC S9(13)V99.
000930 01  PE-WORK-FIELDS.
000940     05  PE-CTL-STATUS          PIC X(02) VALUE SPACES.
000950         88  PE-CTL-OK              VALUE '00'.
000960     05  PE-PER-STATUS          PIC X(02) VALUE SPACES.
000970         88  PE-PER-NOT-FOUND       VALUE '35'.
000980     05  PE-LOG-STATUS          PIC X(02) VALUE SPACES.
000990         88  PE-LOG-OK              VALUE '00'.
001000         88  PE-LOG-EOF             VALUE '10'.
001010     05  PE-PND-STATUS          PIC X(02) VALUE SPACES.
001020         88  PE-PND-OK              VALUE '00'.
001030         88  PE-PND-EOF             VALUE '10'.
001040     05  PE-RPT-STATUS          PIC X(02) VALUE SPACES.
001050     05  PE-CARD-FLAG           PIC X(01) VALUE 'N'.
001060         88  PE-CARD-IS-GOOD        VALUE 'Y'.
001070     05  PE-CLOSE-FLAG          PIC X(01) VALUE 'N'.
001080         88  PE-CLOSE-IS-UNDER-WAY  VALUE 'Y'.
001090     05  PE-DAY-FLAG            PIC X(01) VALUE 'N'.
001100         88  PE-DAY-IS-OPEN         VALUE 'Y'.
001110         88  PE-DAY-IS-DONE         VALUE 'N'.
001120     05  PE-RESULT-TEXT         PIC X(40) VALUE SPACES.
001130     05  PE-CURRENT-TS          PIC X(21) VALUE SPACES.
001140     05  PE-DAY-DATE            PIC X(08) VALUE SPACES.
001150     05  PE-DAY-RECORDS         PIC 9(07) VALUE ZERO.
001160     05  PE-DAY-HASH            PIC S9(11)V99 VALUE ZERO.
001170     05  PE-FIRST-DATE          PIC X(08) VALUE SPACES.
001180     05  PE-LAST-DATE           PIC X(08) VALUE SPACES.
001190     05  PE-DAYS-PROVED         PIC 9(05) VALUE ZERO.
001200     05  PE-DAYS-FAILED         PIC 9(05) VALUE ZERO.
001210     05  PE-REFUNDS-PENDING     PIC 9(05) VALUE ZERO.
001220     05  PE-EXCEPTION-COUNT     PIC 9(05) VALUE ZERO.
001230     05  PE-TOTAL-RECORDS       PIC 9(09) VALUE ZERO.
001240     05  PE-TOTAL-HASH          PIC S9(13)V99 VALUE ZERO.
001250     05  PE-COUNT-ED            PIC ZZZZZZZZ9.
001260     05  PE-HASH-ED             PIC -ZZZZZZZZZZZZ9.99.
001270     05  PE-AMOUNT-ED           PIC ZZZZ9.99.
001280 COPY "FISCPRLK.cpy".
001290 COPY "OPAUTHLK.cpy".
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE
001330     PERFORM 2000-VALIDATE-CARD
001340     IF PE-CARD-IS-GOOD
001350         PERFORM 3000-START-THE-CLOSE
001360     END-IF
001370     IF PE-CLOSE-IS-UNDER-WAY
001380         PERFORM 4000-PROVE-JOURNAL-DAYS
001390         PERFORM 5000-CHECK-PENDING-REFUNDS
001400         PERFORM 6000-WRITE-PERIOD-TOTALS
001410         PERFORM 7000-FINISH-THE-CLOSE
001420     END-IF
001430     CLOSE PERIODF PERCLRPT
001440     GOBACK.
001450* 1000-INITIALIZE - THE FIRST CLOSE EVER RUN CREATES AN EMPTY
001460* PERIOD CONTROL FILE.
001470 1000-INITIALIZE.
001480     MOVE FUNCTION CURRENT-DATE TO PE-CURRENT-TS
001490     MOVE SPACES TO PE-CONTROL-CARD
001500     OPEN INPUT PERCLCTL
001510     IF PE-CTL-OK
001520         READ PERCLCTL
001530             AT END
001540                 MOVE SPACES TO PE-CONTROL-CARD
001550         END-READ
001560         CLOSE PERCLCTL
001570     END-IF
001580     OPEN I-O PERIODF
001590     IF PE-PER-NOT-FOUND
001600         OPEN OUTPUT PERIODF
001610         CLOSE PERIODF
001620         OPEN I-O PERIODF
001630     END-IF
001640     OPEN OUTPUT PERCLRPT
001650     MOVE SPACES TO RPT-LINE
001660     STRING 'ACCOUNTING PERIOD CLOSE PACKAGE - PERIOD '
001670                DELIMITED BY SIZE
001680            PE-CARD-PERIOD DELIMITED BY SIZE
001690            '  RUN ' DELIMITED BY SIZE
001700            PE-CURRENT-TS(1:8) DELIMITED BY SIZE
001710         INTO RPT-LINE
001720     WRITE RPT-LINE
001730     MOVE SPACES TO RPT-LINE
001740     WRITE RPT-LINE
001750     .
001760* 2000-VALIDATE-CARD - A PERIOD NUMBER OF 01 THROUGH 12 AND AN
001770* OPERATOR AUTHORIZED FOR THE CLOSE.
001780 2000-VALIDATE-CARD.
001790     MOVE SPACES TO PE-RESULT-TEXT
001800     EVALUATE TRUE
001810         WHEN PE-CONTROL-CARD = SPACES
001820             MOVE 'NO CONTROL CARD' TO PE-RESULT-TEXT
001830         WHEN PE-CARD-PERIOD IS NOT NUMERIC
001840             MOVE 'PERIOD NOT YYYYPP' TO PE-RESULT-TEXT
001850         WHEN PE-CARD-PERIOD-NO < 1
001860                 OR PE-CARD-PERIOD-NO > 12
001870             MOVE 'PERIOD NOT YYYYPP' TO PE-RESULT-TEXT
001880         WHEN OTHER
001890             PERFORM 2100-CHECK-OPERATOR
001900     END-EVALUATE
001910     IF PE-RESULT-TEXT = SPACES
001920         SET PE-CARD-IS-GOOD TO TRUE
001930     ELSE
001940         PERFORM 2900-WRITE-CARD-REJECT
001950     END-IF
001960     .
001970 2100-CHECK-OPERATOR.
001980     MOVE SPACES TO OA-PARMS
001990     SET OA-ASK-CHECK TO TRUE
002000     MOVE PE-CARD-OPERATOR TO OA-OPERATOR-ID
002010     MOVE 'PERCLOSE' TO OA-PROGRAM-ID
002020     CALL 'OPERAUTH' USING OA-PARMS
002030     IF OA-OPERATOR-DENIED
002040         MOVE 'OPERATOR NOT AUTHORIZED' TO PE-RESULT-TEXT
002050     END-IF
002060     .
002070 2900-WRITE-CARD-REJECT.
002080     MOVE SPACES TO RPT-LINE
002090     STRING 'CLOSE REJECTED - ' DELIMITED BY SIZE
002100            PE-RESULT-TEXT DELIMITED BY SIZE
002110         INTO RPT-LINE
002120     WRITE RPT-LINE
002130     MOVE 8 TO RETURN-CODE
002140     .
002150* 3000-START-THE-CLOSE - THE PERIOD GOES TO CLOSING BEFORE
002160* ANYTHING IS PROVED.  ONE ALREADY CLOSED IS LEFT ALONE.
002170 3000-START-THE-CLOSE.
002180     MOVE PE-CARD-PERIOD TO AX-PERIOD
002190     READ PERIODF
002200         INVALID KEY
002210             MOVE PE-CARD-PERIOD TO AX-PERIOD
002220             SET AX-PERIOD-IS-CLOSING TO TRUE
002230             MOVE SPACES TO AX-CLOSED-BY
002240             MOVE SPACES TO AX-CLOSED-TS
002250             WRITE AX-PERIOD-RECORD
002260             SET PE-CLOSE-IS-UNDER-WAY TO TRUE
002270         NOT INVALID KEY
002280             IF AX-PERIOD-IS-CLOSED
002290                 MOVE SPACES TO RPT-LINE
002300                 STRING 'PERIOD ALREADY CLOSED BY '
002310                      DELIMITED BY SIZE
002320                        AX-CLOSED-BY DELIMITED BY SIZE
002330                        ' ON ' DELIMITED BY SIZE
002340                        AX-CLOSED-TS(1:8) DELIMITED BY SIZE
002350                     INTO RPT-LINE
002360                 WRITE RPT-LINE
002370                 MOVE 4 TO RETURN-CODE
002380             ELSE
002390                 SET AX-PERIOD-IS-CLOSING TO TRUE
002400                 REWRITE AX-PERIOD-RECORD
002410                 SET PE-CLOSE-IS-UNDER-WAY TO TRUE
002420             END-IF
002430     END-READ
002440     .
002450* 4000-PROVE-JOURNAL-DAYS - THE LOG IS IN DATE ORDER AND EACH
002460* DAY'S 'SC' ROWS COME AHEAD OF ITS 'TR' ROW, SO A DAY IS PROVED
002470* WHEN ITS TRAILER IS READ.  A DAY WITH SUBTOTALS BUT NO TRAILER
002480* NEVER FINISHED.
002490 4000-PROVE-JOURNAL-DAYS.
002500     MOVE 'JOURNAL DAYS' TO RPT-LINE
002510     WRITE RPT-LINE
002520     SET PE-DAY-IS-DONE TO TRUE
002530     OPEN INPUT GLTRLOGF
002540     IF PE-LOG-OK
002550         PERFORM 4100-READ-NEXT-LOG-ROW
002560         PERFORM UNTIL PE-LOG-EOF
002570             IF GT-FISCAL-PERIOD = PE-CARD-PERIOD
002580                 PERFORM 4200-TAKE-LOG-ROW
002590             END-IF
002600             PERFORM 4100-READ-NEXT-LOG-ROW
002610         END-PERFORM
002620         CLOSE GLTRLOGF
002630     END-IF
002640     IF PE-DAY-IS-OPEN
002650         PERFORM 4400-REPORT-UNFINISHED-DAY
002660     END-IF
002670     IF PE-DAYS-PROVED = ZERO AND PE-DAYS-FAILED = ZERO
002680         MOVE '  NO JOURNAL DAYS LOGGED FOR THE PERIOD'
002690       TO RPT-LINE
002700         WRITE RPT-LINE
002710         ADD 1 TO PE-EXCEPTION-COUNT
002720     END-IF
002730     .
002740 4100-READ-NEXT-LOG-ROW.
002750     READ GLTRLOGF NEXT RECORD
002760         AT END
002770             SET PE-LOG-EOF TO TRUE
002780     END-READ
002790     .
002800 4200-TAKE-LOG-ROW.
002810     IF PE-DAY-IS-OPEN
002820             AND GT-JOURNAL-DATE NOT = PE-DAY-DATE
002830         PERFORM 4400-REPORT-UNFINISHED-DAY
002840     END-IF
002850     IF PE-DAY-IS-DONE
002860         SET PE-DAY-IS-OPEN TO TRUE
002870         MOVE GT-JOURNAL-DATE TO PE-DAY-DATE
002880         MOVE ZERO TO PE-DAY-RECORDS
002890         MOVE ZERO TO PE-DAY-HASH
002900         IF PE-FIRST-DATE = SPACES
002910             MOVE GT-JOURNAL-DATE TO PE-FIRST-DATE
002920         END-IF
002930         MOVE GT-JOURNAL-DATE TO PE-LAST-DATE
002940     END-IF
002950     IF GT-IS-SUBTOTAL
002960         ADD GT-RECORD-COUNT TO PE-DAY-RECORDS
002970         ADD GT-HASH-TOTAL TO PE-DAY-HASH
002980         PERFORM 4250-ADD-TO-SOURCE-TOTALS
002990     ELSE
003000         PERFORM 4300-PROVE-ONE-DAY
003010     END-IF
003020     .
003030 4250-ADD-TO-SOURCE-TOTALS.
003040     PERFORM VARYING PE-SOURCE-IX FROM 1 BY 1
003050             UNTIL PE-SOURCE-IX > PE-SOURCE-COUNT
003060             OR PE-SRC-CODE(PE-SOURCE-IX) = GT-SOURCE-CODE
003070         CONTINUE
003080     END-PERFORM
003090     IF PE-SOURCE-IX > PE-SOURCE-COUNT AND PE-SOURCE-COUNT < 20
003100         ADD 1 TO PE-SOURCE-COUNT
003110         MOVE PE-SOURCE-COUNT TO PE-SOURCE-IX
003120         MOVE GT-SOURCE-CODE TO PE-SRC-CODE(PE-SOURCE-IX)
003130         MOVE ZERO TO PE-SRC-RECORDS(PE-SOURCE-IX)
003140         MOVE ZERO TO PE-SRC-HASH(PE-SOURCE-IX)
003150     END-IF
003160     IF PE-SOURCE-IX NOT > PE-SOURCE-COUNT
003170         ADD GT-RECORD-COUNT TO PE-SRC-RECORDS(PE-SOURCE-IX)
003180         ADD GT-HASH-TOTAL TO PE-SRC-HASH(PE-SOURCE-IX)
003190     END-IF
003200     .
003210* 4300-PROVE-ONE-DAY - THE TRAILER MUST SAY THE DAY WAS RELEASED
003220* AND MUST AGREE WITH THE DAY'S SUBTOTALS.
003230 4300-PROVE-ONE-DAY.
003240     EVALUATE TRUE
003250         WHEN NOT GT-DAY-WAS-PROVED
003260             MOVE 'WITHHELD - OUT OF BALANCE' TO PE-RESULT-TEXT
003270         WHEN GT-RECORD-COUNT NOT = PE-DAY-RECORDS
003280                 OR GT-HASH-TOTAL NOT = PE-DAY-HASH
003290             MOVE 'SUBTOTALS DISAGREE WITH TRAILER'
003300                 TO PE-RESULT-TEXT
003310         WHEN OTHER
003320             MOVE 'BALANCED' TO PE-RESULT-TEXT
003330     END-EVALUATE
003340     IF PE-RESULT-TEXT = 'BALANCED'
003350         ADD 1 TO PE-DAYS-PROVED
003360     ELSE
003370         ADD 1 TO PE-DAYS-FAILED
003380         ADD 1 TO PE-EXCEPTION-COUNT
003390     END-IF
003400     MOVE GT-RECORD-COUNT TO PE-COUNT-ED
003410     MOVE GT-HASH-TOTAL TO PE-HASH-ED
003420     MOVE SPACES TO RPT-LINE
003430     STRING '  ' DELIMITED BY SIZE
003440            GT-JOURNAL-DATE DELIMITED BY SIZE
003450            ' RECORDS ' DELIMITED BY SIZE
003460            PE-COUNT-ED DELIMITED BY SIZE
003470            ' HASH ' DELIMITED BY SIZE
003480            PE-HASH-ED DELIMITED BY SIZE
003490            ' ' DELIMITED BY SIZE
003500            PE-RESULT-TEXT DELIMITED BY SIZE
003510         INTO RPT-LINE
003520     WRITE RPT-LINE
003530     SET PE-DAY-IS-DONE TO TRUE
003540     .
003550 4400-REPORT-UNFINISHED-DAY.
003560     MOVE SPACES TO RPT-LINE
003570     STRING '  ' DELIMITED BY SIZE
003580            PE-DAY-DATE DELIMITED BY SIZE
003590            ' NO TRAILER - JOURNAL RUN NEVER FINISHED'
003600                DELIMITED BY SIZE
003610         INTO RPT-LINE
003620     WRITE RPT-LINE
003630     ADD 1 TO PE-DAYS-FAILED
003640     ADD 1 TO PE-EXCEPTION-COUNT
003650     SET PE-DAY-IS-DONE TO TRUE
003660     .
003670* 5000-CHECK-PENDING-REFUNDS - A REFUND WHOSE CANCELLATION FALLS
003680* IN OR BEFORE THE PERIOD (OR OFF THE FISCAL TABLE) AND IS STILL
003690* AWAITING A SUPERVISOR HOLDS THE CLOSE.
003700 5000-CHECK-PENDING-REFUNDS.
003710     MOVE SPACES TO RPT-LINE
003720     WRITE RPT-LINE
003730     MOVE 'REFUNDS STILL PENDING APPROVAL' TO RPT-LINE
003740     WRITE RPT-LINE
003750     OPEN INPUT BILLPNDF
003760     IF PE-PND-OK
003770         PERFORM 5100-READ-NEXT-PENDING
003780         PERFORM UNTIL PE-PND-EOF
003790             IF PN-IS-PENDING
003800                 PERFORM 5200-CHECK-ONE-REFUND
003810             END-IF
003820             PERFORM 5100-READ-NEXT-PENDING
003830         END-PERFORM
003840         CLOSE BILLPNDF
003850     END-IF
003860     IF PE-REFUNDS-PENDING = ZERO
003870         MOVE '  NONE' TO RPT-LINE
003880         WRITE RPT-LINE
003890     END-IF
003900     .
003910 5100-READ-NEXT-PENDING.
003920     READ BILLPNDF
003930         AT END
003940             SET PE-PND-EOF TO TRUE
003950     END-READ
003960     .
003970 5200-CHECK-ONE-REFUND.
003980     MOVE ZERO TO FP-FISCAL-PERIOD
003990     IF PN-CANCEL-DATE IS NUMERIC
004000         MOVE PN-CANCEL-DATE(1:4) TO FP-YEAR
004010         MOVE PN-CANCEL-DATE(5:2) TO FP-MONTH
004020         MOVE PN-CANCEL-DATE(7:2) TO FP-DAY
004030         CALL 'FISCPER' USING FP-PARMS
004040         IF PS-STATUS-ERROR OF FP-PARMS
004050             MOVE ZERO TO FP-FISCAL-PERIOD
004060         END-IF
004070     END-IF
004080     IF FP-FISCAL-PERIOD NOT > PE-CARD-PERIOD
004090         ADD 1 TO PE-REFUNDS-PENDING
004100         ADD 1 TO PE-EXCEPTION-COUNT
004110         MOVE PN-REFUND-AMOUNT TO PE-AMOUNT-ED
004120         MOVE SPACES TO RPT-LINE
004130         STRING '  ' DELIMITED BY SIZE
004140                PN-CUSTOMER-ID DELIMITED BY SIZE
004150                ' CANCELLED ' DELIMITED BY SIZE
004160                PN-CANCEL-DATE DELIMITED BY SIZE
004170                ' REFUND ' DELIMITED BY SIZE
004180                PE-AMOUNT-ED DELIMITED BY SIZE
004190             INTO RPT-LINE
004200         WRITE RPT-LINE
004210     END-IF
004220     .
004230* 6000-WRITE-PERIOD-TOTALS - THE PERIOD'S JOURNAL BY SOURCE AND IN
004240* TOTAL, AND THE COUNTS THE CLOSE WAS DECIDED ON.
004250 6000-WRITE-PERIOD-TOTALS.
004260     MOVE SPACES TO RPT-LINE
004270     WRITE RPT-LINE
004280     MOVE SPACES TO RPT-LINE
004290     STRING 'PERIOD TOTALS BY SOURCE - JOURNAL DAYS '
004300                DELIMITED BY SIZE
004310            PE-FIRST-DATE DELIMITED BY SIZE
004320            ' TO ' DELIMITED BY SIZE
004330            PE-LAST-DATE DELIMITED BY SIZE
004340         INTO RPT-LINE
004350     WRITE RPT-LINE
004360     PERFORM 6100-WRITE-ONE-SOURCE
004370         VARYING PE-SOURCE-IX FROM 1 BY 1
004380         UNTIL PE-SOURCE-IX > PE-SOURCE-COUNT
004390     MOVE PE-TOTAL-RECORDS TO PE-COUNT-ED
004400     MOVE PE-TOTAL-HASH TO PE-HASH-ED
004410     MOVE SPACES TO RPT-LINE
004420     STRING '  TOTAL RECORDS ' DELIMITED BY SIZE
004430            PE-COUNT-ED DELIMITED BY SIZE
004440            '  AMOUNT ' DELIMITED BY SIZE
004450            PE-HASH-ED DELIMITED BY SIZE
004460         INTO RPT-LINE
004470     WRITE RPT-LINE
004480     MOVE SPACES TO RPT-LINE
004490     WRITE RPT-LINE
004500     STRING 'DAYS BALANCED ' DELIMITED BY SIZE
004510            PE-DAYS-PROVED DELIMITED BY SIZE
004520            '  DAYS FAILED ' DELIMITED BY SIZE
004530            PE-DAYS-FAILED DELIMITED BY SIZE
004540            '  REFUNDS PENDING ' DELIMITED BY SIZE
004550            PE-REFUNDS-PENDING DELIMITED BY SIZE
004560         INTO RPT-LINE
004570     WRITE RPT-LINE
004580     .
004590 6100-WRITE-ONE-SOURCE.
004600     ADD PE-SRC-RECORDS(PE-SOURCE-IX) TO PE-TOTAL-RECORDS
004610     ADD PE-SRC-HASH(PE-SOURCE-IX) TO PE-TOTAL-HASH
004620     MOVE PE-SRC-RECORDS(PE-SOURCE-IX) TO PE-COUNT-ED
004630     MOVE PE-SRC-HASH(PE-SOURCE-IX) TO PE-HASH-ED
004640     MOVE SPACES TO RPT-LINE
004650     STRING '  SOURCE ' DELIMITED BY SIZE
004660            PE-SRC-CODE(PE-SOURCE-IX) DELIMITED BY SIZE
004670            '    RECORDS ' DELIMITED BY SIZE
004680            PE-COUNT-ED DELIMITED BY SIZE
004690            '  AMOUNT ' DELIMITED BY SIZE
004700            PE-HASH-ED DELIMITED BY SIZE
004710         INTO RPT-LINE
004720     WRITE RPT-LINE
004730     .
004740* 7000-FINISH-THE-CLOSE - NO EXCEPTIONS CLOSES THE PERIOD; ANY
004750* EXCEPTION LEAVES IT AT CLOSING FOR A RERUN.
004760 7000-FINISH-THE-CLOSE.
004770     MOVE SPACES TO RPT-LINE
004780     WRITE RPT-LINE
004790     IF PE-EXCEPTION-COUNT = ZERO
004800         MOVE PE-CARD-PERIOD TO AX-PERIOD
004810         READ PERIODF
004820             INVALID KEY
004830                 CONTINUE
004840         END-READ
004850         SET AX-PERIOD-IS-CLOSED TO TRUE
004860         MOVE PE-CARD-OPERATOR TO AX-CLOSED-BY
004870         MOVE PE-CURRENT-TS TO AX-CLOSED-TS
004880         REWRITE AX-PERIOD-RECORD
004890         PERFORM 7100-AUDIT-THE-CLOSE
004900         STRING 'PERIOD ' DELIMITED BY SIZE
004910                PE-CARD-PERIOD DELIMITED BY SIZE
004920                ' CLOSED BY ' DELIMITED BY SIZE
004930                PE-CARD-OPERATOR DELIMITED BY SIZE
004940             INTO RPT-LINE
004950     ELSE
004960         STRING 'PERIOD ' DELIMITED BY SIZE
004970                PE-CARD-PERIOD DELIMITED BY SIZE
004980                ' NOT CLOSED - ' DELIMITED BY SIZE
004990                PE-EXCEPTION-COUNT DELIMITED BY SIZE
005000                ' EXCEPTIONS - LEFT AT CLOSING' DELIMITED BY SIZE
005010             INTO RPT-LINE
005020         MOVE 8 TO RETURN-CODE
005030     END-IF
005040     WRITE RPT-LINE
005050     .
005060 7100-AUDIT-THE-CLOSE.
005070     SET OA-ASK-AUDIT TO TRUE
005080     MOVE PE-CARD-OPERATOR TO OA-OPERATOR-ID
005090     MOVE 'PERCLOSE' TO OA-PROGRAM-ID
005100     MOVE 'C' TO OA-ACTION
005110     MOVE SPACES TO OA-KEY-TEXT
005120     MOVE PE-CARD-PERIOD TO OA-KEY-TEXT
005130     CALL 'OPERAUTH' USING OA-PARMS
005140     .
