000010
000020* YSVCMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YSVCMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YSVCMNT IS THE COUNTER TRANSACTION FOR STORED-VALUE PLAY
000100* CARDS.  THE COUNTER KEYS ONE TRANSACTION PER LINE INTO
000110* YSVCTXN, EACH CARRYING THE KEYING CLERK'S ID, AND THIS PROGRAM
000120* APPLIES THEM AFTER CHECKING THE CLERK THROUGH OPERAUTH:
000130*   'I' ISSUE     - A NEW CARD FOR A REGISTERED PLAYER, LOADED
000140*                   WITH THE CASH HANDED OVER.  THE CARD NUMBER
000150*                   IS MINTED HERE - RUN DATE (8) + SEQUENCE (4)
000160*                   + LUHN CHECK DIGIT, THE SAME WAY VOUCHGEN
000170*                   MINTS A VOUCHER REFERENCE - AND PRINTED ON
000180*                   THE REPORT LINE FOR THE CLERK TO ENCODE.
000190*   'T' TOP-UP    - MORE CASH ONTO AN ACTIVE CARD.
000200*   'R' REFUND    - THE WHOLE BALANCE BACK IN CASH; THE CARD IS
000210*                   CLOSED.  A HOT-LISTED CARD MAY BE REFUNDED
000220*                   ONCE THE PLAYER HAS PROVED WHO THEY ARE.
000230*   'H' HOT-LIST  - A LOST OR STOLEN CARD; THE KIOSKS REFUSE IT
000240*                   FROM THEN ON, AND THE BALANCE STAYS ON IT
000250*                   UNTIL IT IS REFUNDED.
000260* A PRESENTED CARD NUMBER MUST PASS THE LUHN CHECK BEFORE THE
000270* MASTER IS EVEN READ.  EVERY APPLIED TRANSACTION WRITES ONE
000280* YSVLEDG LEDGER RECORD AGAINST THE COUNTER DRAWER OF THE SITE
000280* KEYED ON THE LINE - 'COUNTER ' AT SITE 01 (OR A BLANK SITE),
000280* 'COUNTRNN' AT ANY OTHER SITE NN, AS YDRWRCN NAMES THEM (SO
000290* YDRWRCN EXPECTS THE CASH IN OR OUT) AND A SECAUDF SECURITY
000300* AUDIT RECORD.  AN APPLIED-OR-REJECTED LINE PER TRANSACTION AND
000310* A TOTALS LINE GO TO YSVCRPT.
000320*
000330* MODIFICATION HISTORY
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-15 RJ    ORIGINAL PROGRAM
000350*   2026-10-15 RJ    COUNTER SITE ON THE TRANSACTION - CHECKED ON
000350*                    YSITEF (YSITECK), BLANK IS SITE 01 - AND EACH
000350*                    LEDGER RECORD POSTED TO THAT SITE'S COUNTER
000350*                    DRAWER ('COUNTER ' OR 'COUNTRNN') SO YDRWRCN
000350*                    BALANCES EVERY SITE'S DRAWER
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT YSVCTXN ASSIGN TO "YSVCTXN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SC-TXN-STATUS.
000450     SELECT YSVCARDF ASSIGN TO "YSVCARDF"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS SV-CARD-NUMBER
000490         FILE STATUS IS SC-CRD-STATUS.
000500     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS YP-PLAYER-ID
000540         FILE STATUS IS SC-PLF-STATUS.
000550     SELECT YSVLEDG ASSIGN TO "YSVLEDG"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS SC-LDG-STATUS.
000580     SELECT YSVSEQ ASSIGN TO "YSVSEQ"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS SC-SEQ-STATUS.
000610     SELECT YSVCRPT ASSIGN TO "YSVCRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SC-RPT-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  YSVCTXN.
000670 01  ST-RECORD.
000680     05  ST-ACTION              PIC X(01).
000690         88  ST-ACTION-ISSUE        VALUE 'I'.
000700         88  ST-ACTION-TOP-UP       VALUE 'T'.
000710         88  ST-ACTION-REFUND       VALUE 'R'.
000720         88  ST-ACTION-HOT-LIST     VALUE 'H'.
000730     05  ST-USER-ID             PIC X(08).
000740     05  ST-CARD-NUMBER         PIC X(13).
000750     05  ST-PLAYER-ID           PIC X(10).
000760     05  ST-AMOUNT              PIC 9(05)V99.
000760     05  ST-SITE-CODE           PIC X(02).
000770 FD  YSVCARDF.
000780 COPY "YSVCARD.cpy".
000790 FD  YPLAYERF.
000800 COPY "YPLAYER.cpy".
000810 FD  YSVLEDG.
000820 COPY "YSVLEDG.cpy".
000830 FD  YSVSEQ.
000840 01  SS-SEQUENCE-RECORD.
000850     05  SS-LAST-DATE           PIC X(08).
000860     05  SS-LAST-SEQ            PIC 9(04).
000870 FD  YSVCRPT
000880     RECORD CONTAINS 80 CHARACTERS.
000890 01  RPT-LINE                   PIC X(80).
000900 WORKING-STORAGE SECTION.
000910 01  SC-WORK-FIELDS.
000920     05  SC-TXN-STATUS          PIC X(02) VALUE SPACES.
000930         88  SC-TXN-OK              VALUE '00'.
000940         88  SC-TXN-EOF             VALUE '10'.
000950     05  SC-CRD-STATUS          PIC X(02) VALUE SPACES.
000960         88  SC-CRD-OK              VALUE '00'.
000970         88  SC-CRD-NOT-FOUND       VALUE '35'.
000980     05  SC-PLF-STATUS          PIC X(02) VALUE SPACES.
000990         88  SC-PLF-OK              VALUE '00'.
001000     05  SC-LDG-STATUS          PIC X(02) VALUE SPACES.
001010     05  SC-SEQ-STATUS          PIC X(02) VALUE SPACES.
001020     05  SC-RPT-STATUS          PIC X(02) VALUE SPACES.
001030     05  SC-CURRENT-TS          PIC X(21) VALUE SPACES.
001040     05  SC-RUN-DATE            PIC X(08) VALUE SPACES.
001050     05  SC-CARD-SEQ            PIC 9(04) VALUE ZERO.
001060     05  SC-MAX-BALANCE         PIC 9(05)V99 VALUE 500.00.
001070     05  SC-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
001080     05  SC-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
001090     05  SC-CASH-IN-AMT         PIC 9(07)V99 VALUE ZERO.
001100     05  SC-CASH-OUT-AMT        PIC 9(07)V99 VALUE ZERO.
001110     05  SC-LEDGER-AMT          PIC 9(05)V99 VALUE ZERO.
001120     05  SC-RESULT-TEXT         PIC X(34) VALUE SPACES.
001120     05  SC-DRAWER-ID           PIC X(08) VALUE SPACES.
001130     05  SC-AMT-ED              PIC ZZZZ9.99.
001140     05  SC-BAL-ED              PIC ZZZZ9.99.
001150     05  SC-TOTAL-ED            PIC ZZZZZZ9.99.
001160* LUHN CHECK-DIGIT WORK, AS IN VOUCHGEN.
001170     05  SC-BASE-DIGITS         PIC X(12) VALUE SPACES.
001180     05  SC-DIGIT-IX            PIC 9(02).
001190     05  SC-DIGIT               PIC 9(01).
001200     05  SC-DOUBLED             PIC 9(02).
001210     05  SC-WEIGHT-DIV          PIC 9(02).
001220     05  SC-WEIGHT-REM          PIC 9(02).
001230     05  SC-SUM                 PIC 9(04).
001240     05  SC-CHECK-DIV           PIC 9(04).
001250     05  SC-CHECK-REM           PIC 9(02).
001260     05  SC-CHECK-DIGIT         PIC 9(01).
001270 COPY "OPAUTHLK.cpy".
001280 COPY "REVSTRLK.cpy".
001280 COPY "YSITELK.cpy".
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE
001320     PERFORM 2000-READ-NEXT-TRANSACTION
001330     PERFORM UNTIL SC-TXN-EOF
001340         IF ST-RECORD NOT = SPACES
001350             PERFORM 3000-APPLY-TRANSACTION
001360         END-IF
001370         PERFORM 2000-READ-NEXT-TRANSACTION
001380     END-PERFORM
001390     PERFORM 4000-WRITE-SUMMARY
001400     PERFORM 5000-SAVE-SEQUENCE-CONTROL
001410     CLOSE YSVCTXN YSVCARDF YSVLEDG YSVCRPT
001420     IF SC-PLF-OK
001430         CLOSE YPLAYERF
001440     END-IF
001450     GOBACK.
001460 1000-INITIALIZE.
001470     MOVE FUNCTION CURRENT-DATE TO SC-CURRENT-TS
001480     MOVE SC-CURRENT-TS(1:8) TO SC-RUN-DATE
001490     OPEN INPUT YSVCTXN
001500     OPEN OUTPUT YSVCRPT
001510     OPEN I-O YSVCARDF
001520     IF SC-CRD-NOT-FOUND
001530         OPEN OUTPUT YSVCARDF
001540         CLOSE YSVCARDF
001550         OPEN I-O YSVCARDF
001560     END-IF
001570     OPEN INPUT YPLAYERF
001580     OPEN EXTEND YSVLEDG
001590     IF SC-LDG-STATUS NOT = '00'
001600         OPEN OUTPUT YSVLEDG
001610     END-IF
001620     PERFORM 1100-PICK-UP-SEQUENCE
001630     MOVE 'STORED-VALUE PLAY CARD COUNTER TRANSACTIONS'
001640         TO RPT-LINE
001650     WRITE RPT-LINE
001660     .
001670* 1100-PICK-UP-SEQUENCE - THE LAST CARD SEQUENCE USED, FROM THE
001680* CONTROL FILE; A NEW DATE STARTS BACK AT ZERO.
001690 1100-PICK-UP-SEQUENCE.
001700     OPEN INPUT YSVSEQ
001710     IF SC-SEQ-STATUS = '00'
001720         READ YSVSEQ
001730             AT END
001740                 CONTINUE
001750             NOT AT END
001760                 IF SS-LAST-DATE = SC-RUN-DATE
001770                     MOVE SS-LAST-SEQ TO SC-CARD-SEQ
001780                 END-IF
001790         END-READ
001800         CLOSE YSVSEQ
001810     END-IF
001820     .
001830 2000-READ-NEXT-TRANSACTION.
001840     READ YSVCTXN
001850         AT END
001860             SET SC-TXN-EOF TO TRUE
001870     END-READ
001880     .
001890* 3000-APPLY-TRANSACTION - CHECK THE CLERK, ROUTE BY ACTION
001900* CODE, AND WRITE THE APPLIED-OR-REJECTED LINE.
001910 3000-APPLY-TRANSACTION.
001920     MOVE SPACES TO SC-RESULT-TEXT
001930     MOVE ZERO TO SC-LEDGER-AMT
001940     PERFORM 3020-CHECK-OPERATOR
001940     IF SC-RESULT-TEXT = SPACES
001940         PERFORM 3030-CHECK-COUNTER-SITE
001940     END-IF
001950     IF SC-RESULT-TEXT = SPACES
001960         EVALUATE TRUE
001970             WHEN ST-ACTION-ISSUE
001980                 PERFORM 3100-ISSUE-CARD
001990             WHEN ST-ACTION-TOP-UP
002000                 PERFORM 3200-TOP-UP-CARD
002010             WHEN ST-ACTION-REFUND
002020                 PERFORM 3300-REFUND-CARD
002030             WHEN ST-ACTION-HOT-LIST
002040                 PERFORM 3400-HOT-LIST-CARD
002050             WHEN OTHER
002060                 MOVE 'REJECTED - BAD ACTION CODE'
002070                     TO SC-RESULT-TEXT
002080         END-EVALUATE
002090     END-IF
002100     IF SC-RESULT-TEXT(1:8) = 'REJECTED'
002110         ADD 1 TO SC-REJECTED-COUNT
002120     ELSE
002130         ADD 1 TO SC-APPLIED-COUNT
002140         PERFORM 3950-AUDIT-ACCEPTED-ACTION
002150     END-IF
002160     MOVE SC-LEDGER-AMT TO SC-AMT-ED
002170     MOVE SPACES TO RPT-LINE
002180     STRING ST-ACTION      DELIMITED BY SIZE
002190            ' '            DELIMITED BY SIZE
002200            ST-CARD-NUMBER DELIMITED BY SIZE
002210            ' '            DELIMITED BY SIZE
002220            ST-PLAYER-ID   DELIMITED BY SIZE
002230            ' '            DELIMITED BY SIZE
002240            SC-AMT-ED      DELIMITED BY SIZE
002250            ' '            DELIMITED BY SIZE
002260            SC-RESULT-TEXT DELIMITED BY SIZE
002270         INTO RPT-LINE
002280     WRITE RPT-LINE
002290     .
002300* 3020-CHECK-OPERATOR - THE KEYING CLERK MUST BE AUTHORIZED
002310* FOR THIS PROGRAM ON THE OPERATOR MASTER.
002320 3020-CHECK-OPERATOR.
002330     MOVE SPACES TO OA-PARMS
002340     SET OA-ASK-CHECK TO TRUE
002350     MOVE ST-USER-ID TO OA-OPERATOR-ID
002360     MOVE 'YSVCMNT ' TO OA-PROGRAM-ID
002370     CALL 'OPERAUTH' USING OA-PARMS
002380     IF OA-OPERATOR-DENIED
002390         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
002400             TO SC-RESULT-TEXT
002410     END-IF
002420     .
002430* 3030-CHECK-COUNTER-SITE - BLANK MEANS THE COUNTER AT SITE 01.
002430* ANY OTHER SITE MUST BE OPEN ON THE YSITEF SITE MASTER.  THE
002430* SITE NAMES THE DRAWER THE CASH GOES THROUGH - 'COUNTER ' AT
002430* SITE 01, 'COUNTRNN' AT ANY OTHER SITE NN.
002430 3030-CHECK-COUNTER-SITE.
002430     MOVE SPACES TO SE-TERMINAL-ID
002430     MOVE ST-SITE-CODE TO SE-SITE-CODE
002430     CALL 'YSITECK' USING SE-PARMS
002430     EVALUATE TRUE
002430         WHEN SE-SITE-IS-UNKNOWN
002430             MOVE 'REJECTED - UNKNOWN COUNTER SITE'
002430                 TO SC-RESULT-TEXT
002430         WHEN SE-SITE-IS-CLOSED
002430             MOVE 'REJECTED - COUNTER SITE IS CLOSED'
002430                 TO SC-RESULT-TEXT
002430     END-EVALUATE
002430     IF SE-SITE-CODE = SPACES OR SE-HOME-SITE
002430         MOVE 'COUNTER ' TO SC-DRAWER-ID
002430     ELSE
002430         MOVE 'COUNTR' TO SC-DRAWER-ID
002430         MOVE SE-SITE-CODE TO SC-DRAWER-ID(7:2)
002430     END-IF
002430     .
002430* 3100-ISSUE-CARD - A REGISTERED PLAYER, A LOAD OVER ZERO AND
002440* WITHIN THE CARD CEILING, AND A FRESH CARD NUMBER.  THE NEW
002450* NUMBER GOES BACK ONTO THE TRANSACTION SO IT PRINTS ON THE
002460* REPORT LINE.
002470 3100-ISSUE-CARD.
002480     PERFORM 3040-CHECK-PLAYER
002490     IF SC-RESULT-TEXT = SPACES
002500         IF ST-AMOUNT NOT > ZERO
002510                 OR ST-AMOUNT > SC-MAX-BALANCE
002520             MOVE 'REJECTED - BAD LOAD AMOUNT'
002530                 TO SC-RESULT-TEXT
002540         END-IF
002550     END-IF
002560     IF SC-RESULT-TEXT = SPACES AND SC-CARD-SEQ NOT < 9999
002570         MOVE 'REJECTED - NO CARD NUMBERS LEFT TODAY'
002580             TO SC-RESULT-TEXT
002590     END-IF
002600     IF SC-RESULT-TEXT = SPACES
002610         ADD 1 TO SC-CARD-SEQ
002620         MOVE SPACES TO SC-BASE-DIGITS
002630         STRING SC-RUN-DATE DELIMITED BY SIZE
002640                SC-CARD-SEQ DELIMITED BY SIZE
002650             INTO SC-BASE-DIGITS
002660         PERFORM 3800-COMPUTE-CHECK-DIGIT
002670         MOVE SPACES TO SV-CARD-NUMBER
002680         STRING SC-BASE-DIGITS DELIMITED BY SIZE
002690                SC-CHECK-DIGIT DELIMITED BY SIZE
002700             INTO SV-CARD-NUMBER
002710         MOVE ST-PLAYER-ID TO SV-PLAYER-ID
002720         MOVE ST-AMOUNT    TO SV-BALANCE
002730         SET SV-CARD-IS-ACTIVE TO TRUE
002740         MOVE SC-RUN-DATE  TO SV-ISSUE-DATE
002750         MOVE SC-RUN-DATE  TO SV-STATUS-DATE
002760         MOVE SPACES       TO SV-LAST-USED-DATE
002770         WRITE SV-CARD-RECORD
002780             INVALID KEY
002790                 MOVE 'REJECTED - CARD NUMBER ALREADY USED'
002800                     TO SC-RESULT-TEXT
002810             NOT INVALID KEY
002820                 MOVE SV-CARD-NUMBER TO ST-CARD-NUMBER
002830                 MOVE ST-AMOUNT TO SC-LEDGER-AMT
002840                 ADD ST-AMOUNT TO SC-CASH-IN-AMT
002850                 SET CL-ENTRY-ISSUE TO TRUE
002860                 PERFORM 3900-WRITE-LEDGER
002870                 MOVE 'ISSUED' TO SC-RESULT-TEXT
002880         END-WRITE
002890     END-IF
002900     .
002910* 3040-CHECK-PLAYER - A NEW CARD MUST NAME A REGISTERED
002920* PLAYER.
002930 3040-CHECK-PLAYER.
002940     IF NOT SC-PLF-OK
002950         MOVE 'REJECTED - PLAYER NOT REGISTERED'
002960             TO SC-RESULT-TEXT
002970     ELSE
002980         MOVE ST-PLAYER-ID TO YP-PLAYER-ID
002990         READ YPLAYERF
003000             INVALID KEY
003010                 MOVE 'REJECTED - PLAYER NOT REGISTERED'
003020                     TO SC-RESULT-TEXT
003030         END-READ
003040     END-IF
003050     .
003060* 3060-FETCH-PRESENTED-CARD - THE NUMBER KEYED MUST CARRY A
003070* GOOD CHECK DIGIT AND BE ON THE MASTER.  THE CARD'S PLAYER
003080* GOES BACK ONTO THE TRANSACTION FOR THE REPORT LINE.
003090 3060-FETCH-PRESENTED-CARD.
003100     IF ST-CARD-NUMBER IS NOT NUMERIC
003110         MOVE 'REJECTED - BAD CARD NUMBER' TO SC-RESULT-TEXT
003120     ELSE
003130         MOVE ST-CARD-NUMBER(1:12) TO SC-BASE-DIGITS
003140         PERFORM 3800-COMPUTE-CHECK-DIGIT
003150         IF ST-CARD-NUMBER(13:1) NOT = SC-CHECK-DIGIT
003160             MOVE 'REJECTED - BAD CARD NUMBER'
003170                 TO SC-RESULT-TEXT
003180         END-IF
003190     END-IF
003200     IF SC-RESULT-TEXT = SPACES
003210         MOVE ST-CARD-NUMBER TO SV-CARD-NUMBER
003220         READ YSVCARDF
003230             INVALID KEY
003240                 MOVE 'REJECTED - CARD NOT ON FILE'
003250                     TO SC-RESULT-TEXT
003260             NOT INVALID KEY
003270                 MOVE SV-PLAYER-ID TO ST-PLAYER-ID
003280         END-READ
003290     END-IF
003300     .
003310 3200-TOP-UP-CARD.
003320     PERFORM 3060-FETCH-PRESENTED-CARD
003330     IF SC-RESULT-TEXT = SPACES
003340         IF NOT SV-CARD-IS-ACTIVE
003350             MOVE 'REJECTED - CARD NOT ACTIVE' TO SC-RESULT-TEXT
003360         ELSE
003370             IF ST-AMOUNT NOT > ZERO
003380                     OR ST-AMOUNT + SV-BALANCE > SC-MAX-BALANCE
003390                 MOVE 'REJECTED - BAD LOAD AMOUNT'
003400                     TO SC-RESULT-TEXT
003410             END-IF
003420         END-IF
003430     END-IF
003440     IF SC-RESULT-TEXT = SPACES
003450         ADD ST-AMOUNT TO SV-BALANCE
003460         REWRITE SV-CARD-RECORD
003470         MOVE ST-AMOUNT TO SC-LEDGER-AMT
003480         ADD ST-AMOUNT TO SC-CASH-IN-AMT
003490         SET CL-ENTRY-TOP-UP TO TRUE
003500         PERFORM 3900-WRITE-LEDGER
003510         MOVE 'TOPPED UP' TO SC-RESULT-TEXT
003520     END-IF
003530     .
003540* 3300-REFUND-CARD - THE WHOLE BALANCE GOES BACK IN CASH AND
003550* THE CARD IS CLOSED FOR GOOD.  THE AMOUNT KEYED IS IGNORED -
003560* THE BALANCE ON FILE IS WHAT IS PAID.
003570 3300-REFUND-CARD.
003580     PERFORM 3060-FETCH-PRESENTED-CARD
003590     IF SC-RESULT-TEXT = SPACES
003600         IF SV-CARD-IS-CLOSED
003610             MOVE 'REJECTED - CARD ALREADY CLOSED'
003620                 TO SC-RESULT-TEXT
003630         END-IF
003640     END-IF
003650     IF SC-RESULT-TEXT = SPACES
003660         MOVE SV-BALANCE TO SC-LEDGER-AMT
003670         ADD SV-BALANCE TO SC-CASH-OUT-AMT
003680         MOVE ZERO TO SV-BALANCE
003690         SET SV-CARD-IS-CLOSED TO TRUE
003700         MOVE SC-RUN-DATE TO SV-STATUS-DATE
003710         REWRITE SV-CARD-RECORD
003720         SET CL-ENTRY-REFUND TO TRUE
003730         PERFORM 3900-WRITE-LEDGER
003740         MOVE 'REFUNDED AND CLOSED' TO SC-RESULT-TEXT
003750     END-IF
003760     .
003770 3400-HOT-LIST-CARD.
003780     PERFORM 3060-FETCH-PRESENTED-CARD
003790     IF SC-RESULT-TEXT = SPACES
003800         IF NOT SV-CARD-IS-ACTIVE
003810             MOVE 'REJECTED - CARD NOT ACTIVE' TO SC-RESULT-TEXT
003820         END-IF
003830     END-IF
003840     IF SC-RESULT-TEXT = SPACES
003850         SET SV-CARD-IS-HOT-LISTED TO TRUE
003860         MOVE SC-RUN-DATE TO SV-STATUS-DATE
003870         REWRITE SV-CARD-RECORD
003880         SET CL-ENTRY-HOT-LIST TO TRUE
003890         PERFORM 3900-WRITE-LEDGER
003900         MOVE 'HOT-LISTED' TO SC-RESULT-TEXT
003910     END-IF
003920     .
003930* 3800-COMPUTE-CHECK-DIGIT - REVERSE THE TWELVE BASE DIGITS AND
003940* RUN THE SAME WEIGHTING SUM VOUCHGEN AND ORDCHECK USE; THE
003950* BASE DIGITS AT ODD REVERSED POSITIONS ARE DOUBLED.
003960 3800-COMPUTE-CHECK-DIGIT.
003970     MOVE SPACES TO RS-PARMS
003980     MOVE SC-BASE-DIGITS TO RS-STRING
003990     CALL 'reverse-string' USING RS-PARMS
004000     MOVE ZERO TO SC-SUM
004010     PERFORM 3810-ADD-WEIGHTED-DIGIT
004020         VARYING SC-DIGIT-IX FROM 1 BY 1
004030         UNTIL SC-DIGIT-IX > 12
004040     DIVIDE SC-SUM BY 10 GIVING SC-CHECK-DIV
004050         REMAINDER SC-CHECK-REM
004060     IF SC-CHECK-REM = 0
004070         MOVE ZERO TO SC-CHECK-DIGIT
004080     ELSE
004090         COMPUTE SC-CHECK-DIGIT = 10 - SC-CHECK-REM
004100     END-IF
004110     .
004120 3810-ADD-WEIGHTED-DIGIT.
004130     MOVE RS-REVERSED(SC-DIGIT-IX:1) TO SC-DIGIT
004140     DIVIDE SC-DIGIT-IX BY 2 GIVING SC-WEIGHT-DIV
004150         REMAINDER SC-WEIGHT-REM
004160     IF SC-WEIGHT-REM = 1
004170         COMPUTE SC-DOUBLED = SC-DIGIT * 2
004180         IF SC-DOUBLED > 9
004190             COMPUTE SC-DOUBLED = SC-DOUBLED - 9
004200         END-IF
004210         ADD SC-DOUBLED TO SC-SUM
004220     ELSE
004230         ADD SC-DIGIT TO SC-SUM
004240     END-IF
004250     .
004260* 3900-WRITE-LEDGER - ONE YSVLEDG RECORD FOR THE MOVEMENT JUST
004270* APPLIED, AGAINST THE KEYED SITE'S COUNTER DRAWER.
004280 3900-WRITE-LEDGER.
004290     MOVE FUNCTION CURRENT-DATE TO CL-TIMESTAMP
004300     MOVE SV-CARD-NUMBER TO CL-CARD-NUMBER
004310     MOVE SV-PLAYER-ID   TO CL-PLAYER-ID
004320     MOVE SC-DRAWER-ID   TO CL-TERMINAL-ID
004330     MOVE ST-USER-ID     TO CL-CLERK-ID
004340     MOVE SPACES         TO CL-GAME-START-TS
004350     MOVE SC-LEDGER-AMT  TO CL-AMOUNT
004360     MOVE SV-BALANCE     TO CL-BALANCE-AFTER
004370     WRITE CL-LEDGER-RECORD
004380     .
004390 3950-AUDIT-ACCEPTED-ACTION.
004400     SET OA-ASK-AUDIT TO TRUE
004410     MOVE ST-USER-ID TO OA-OPERATOR-ID
004420     MOVE 'YSVCMNT ' TO OA-PROGRAM-ID
004430     MOVE ST-ACTION TO OA-ACTION
004440     MOVE SPACES TO OA-KEY-TEXT
004450     MOVE ST-CARD-NUMBER TO OA-KEY-TEXT
004460     CALL 'OPERAUTH' USING OA-PARMS
004470     .
004480* 4000-WRITE-SUMMARY - TOTALS AT THE BOTTOM OF THE REPORT, WITH
004490* THE CASH THE COUNTER DRAWER SHOULD HAVE TAKEN IN AND PAID OUT.
004500 4000-WRITE-SUMMARY.
004510     MOVE SPACES TO RPT-LINE
004520     WRITE RPT-LINE
004530     STRING 'APPLIED ' DELIMITED BY SIZE
004540            SC-APPLIED-COUNT DELIMITED BY SIZE
004550            '  REJECTED ' DELIMITED BY SIZE
004560            SC-REJECTED-COUNT DELIMITED BY SIZE
004570         INTO RPT-LINE
004580     WRITE RPT-LINE
004590     MOVE SC-CASH-IN-AMT TO SC-TOTAL-ED
004600     MOVE SPACES TO RPT-LINE
004610     STRING 'CARD LOADS - CASH IN    ' DELIMITED BY SIZE
004620            SC-TOTAL-ED DELIMITED BY SIZE
004630         INTO RPT-LINE
004640     WRITE RPT-LINE
004650     MOVE SC-CASH-OUT-AMT TO SC-TOTAL-ED
004660     MOVE SPACES TO RPT-LINE
004670     STRING 'CARD REFUNDS - CASH OUT ' DELIMITED BY SIZE
004680            SC-TOTAL-ED DELIMITED BY SIZE
004690         INTO RPT-LINE
004700     WRITE RPT-LINE
004710     .
004720* 5000-SAVE-SEQUENCE-CONTROL - THE NEXT RUN PICKS UP WHERE
004730* THIS ONE LEFT OFF INSTEAD OF RE-MINTING TODAY'S NUMBERS.
004740 5000-SAVE-SEQUENCE-CONTROL.
004750     OPEN OUTPUT YSVSEQ
004760     MOVE SC-RUN-DATE TO SS-LAST-DATE
004770     MOVE SC-CARD-SEQ TO SS-LAST-SEQ
004780     WRITE SS-SEQUENCE-RECORD
004790     CLOSE YSVSEQ
004800     .
