000010
000020* YTRNPAY
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YTRNPAY.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YTRNPAY IS THE TOURNAMENT PRIZE SETTLEMENT PASS, RUN AFTER
000100* YTRNADV.  FOR EVERY YTOURNF TOURNAMENT YTRNADV HAS SETTLED
000110* WHOSE PRIZES ARE NOT YET PAID, IT MINTS ONE VOUCHER ONTO
000120* VOUCHF PER PLACED FINISHER THE HEADER'S PRIZE SCHEDULE PAYS -
000130* THE CHAMPION (POSITION 01), THE LOSER OF THE FINAL (02), AND
000140* THE LOSERS OF THE TWO SEMI-FINALS (03 AND 04, JOINT THIRD) -
000150* SO THE PETTY-CASH TIN RETIRES FOR TOURNAMENTS AS IT DID FOR
000160* THE PUZZLE CONTESTS.  REFERENCES COME OFF THE SHARED VOUCHSEQ
000170* SEQUENCE WITH THE SAME LUHN CHECK DIGIT VOUCHGEN MINTS WITH,
000180* AND EACH VOUCHER CARRIES 'TOURN' PLUS THE TOURNAMENT ID AND
000190* FINISHING POSITION IN ITS GAME KEY FIELD, WHICH TIES IT TO THE
000200* TOURNAMENT AND TELLS THE CROSS-FILE AUDITS NOT TO LOOK FOR A
000210* SCORECARD BEHIND IT.
000220*
000230* A FINISHER HELD ON THE YQUARF QUARANTINE QUEUE IS LISTED, NOT
000240* PAID, AND THE TOURNAMENT STAYS UNPAID SO A LATER RUN PAYS THE
000250* PRIZE ONCE A SUPERVISOR RELEASES THE HOLD.  A POSITION ALREADY
000260* VOUCHERED (ITS GAME KEY IS ON VOUCHF) IS NEVER PAID AGAIN, AND
000270* ONCE EVERY POSITION IS PAID THE HEADER IS STAMPED WITH THE
000280* PAID DATE AND NOT LOOKED AT AGAIN.  THE REGISTER GOES TO
000290* YTRNPYRP.
000300*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 RJ    ORIGINAL PROGRAM
000330*   2026-10-15 RJ    INITIALIZE THE REDEEMED DATE NOW ON
000330*                    VOUCHER.CPY
000330*   2026-10-15 RJ    INITIALIZE THE ISSUING AND REDEEMING SITES
000330*                    NOW ON VOUCHER.CPY - BLANK, SITE 01
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT YTOURNF ASSIGN TO "YTOURNF"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS TN-TOURN-KEY
000440         FILE STATUS IS TP-TRN-STATUS.
000450     SELECT VOUCHF ASSIGN TO "VOUCHF"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS TP-VOU-STATUS.
000480     SELECT VOUCHSEQ ASSIGN TO "VOUCHSEQ"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS TP-SEQ-STATUS.
000510     SELECT YQUARF ASSIGN TO "YQUARF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS QU-PLAYER-ID
000550         FILE STATUS IS TP-QUA-STATUS.
000560     SELECT YTRNPYRP ASSIGN TO "YTRNPYRP"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS TP-RPT-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  YTOURNF.
000620 COPY "YTOURN.cpy".
000630 FD  VOUCHF.
000640 COPY "VOUCHER.cpy".
000650 FD  VOUCHSEQ.
000660 01  VS-SEQUENCE-RECORD.
000670     05  VS-LAST-DATE           PIC X(08).
000680     05  VS-LAST-SEQ            PIC 9(04).
000690 FD  YQUARF.
000700 COPY "YQUAR.cpy".
000710 FD  YTRNPYRP
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  RPT-LINE                   PIC X(80).
000740 WORKING-STORAGE SECTION.
000750* SETTLED, UNPAID TOURNAMENTS FOUND ON THE HEADER SCAN.
000760 01  TP-TOURN-TABLE.
000770     05  TP-TOURN-COUNT         PIC 9(02) VALUE ZERO.
000780     05  TP-TOURN-ENTRY OCCURS 20 TIMES.
000790         10  TP-TOURN-ID        PIC X(08).
000800* TOURNAMENT GAME KEYS ALREADY ON VOUCHF, SO NO POSITION IS
000810* PAID TWICE.
000820 01  TP-DONE-TABLE.
000830     05  TP-DONE-COUNT          PIC 9(03) VALUE ZERO.
000840     05  TP-DONE-KEY OCCURS 500 TIMES
000850                                PIC X(15).
000860* THE TOURNAMENT BEING PAID - ITS PRIZE SCHEDULE AND THE FOUR
000870* PLACED FINISHERS.
000880 01  TP-PLACE-TABLE.
000890     05  TP-PLACE-ENTRY OCCURS 4 TIMES.
000900         10  TP-PLACE-PLAYER-ID PIC X(10).
000910         10  TP-PLACE-POINTS    PIC 9(04).
000920 01  TP-POSITION-NAMES-VALUES   PIC X(56) VALUE
000930     'CHAMPION      RUNNER-UP     SEMI-FINALISTSEMI-FINALIST'.
000940 01  TP-POSITION-NAMES REDEFINES TP-POSITION-NAMES-VALUES.
000950     05  TP-POSITION-NAME       PIC X(14) OCCURS 4 TIMES.
000960 01  TP-WORK-FIELDS.
000970     05  TP-TRN-STATUS          PIC X(02) VALUE SPACES.
000980         88  TP-TRN-OK              VALUE '00'.
000990         88  TP-TRN-EOF             VALUE '10'.
001000     05  TP-VOU-STATUS          PIC X(02) VALUE SPACES.
001010         88  TP-VOU-OK              VALUE '00'.
001020         88  TP-VOU-EOF             VALUE '10'.
001030     05  TP-SEQ-STATUS          PIC X(02) VALUE SPACES.
001040     05  TP-QUA-STATUS          PIC X(02) VALUE SPACES.
001050         88  TP-QUA-OK              VALUE '00'.
001060     05  TP-QUA-SWITCH          PIC X(01) VALUE 'N'.
001070         88  TP-QUA-FILE-IS-OPEN    VALUE 'Y'.
001080     05  TP-RPT-STATUS          PIC X(02) VALUE SPACES.
001090     05  TP-CURRENT-TS          PIC X(21) VALUE SPACES.
001100     05  TP-RUN-DATE            PIC X(08) VALUE SPACES.
001110     05  TP-TOURN-IX            PIC 9(02) VALUE ZERO.
001120     05  TP-PLACE-IX            PIC 9(02) VALUE ZERO.
001130     05  TP-DONE-IX             PIC 9(03) VALUE ZERO.
001140     05  TP-FINAL-ROUND         PIC 9(02) VALUE ZERO.
001150     05  TP-SCAN-DONE-FLAG      PIC X(01) VALUE 'N'.
001160         88  TP-SCAN-IS-DONE        VALUE 'Y'.
001170     05  TP-ALREADY-FLAG        PIC X(01) VALUE 'N'.
001180         88  TP-ALREADY-VOUCHERED   VALUE 'Y'.
001190     05  TP-HELD-FLAG           PIC X(01) VALUE 'N'.
001200         88  TP-PLAYER-IS-HELD      VALUE 'Y'.
001210     05  TP-PENDING-FLAG        PIC X(01) VALUE 'N'.
001220         88  TP-PRIZES-PENDING      VALUE 'Y'.
001230     05  TP-GAME-KEY            PIC X(15) VALUE SPACES.
001240     05  TP-POSITION            PIC 9(02) VALUE ZERO.
001250     05  TP-LOSER-ID            PIC X(10) VALUE SPACES.
001260     05  TP-VOUCHER-SEQ         PIC 9(04) VALUE ZERO.
001270     05  TP-BASE-DIGITS         PIC X(12) VALUE SPACES.
001280     05  TP-DIGIT-IX            PIC 9(02).
001290     05  TP-DIGIT               PIC 9(01).
001300     05  TP-DOUBLED             PIC 9(02).
001310     05  TP-WEIGHT-DIV          PIC 9(02).
001320     05  TP-WEIGHT-REM          PIC 9(02).
001330     05  TP-SUM                 PIC 9(04).
001340     05  TP-CHECK-DIV           PIC 9(04).
001350     05  TP-CHECK-REM           PIC 9(02).
001360     05  TP-CHECK-DIGIT         PIC 9(01).
001370     05  TP-POINTS-ED           PIC ZZZ9.
001380     05  TP-ISSUED-COUNT        PIC 9(05) VALUE ZERO.
001390     05  TP-SKIPPED-COUNT       PIC 9(05) VALUE ZERO.
001400     05  TP-HELD-COUNT          PIC 9(05) VALUE ZERO.
001410     05  TP-PAID-COUNT          PIC 9(05) VALUE ZERO.
001420 COPY "REVSTRLK.cpy".
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460     PERFORM 2000-SCAN-FOR-UNPAID-HEADERS
001470     PERFORM 3000-PAY-ONE-TOURNAMENT
001480         VARYING TP-TOURN-IX FROM 1 BY 1
001490         UNTIL TP-TOURN-IX > TP-TOURN-COUNT
001500     PERFORM 6000-WRITE-SUMMARY
001510     PERFORM 7000-SAVE-SEQUENCE-CONTROL
001520     IF TP-QUA-FILE-IS-OPEN
001530         CLOSE YQUARF
001540     END-IF
001550     CLOSE YTOURNF VOUCHF YTRNPYRP
001560     GOBACK.
001570 1000-INITIALIZE.
001580     MOVE FUNCTION CURRENT-DATE TO TP-CURRENT-TS
001590     MOVE TP-CURRENT-TS(1:8) TO TP-RUN-DATE
001600     PERFORM 1100-PICK-UP-SEQUENCE
001610     PERFORM 1200-LOAD-TOURNAMENT-VOUCHERS
001620     MOVE SPACES TO TP-VOU-STATUS
001630     OPEN EXTEND VOUCHF
001640     IF TP-VOU-STATUS NOT = '00'
001650         OPEN OUTPUT VOUCHF
001660     END-IF
001670     OPEN I-O YTOURNF
001680     OPEN OUTPUT YTRNPYRP
001690     MOVE 'TOURNAMENT PRIZE VOUCHER REGISTER - CASH DESK'
001700         TO RPT-LINE
001710     WRITE RPT-LINE
001720     .
001730* 1100-PICK-UP-SEQUENCE - THE SHARED VOUCHSEQ CONTROL, SO
001740* TOURNAMENT REFERENCES NEVER COLLIDE WITH THE FLOOR'S OR THE
001750* PUZZLE CONTESTS'.  A NEW DATE STARTS BACK AT ZERO.
001760 1100-PICK-UP-SEQUENCE.
001770     OPEN INPUT VOUCHSEQ
001780     IF TP-SEQ-STATUS = '00'
001790         READ VOUCHSEQ
001800             AT END
001810                 CONTINUE
001820             NOT AT END
001830                 IF VS-LAST-DATE = TP-RUN-DATE
001840                     MOVE VS-LAST-SEQ TO TP-VOUCHER-SEQ
001850                 END-IF
001860         END-READ
001870         CLOSE VOUCHSEQ
001880     END-IF
001890     .
001900 1200-LOAD-TOURNAMENT-VOUCHERS.
001910     MOVE ZERO TO TP-DONE-COUNT
001920     OPEN INPUT VOUCHF
001930     IF TP-VOU-OK
001940         PERFORM 1210-READ-NEXT-VOUCHER
001950         PERFORM UNTIL TP-VOU-EOF
001960             IF VO-GAME-START-TS(1:5) = 'TOURN'
001970                     AND TP-DONE-COUNT < 500
001980                 ADD 1 TO TP-DONE-COUNT
001990                 MOVE VO-GAME-START-TS
002000                     TO TP-DONE-KEY(TP-DONE-COUNT)
002010             END-IF
002020             PERFORM 1210-READ-NEXT-VOUCHER
002030         END-PERFORM
002040         CLOSE VOUCHF
002050     END-IF
002060     .
002070 1210-READ-NEXT-VOUCHER.
002080     IF NOT TP-VOU-EOF
002090         READ VOUCHF
002100             AT END
002110                 SET TP-VOU-EOF TO TRUE
002120         END-READ
002130     END-IF
002140     .
002150 2000-SCAN-FOR-UNPAID-HEADERS.
002160     MOVE LOW-VALUES TO TN-TOURN-KEY
002170     START YTOURNF KEY IS GREATER THAN OR EQUAL
002180         TN-TOURN-KEY
002190         INVALID KEY
002200             SET TP-TRN-EOF TO TRUE
002210     END-START
002220     PERFORM 2100-READ-NEXT-TOURN-RECORD
002230     PERFORM UNTIL TP-TRN-EOF
002240         IF TN-ROUND-NO = ZERO AND TN-SLOT-NO = ZERO
002250                 AND TN-TOURN-IS-SETTLED
002260                 AND TN-PRIZES-NOT-PAID
002270                 AND TP-TOURN-COUNT < 20
002280             ADD 1 TO TP-TOURN-COUNT
002290             MOVE TN-TOURN-ID
002300                 TO TP-TOURN-ID(TP-TOURN-COUNT)
002310         END-IF
002320         PERFORM 2100-READ-NEXT-TOURN-RECORD
002330     END-PERFORM
002340     .
002350 2100-READ-NEXT-TOURN-RECORD.
002360     IF NOT TP-TRN-EOF
002370         READ YTOURNF NEXT RECORD
002380             AT END
002390                 SET TP-TRN-EOF TO TRUE
002400         END-READ
002410     END-IF
002420     .
002430* 3000-PAY-ONE-TOURNAMENT - WORK OUT WHO FINISHED WHERE, PAY
002440* EACH PRIZE NOT YET PAID, AND STAMP THE HEADER PAID ONCE
002450* NOTHING IS LEFT HELD.
002460 3000-PAY-ONE-TOURNAMENT.
002470     MOVE 'N' TO TP-PENDING-FLAG
002480     PERFORM 3100-LOAD-PRIZE-SCHEDULE
002490     PERFORM 3200-FIND-FINAL-ROUND
002500     IF TP-FINAL-ROUND > ZERO
002510         MOVE TP-FINAL-ROUND TO TN-ROUND-NO
002520         MOVE 1 TO TN-SLOT-NO
002530         PERFORM 3300-FIND-SLOT-LOSER
002540         MOVE TP-LOSER-ID TO TP-PLACE-PLAYER-ID(2)
002550     END-IF
002560     IF TP-FINAL-ROUND > 1
002570         COMPUTE TN-ROUND-NO = TP-FINAL-ROUND - 1
002580         MOVE 1 TO TN-SLOT-NO
002590         PERFORM 3300-FIND-SLOT-LOSER
002600         MOVE TP-LOSER-ID TO TP-PLACE-PLAYER-ID(3)
002610         COMPUTE TN-ROUND-NO = TP-FINAL-ROUND - 1
002620         MOVE 2 TO TN-SLOT-NO
002630         PERFORM 3300-FIND-SLOT-LOSER
002640         MOVE TP-LOSER-ID TO TP-PLACE-PLAYER-ID(4)
002650     END-IF
002660     PERFORM 4000-PAY-ONE-PLACE
002670         VARYING TP-PLACE-IX FROM 1 BY 1
002680         UNTIL TP-PLACE-IX > 4
002690     IF NOT TP-PRIZES-PENDING
002700         PERFORM 3400-STAMP-PRIZES-PAID
002710     END-IF
002720     .
002730* 3100-LOAD-PRIZE-SCHEDULE - THE CHAMPION AND THE POINTS FOR
002740* EACH PLACE OFF THE HEADER; POINTS NOT SET COUNT AS NONE.
002750 3100-LOAD-PRIZE-SCHEDULE.
002760     INITIALIZE TP-PLACE-TABLE
002770     MOVE TP-TOURN-ID(TP-TOURN-IX) TO TN-TOURN-ID
002780     MOVE ZERO TO TN-ROUND-NO
002790     MOVE ZERO TO TN-SLOT-NO
002800     READ YTOURNF
002810         INVALID KEY
002820             CONTINUE
002830         NOT INVALID KEY
002840             MOVE TN-WINNER-PLAYER-ID TO TP-PLACE-PLAYER-ID(1)
002850             IF TN-PRIZE-CHAMPION IS NUMERIC
002860                 MOVE TN-PRIZE-CHAMPION TO TP-PLACE-POINTS(1)
002870             END-IF
002880             IF TN-PRIZE-RUNNER-UP IS NUMERIC
002890                 MOVE TN-PRIZE-RUNNER-UP TO TP-PLACE-POINTS(2)
002900             END-IF
002910             IF TN-PRIZE-SEMI-FINALIST IS NUMERIC
002920                 MOVE TN-PRIZE-SEMI-FINALIST
002930                     TO TP-PLACE-POINTS(3)
002940                 MOVE TN-PRIZE-SEMI-FINALIST
002950                     TO TP-PLACE-POINTS(4)
002960             END-IF
002970     END-READ
002980     .
002990* 3200-FIND-FINAL-ROUND - THE HIGHEST ROUND ON FILE FOR THE
003000* TOURNAMENT IS THE FINAL, THE SAME WAY YTRNADV FINDS ITS
003010* CURRENT ROUND.
003020 3200-FIND-FINAL-ROUND.
003030     MOVE ZERO TO TP-FINAL-ROUND
003040     MOVE 'N' TO TP-SCAN-DONE-FLAG
003050     MOVE TP-TOURN-ID(TP-TOURN-IX) TO TN-TOURN-ID
003060     MOVE 1 TO TN-ROUND-NO
003070     MOVE ZERO TO TN-SLOT-NO
003080     START YTOURNF KEY IS GREATER THAN OR EQUAL
003090         TN-TOURN-KEY
003100         INVALID KEY
003110             SET TP-SCAN-IS-DONE TO TRUE
003120     END-START
003130     PERFORM UNTIL TP-SCAN-IS-DONE
003140         READ YTOURNF NEXT RECORD
003150             AT END
003160                 SET TP-SCAN-IS-DONE TO TRUE
003170             NOT AT END
003180                 IF TN-TOURN-ID = TP-TOURN-ID(TP-TOURN-IX)
003190                     IF TN-ROUND-NO > TP-FINAL-ROUND
003200                         MOVE TN-ROUND-NO TO TP-FINAL-ROUND
003210                     END-IF
003220                 ELSE
003230                     SET TP-SCAN-IS-DONE TO TRUE
003240                 END-IF
003250         END-READ
003260     END-PERFORM
003270     .
003280* 3300-FIND-SLOT-LOSER - THE PLAYER IN THE KEYED SLOT WHO IS
003290* NOT ITS WINNER.  A BYE HAS NO LOSER.
003300 3300-FIND-SLOT-LOSER.
003310     MOVE SPACES TO TP-LOSER-ID
003320     MOVE TP-TOURN-ID(TP-TOURN-IX) TO TN-TOURN-ID
003330     READ YTOURNF
003340         INVALID KEY
003350             CONTINUE
003360         NOT INVALID KEY
003370             IF TN-SLOT-IS-DECIDED
003380                 IF TN-PLAYER-1 = TN-WINNER-PLAYER-ID
003390                     MOVE TN-PLAYER-2 TO TP-LOSER-ID
003400                 ELSE
003410                     MOVE TN-PLAYER-1 TO TP-LOSER-ID
003420                 END-IF
003430             END-IF
003440     END-READ
003450     .
003460 3400-STAMP-PRIZES-PAID.
003470     MOVE TP-TOURN-ID(TP-TOURN-IX) TO TN-TOURN-ID
003480     MOVE ZERO TO TN-ROUND-NO
003490     MOVE ZERO TO TN-SLOT-NO
003500     READ YTOURNF
003510         INVALID KEY
003520             CONTINUE
003530         NOT INVALID KEY
003540             MOVE TP-RUN-DATE TO TN-PRIZES-PAID-DATE
003550             REWRITE TN-TOURN-RECORD
003560             ADD 1 TO TP-PAID-COUNT
003570             MOVE SPACES TO RPT-LINE
003580             STRING 'TOURNAMENT ' DELIMITED BY SIZE
003590                    TN-TOURN-ID DELIMITED BY SIZE
003600                    ' ' DELIMITED BY SIZE
003610                    TN-TOURN-NAME DELIMITED BY SIZE
003620                    ' - PRIZES PAID IN FULL' DELIMITED BY SIZE
003630                 INTO RPT-LINE
003640             WRITE RPT-LINE
003650     END-READ
003660     .
003670* 4000-PAY-ONE-PLACE - A PLACE WITH A PLAYER AND PRIZE POINTS
003680* IS PAID UNLESS IT ALREADY WAS OR THE PLAYER IS HELD.
003690 4000-PAY-ONE-PLACE.
003700     IF TP-PLACE-PLAYER-ID(TP-PLACE-IX) NOT = SPACES
003710             AND TP-PLACE-POINTS(TP-PLACE-IX) > ZERO
003720         MOVE TP-PLACE-IX TO TP-POSITION
003730         MOVE SPACES TO TP-GAME-KEY
003740         STRING 'TOURN' DELIMITED BY SIZE
003750                TP-TOURN-ID(TP-TOURN-IX) DELIMITED BY SIZE
003760                TP-POSITION DELIMITED BY SIZE
003770             INTO TP-GAME-KEY
003780         PERFORM 4100-CHECK-ALREADY-VOUCHERED
003790         PERFORM 4200-CHECK-QUARANTINED
003800         EVALUATE TRUE
003810             WHEN TP-ALREADY-VOUCHERED
003820                 ADD 1 TO TP-SKIPPED-COUNT
003830             WHEN TP-PLAYER-IS-HELD
003840                 SET TP-PRIZES-PENDING TO TRUE
003850                 PERFORM 4300-REPORT-HELD-PRIZE
003860             WHEN OTHER
003870                 PERFORM 5000-MINT-ONE-VOUCHER
003880         END-EVALUATE
003890     END-IF
003900     .
003910 4100-CHECK-ALREADY-VOUCHERED.
003920     MOVE 'N' TO TP-ALREADY-FLAG
003930     PERFORM VARYING TP-DONE-IX FROM 1 BY 1
003940             UNTIL TP-DONE-IX > TP-DONE-COUNT
003950         IF TP-DONE-KEY(TP-DONE-IX) = TP-GAME-KEY
003960             SET TP-ALREADY-VOUCHERED TO TRUE
003970         END-IF
003980     END-PERFORM
003990     .
004000* 4200-CHECK-QUARANTINED - THE SAME HOLD VOUCHGEN HONORS.  NO
004010* QUEUE FILE MEANS NOBODY IS HELD.
004020 4200-CHECK-QUARANTINED.
004030     MOVE 'N' TO TP-HELD-FLAG
004040     IF NOT TP-QUA-FILE-IS-OPEN
004050         MOVE SPACES TO TP-QUA-STATUS
004060         OPEN INPUT YQUARF
004070         IF TP-QUA-OK
004080             SET TP-QUA-FILE-IS-OPEN TO TRUE
004090         END-IF
004100     END-IF
004110     IF TP-QUA-FILE-IS-OPEN
004120         MOVE TP-PLACE-PLAYER-ID(TP-PLACE-IX) TO QU-PLAYER-ID
004130         READ YQUARF
004140             INVALID KEY
004150                 CONTINUE
004160             NOT INVALID KEY
004170                 IF QU-PLAYER-IS-HELD
004180                     SET TP-PLAYER-IS-HELD TO TRUE
004190                 END-IF
004200         END-READ
004210     END-IF
004220     .
004230 4300-REPORT-HELD-PRIZE.
004240     ADD 1 TO TP-HELD-COUNT
004250     MOVE SPACES TO RPT-LINE
004260     STRING 'HELD - QUARANTINE  PLAYER ' DELIMITED BY SIZE
004270            TP-PLACE-PLAYER-ID(TP-PLACE-IX) DELIMITED BY SIZE
004280            ' TOURN ' DELIMITED BY SIZE
004290            TP-TOURN-ID(TP-TOURN-IX) DELIMITED BY SIZE
004300            ' ' DELIMITED BY SIZE
004310            TP-POSITION-NAME(TP-PLACE-IX) DELIMITED BY SIZE
004320         INTO RPT-LINE
004330     WRITE RPT-LINE
004340     .
004350* 5000-MINT-ONE-VOUCHER - NEXT SHARED SEQUENCE NUMBER, LUHN
004360* CHECK DIGIT, AND THE TOURNAMENT MARKER IN THE GAME KEY FIELD.
004370 5000-MINT-ONE-VOUCHER.
004380     ADD 1 TO TP-VOUCHER-SEQ
004390     MOVE SPACES TO TP-BASE-DIGITS
004400     STRING TP-RUN-DATE    DELIMITED BY SIZE
004410            TP-VOUCHER-SEQ DELIMITED BY SIZE
004420         INTO TP-BASE-DIGITS
004430     PERFORM 5100-COMPUTE-CHECK-DIGIT
004440     MOVE SPACES TO VO-VOUCHER-REF
004450     STRING TP-BASE-DIGITS DELIMITED BY SIZE
004460            TP-CHECK-DIGIT DELIMITED BY SIZE
004470         INTO VO-VOUCHER-REF
004480     MOVE TP-PLACE-PLAYER-ID(TP-PLACE-IX) TO VO-PLAYER-ID
004490     MOVE TP-GAME-KEY TO VO-GAME-START-TS
004500     MOVE TP-PLACE-POINTS(TP-PLACE-IX) TO VO-GRAND-TOTAL
004510     MOVE TP-RUN-DATE TO VO-ISSUE-DATE
004520     MOVE 'O' TO VO-VOUCHER-STATUS
004530     MOVE SPACES TO VO-PAID-DATE
004540     MOVE SPACES TO VO-PAID-CLERK
004550     MOVE SPACES TO VO-VOID-DATE
004560     MOVE SPACES TO VO-VOID-REASON
004570     MOVE SPACES TO VO-VOID-SUPERVISOR
004580     MOVE SPACES TO VO-REPLACED-BY-REF
004590     MOVE SPACES TO VO-REPLACES-REF
004590     MOVE SPACES TO VO-REDEEMED-DATE
004590     MOVE SPACES TO VO-ISSUE-SITE
004590     MOVE SPACES TO VO-REDEEM-SITE
004600     WRITE VO-VOUCHER-RECORD
004610     IF TP-DONE-COUNT < 500
004620         ADD 1 TO TP-DONE-COUNT
004630         MOVE TP-GAME-KEY TO TP-DONE-KEY(TP-DONE-COUNT)
004640     END-IF
004650     ADD 1 TO TP-ISSUED-COUNT
004660     MOVE TP-PLACE-POINTS(TP-PLACE-IX) TO TP-POINTS-ED
004670     MOVE SPACES TO RPT-LINE
004680     STRING VO-VOUCHER-REF DELIMITED BY SIZE
004690            ' PLAYER ' DELIMITED BY SIZE
004700            VO-PLAYER-ID DELIMITED BY SIZE
004710            ' TOURN ' DELIMITED BY SIZE
004720            TP-TOURN-ID(TP-TOURN-IX) DELIMITED BY SIZE
004730            ' ' DELIMITED BY SIZE
004740            TP-POSITION DELIMITED BY SIZE
004750            ' ' DELIMITED BY SIZE
004760            TP-POSITION-NAME(TP-PLACE-IX) DELIMITED BY SIZE
004770            ' POINTS ' DELIMITED BY SIZE
004780            TP-POINTS-ED DELIMITED BY SIZE
004790         INTO RPT-LINE
004800     WRITE RPT-LINE
004810     .
004820* 5100-COMPUTE-CHECK-DIGIT - THE SAME REVERSED-DIGIT WEIGHTING
004830* SUM VOUCHGEN AND ORDCHECK USE: BASE DIGITS AT ODD REVERSED
004840* POSITIONS ARE DOUBLED, THE CHECK DIGIT SITTING RIGHTMOST.
004850 5100-COMPUTE-CHECK-DIGIT.
004860     MOVE SPACES TO RS-PARMS
004870     MOVE TP-BASE-DIGITS TO RS-STRING
004880     CALL 'reverse-string' USING RS-PARMS
004890     MOVE ZERO TO TP-SUM
004900     PERFORM 5110-ADD-WEIGHTED-DIGIT
004910         VARYING TP-DIGIT-IX FROM 1 BY 1
004920         UNTIL TP-DIGIT-IX > 12
004930     DIVIDE TP-SUM BY 10 GIVING TP-CHECK-DIV
004940         REMAINDER TP-CHECK-REM
004950     IF TP-CHECK-REM = 0
004960         MOVE ZERO TO TP-CHECK-DIGIT
004970     ELSE
004980         COMPUTE TP-CHECK-DIGIT = 10 - TP-CHECK-REM
004990     END-IF
005000     .
005010 5110-ADD-WEIGHTED-DIGIT.
005020     MOVE RS-REVERSED(TP-DIGIT-IX:1) TO TP-DIGIT
005030     DIVIDE TP-DIGIT-IX BY 2 GIVING TP-WEIGHT-DIV
005040         REMAINDER TP-WEIGHT-REM
005050     IF TP-WEIGHT-REM = 1
005060         COMPUTE TP-DOUBLED = TP-DIGIT * 2
005070         IF TP-DOUBLED > 9
005080             COMPUTE TP-DOUBLED = TP-DOUBLED - 9
005090         END-IF
005100         ADD TP-DOUBLED TO TP-SUM
005110     ELSE
005120         ADD TP-DIGIT TO TP-SUM
005130     END-IF
005140     .
005150 6000-WRITE-SUMMARY.
005160     MOVE SPACES TO RPT-LINE
005170     WRITE RPT-LINE
005180     STRING 'TOURNAMENTS ' DELIMITED BY SIZE
005190            TP-TOURN-COUNT DELIMITED BY SIZE
005200            '  PAID ' DELIMITED BY SIZE
005210            TP-PAID-COUNT DELIMITED BY SIZE
005220            '  ISSUED ' DELIMITED BY SIZE
005230            TP-ISSUED-COUNT DELIMITED BY SIZE
005240            '  ALREADY DONE ' DELIMITED BY SIZE
005250            TP-SKIPPED-COUNT DELIMITED BY SIZE
005260            '  HELD ' DELIMITED BY SIZE
005270            TP-HELD-COUNT DELIMITED BY SIZE
005280         INTO RPT-LINE
005290     WRITE RPT-LINE
005300     .
005310* 7000-SAVE-SEQUENCE-CONTROL - THE NEXT MINTING RUN PICKS UP
005320* WHERE THIS ONE LEFT OFF.
005330 7000-SAVE-SEQUENCE-CONTROL.
005340     OPEN OUTPUT VOUCHSEQ
005350     MOVE TP-RUN-DATE TO VS-LAST-DATE
005360     MOVE TP-VOUCHER-SEQ TO VS-LAST-SEQ
005370     WRITE VS-SEQUENCE-RECORD
005380     CLOSE VOUCHSEQ
005390     .
