000010
000020* SODSCRN
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    SODSCRN.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* SODSCRN IS THE NIGHTLY SEGREGATION-OF-DUTIES SCREEN FOR INTERNAL
000100* AUDIT.  OPERAUTH DECIDES WHETHER AN OPERATOR MAY DRIVE A PROGRAM
000110* AT ALL; THIS JOB LOOKS FOR ONE OPERATOR WHO KEYED A THING AND
000120* THEN APPROVED OR PAID THE SAME THING - A SUPERVISOR APPROVING A
000130* REFUND ON BILLAPPR FOR A CUSTOMER THEY HAD JUST CHANGED ON
000140* BILLCMNT, A CLERK RELEASING A YQUARF HOLD AND THEN REDEEMING
000150* THAT PLAYER'S VOUCHER, A YACHTADJ SCORE CORRECTION ON A CARD
000160* WHOSE VOUCHER THE SAME ID THEN PAID.
000170*
000180* THE CONFLICT PAIRS COME FROM THE SODRULEF RULE DECK
000190* (SODRULE.CPY); WITH NO DECK THE THREE PAIRS ABOVE ARE SCREENED
000200* AS BUILT-IN RULES.  ONE ACTIVITY TABLE IS BUILT FROM SECAUDF,
000210* YADJAUDF, THE BILLPNDF REFUND APPROVALS, THE YQUARF RELEASES AND
000220* THE VOUCHF PAID CLERKS, GOING BACK FAR ENOUGH TO COVER THE
000230* WIDEST RULE WINDOW.  EACH RULE THEN PAIRS THE SAME OPERATOR ON
000240* THE SAME CUSTOMER, PLAYER OR CARD, AND A PAIR WHOSE LATER HALF
000250* FALLS IN THE LAST SCREEN-DAYS DAYS (BIZPARMF THROUGH PARMGET, 1
000260* BY DEFAULT) IS WRITTEN TO THE SODRPT VIOLATIONS REPORT, SO EACH
000270* PAIR IS REPORTED ONCE AND NOT EVERY NIGHT AFTER.  ANY VIOLATION,
000280* REJECTED RULE OR FULL ACTIVITY TABLE ENDS THE STEP WITH RETURN
000290* CODE 4.
000300*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 RJ    ORIGINAL PROGRAM
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT SODRULEF ASSIGN TO "SODRULEF"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS SD-RUL-STATUS.
000430     SELECT SECAUDF ASSIGN TO "SECAUDF"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS SD-SEC-STATUS.
000460     SELECT YADJAUDF ASSIGN TO "YADJAUDF"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS SD-ADJ-STATUS.
000490     SELECT BILLPNDF ASSIGN TO "BILLPNDF"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS SD-PND-STATUS.
000520     SELECT YQUARF ASSIGN TO "YQUARF"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS QU-PLAYER-ID
000560         FILE STATUS IS SD-QUA-STATUS.
000570     SELECT VOUCHF ASSIGN TO "VOUCHF"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS SD-VOU-STATUS.
000600     SELECT SODRPT ASSIGN TO "SODRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SD-RPT-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SODRULEF.
000660 01  SODRULEF-LINE              PIC X(65).
000670 FD  SECAUDF.
000680 01  SA-SECURITY-RECORD.
000690     05  SA-TIMESTAMP           PIC X(21).
000700     05  SA-OPERATOR-ID         PIC X(08).
000710     05  SA-PROGRAM-ID          PIC X(08).
000720     05  SA-ACTION              PIC X(01).
000730     05  SA-KEY-TEXT            PIC X(30).
000740 FD  YADJAUDF.
000750 01  AD-ADJUST-RECORD.
000760     05  AD-TIMESTAMP           PIC X(21).
000770     05  AD-SUPERVISOR-ID       PIC X(08).
000780     05  AD-PLAYER-ID           PIC X(10).
000790     05  AD-GAME-START-TS       PIC X(15).
000800     05  AD-CATEGORY            PIC X(15).
000810     05  AD-CAT-DICE            PIC 9(05).
000820     05  AD-BEFORE-SCORE        PIC 9(03).
000830     05  AD-AFTER-SCORE         PIC 9(03).
000840     05  AD-BEFORE-GRAND        PIC 9(04).
000850     05  AD-AFTER-GRAND         PIC 9(04).
000860     05  AD-POSTING-PERIOD      PIC X(06).
000870     05  AD-PRIOR-PERIOD-ADJ    PIC X(01).
000880 FD  BILLPNDF.
000890 01  PN-PENDING-RECORD.
000900     05  PN-CUSTOMER-ID         PIC X(10).
000910     05  PN-CANCEL-DATE         PIC X(08).
000920     05  PN-PEREND-DATE         PIC X(08).
000930     05  PN-REFUND-AMOUNT       PIC 9(05)V99.
000940     05  PN-STATUS              PIC X(01).
000950         88  PN-IS-PENDING          VALUE 'P'.
000960         88  PN-IS-APPROVED         VALUE 'A'.
000970         88  PN-IS-REJECTED         VALUE 'R'.
000980     05  PN-SUPERVISOR-ID       PIC X(08).
000990     05  PN-DECISION-TS         PIC X(21).
001000 FD  YQUARF.
001010 COPY "YQUAR.cpy".
001020 FD  VOUCHF.
001030 COPY "VOUCHER.cpy".
001040 FD  SODRPT
001050     RECORD CONTAINS 100 CHARACTERS.
001060 01  RPT-LINE                   PIC X(100).
001070 WORKING-STORAGE SECTION.
001080 01  SD-WORK-FIELDS.
001090     05  SD-RUL-STATUS          PIC X(02) VALUE SPACES.
001100         88  SD-RUL-OK              VALUE '00'.
001110     05  SD-SEC-STATUS          PIC X(02) VALUE SPACES.
001120         88  SD-SEC-OK              VALUE '00'.
001130     05  SD-ADJ-STATUS          PIC X(02) VALUE SPACES.
001140         88  SD-ADJ-OK              VALUE '00'.
001150     05  SD-PND-STATUS          PIC X(02) VALUE SPACES.
001160         88  SD-PND-OK              VALUE '00'.
001170     05  SD-QUA-STATUS          PIC X(02) VALUE SPACES.
001180         88  SD-QUA-OK              VALUE '00'.
001190     05  SD-VOU-STATUS          PIC X(02) VALUE SPACES.
001200         88  SD-VOU-OK              VALUE '00'.
001210     05  SD-RPT-STATUS          PIC X(02) VALUE SPACES.
001220     05  SD-EOF-FLAG            PIC X(01) VALUE 'N'.
001230         88  SD-AT-END              VALUE 'Y'.
001240     05  SD-SUBJECT-FLAG        PIC X(01) VALUE 'N'.
001250         88  SD-SAME-SUBJECT        VALUE 'Y'.
001260     05  SD-CURRENT-TS          PIC X(21) VALUE SPACES.
001270     05  SD-RUN-DATE            PIC X(08) VALUE SPACES.
001280     05  SD-WORK-DATE           PIC 9(08) VALUE ZERO.
001290     05  SD-WORK-DATE-X REDEFINES SD-WORK-DATE
001300                                PIC X(08).
001310     05  SD-RUN-DAY-NO          PIC 9(07) VALUE ZERO.
001320     05  SD-CUTOFF-DAY-NO       PIC 9(07) VALUE ZERO.
001330     05  SD-EARLIEST-DAY-NO     PIC 9(07) VALUE ZERO.
001340     05  SD-LATER-DAY-NO        PIC 9(07) VALUE ZERO.
001350     05  SD-DAY-GAP             PIC S9(07) VALUE ZERO.
001360     05  SD-SCREEN-DAYS         PIC 9(03) VALUE 1.
001370     05  SD-MAX-WINDOW          PIC 9(03) VALUE ZERO.
001380     05  SD-RULE-IX             PIC 9(02) VALUE ZERO.
001390     05  SD-FIRST-IX            PIC 9(05) VALUE ZERO.
001400     05  SD-SECOND-IX           PIC 9(05) VALUE ZERO.
001410     05  SD-SOURCE-NAME         PIC X(08) VALUE SPACES.
001420     05  SD-SOURCE-COUNT        PIC 9(05) VALUE ZERO.
001430     05  SD-UNATTRIB-COUNT      PIC 9(05) VALUE ZERO.
001440     05  SD-OLDER-COUNT         PIC 9(05) VALUE ZERO.
001450     05  SD-OVERFLOW-COUNT      PIC 9(05) VALUE ZERO.
001460     05  SD-BAD-RULE-COUNT      PIC 9(05) VALUE ZERO.
001470     05  SD-VIOLATION-COUNT     PIC 9(05) VALUE ZERO.
001480     05  SD-REJECT-TEXT         PIC X(30) VALUE SPACES.
001490     05  SD-SUBJECT-TEXT        PIC X(26) VALUE SPACES.
001500     05  SD-COUNT-ED            PIC ZZZZ9.
001510     05  SD-WINDOW-ED           PIC ZZ9.
001520* THE RULE IN HAND IS WORKED THROUGH SR-RULE-RECORD SO ITS
001530* LEVEL-88 CONDITIONS APPLY; THE TABLE KEEPS EACH RULE'S IMAGE AND
001540* HIT COUNT.
001550 COPY "SODRULE.cpy".
001560 01  SD-RULE-TABLE.
001570     05  SD-RULE-COUNT          PIC 9(02) VALUE ZERO.
001580     05  SD-RULE-ENTRY OCCURS 30 TIMES.
001590         10  SD-RL-IMAGE        PIC X(65).
001600         10  SD-RL-HITS         PIC 9(05).
001610* ONE ROW PER ATTRIBUTED ACTIVITY INSIDE THE SCREENING
001620* WINDOW.  THE PARTY IS THE CUSTOMER OR PLAYER ID; THE CARD IS THE
001630* PLAYER ID, A SPACE AND THE GAME START, AS YACHTADJ KEYS ITS
001640* SECAUDF RECORDS.
001650 01  SD-NEW-EVENT.
001660     05  NE-PROGRAM             PIC X(08).
001670     05  NE-OPERATOR            PIC X(08).
001680     05  NE-DATE                PIC X(08).
001690     05  NE-DAY-NO              PIC 9(07).
001700     05  NE-PARTY               PIC X(10).
001710     05  NE-CARD                PIC X(26).
001720 01  SD-EVENT-TABLE.
001730     05  SD-EVENT-COUNT         PIC 9(05) VALUE ZERO.
001740     05  SD-EVENT-ENTRY OCCURS 3000 TIMES.
001750         10  SD-EV-PROGRAM      PIC X(08).
001760         10  SD-EV-OPERATOR     PIC X(08).
001770         10  SD-EV-DATE         PIC X(08).
001780         10  SD-EV-DAY-NO       PIC 9(07).
001790         10  SD-EV-PARTY        PIC X(10).
001800         10  SD-EV-CARD         PIC X(26).
001810* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE REPORT
001820* HEADER.
001830 01  SD-PARM-TABLE.
001840     05  SD-PARM-COUNT          PIC 9(02) VALUE ZERO.
001850     05  SD-PARM-IX             PIC 9(02) VALUE ZERO.
001860     05  SD-PARM-ED             PIC ZZZZZZ9.
001870     05  SD-PARM-ENTRY OCCURS 5 TIMES.
001880         10  SD-PARM-NAME       PIC X(20).
001890         10  SD-PARM-VALUE      PIC 9(07)V99.
001900         10  SD-PARM-SOURCE     PIC X(08).
001910 COPY "PARMGTLK.cpy".
001920 PROCEDURE DIVISION.
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE
001950     PERFORM 2000-LOAD-RULES
001960     PERFORM 2500-LOAD-ACTIVITY
001970     PERFORM 3000-WRITE-VIOLATION-HEADING
001980     PERFORM 3100-SCREEN-ONE-RULE
001990         VARYING SD-RULE-IX FROM 1 BY 1
002000         UNTIL SD-RULE-IX > SD-RULE-COUNT
002010     PERFORM 4000-WRITE-SUMMARY
002020     CLOSE SODRPT
002030     GOBACK.
002040 1000-INITIALIZE.
002050     MOVE FUNCTION CURRENT-DATE TO SD-CURRENT-TS
002060     MOVE SD-CURRENT-TS(1:8) TO SD-RUN-DATE
002070     MOVE SD-RUN-DATE TO SD-WORK-DATE-X
002080     COMPUTE SD-RUN-DAY-NO =
002090         FUNCTION INTEGER-OF-DATE(SD-WORK-DATE)
002100     PERFORM 1050-LOAD-PARAMETERS
002110     OPEN OUTPUT SODRPT
002120     MOVE SPACES TO RPT-LINE
002130     STRING 'SEGREGATION OF DUTIES SCREEN - RUN '
002140                DELIMITED BY SIZE
002150            SD-RUN-DATE DELIMITED BY SIZE
002160         INTO RPT-LINE
002170     WRITE RPT-LINE
002180     PERFORM 1070-REPORT-PARAMETERS
002190     .
002200* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF MASTER
002210* THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE BUILT-IN
002220* VALUE.  A SCREEN OF NO DAYS WOULD REPORT NOTHING, SO IT IS TAKEN
002230* AS ONE.
002240 1050-LOAD-PARAMETERS.
002250     MOVE 'SCREEN-DAYS' TO NP-PARM-NAME
002260     MOVE SD-SCREEN-DAYS TO NP-DEFAULT-VALUE
002270     MOVE 999 TO NP-LIMIT-VALUE
002280     PERFORM 1060-GET-ONE-PARAMETER
002290     MOVE NP-VALUE TO SD-SCREEN-DAYS
002300     IF SD-SCREEN-DAYS = ZERO
002310         MOVE 1 TO SD-SCREEN-DAYS
002320     END-IF
002330     .
002340 1060-GET-ONE-PARAMETER.
002350     MOVE 'SODSCRN' TO NP-PROGRAM-ID
002360     CALL 'PARMGET' USING NP-PARMS
002370     IF SD-PARM-COUNT < 5
002380         ADD 1 TO SD-PARM-COUNT
002390         MOVE NP-PARM-NAME TO SD-PARM-NAME(SD-PARM-COUNT)
002400         MOVE NP-VALUE TO SD-PARM-VALUE(SD-PARM-COUNT)
002410         MOVE NP-SOURCE-TEXT
002420             TO SD-PARM-SOURCE(SD-PARM-COUNT)
002430     END-IF
002440     .
002450* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH WHERE
002460* ITS VALUE CAME FROM.
002470 1070-REPORT-PARAMETERS.
002480     PERFORM VARYING SD-PARM-IX FROM 1 BY 1
002490             UNTIL SD-PARM-IX > SD-PARM-COUNT
002500         MOVE SD-PARM-VALUE(SD-PARM-IX) TO SD-PARM-ED
002510         MOVE SPACES TO RPT-LINE
002520         STRING 'PARAMETER ' DELIMITED BY SIZE
002530                SD-PARM-NAME(SD-PARM-IX) DELIMITED BY SIZE
002540                SD-PARM-ED DELIMITED BY SIZE
002550                '  ' DELIMITED BY SIZE
002560                SD-PARM-SOURCE(SD-PARM-IX) DELIMITED BY SIZE
002570             INTO RPT-LINE
002580         WRITE RPT-LINE
002590     END-PERFORM
002600     .
002610* 2000-LOAD-RULES - THE RULE DECK, ONE CONFLICT PAIR PER LINE; A
002620* LINE STARTING WITH AN ASTERISK IS A NOTE FOR THE READER.  WITH
002630* NO DECK, OR NO GOOD RULE ON IT, THE BUILT-IN PAIRS ARE
002640* SCREENED.  THE WIDEST WINDOW SETS HOW FAR BACK THE ACTIVITY IS
002650* LOADED.
002660 2000-LOAD-RULES.
002670     MOVE SPACES TO RPT-LINE
002680     WRITE RPT-LINE
002690     OPEN INPUT SODRULEF
002700     IF SD-RUL-OK
002710         MOVE 'N' TO SD-EOF-FLAG
002720         PERFORM 2010-READ-NEXT-RULE
002730             UNTIL SD-AT-END
002740         CLOSE SODRULEF
002750     END-IF
002760     IF SD-RULE-COUNT = ZERO
002770         PERFORM 2050-LOAD-BUILT-IN-RULES
002780     END-IF
002790     PERFORM 2060-LIST-ONE-RULE
002800         VARYING SD-RULE-IX FROM 1 BY 1
002810         UNTIL SD-RULE-IX > SD-RULE-COUNT
002820     COMPUTE SD-CUTOFF-DAY-NO = SD-RUN-DAY-NO - SD-SCREEN-DAYS
002830     COMPUTE SD-EARLIEST-DAY-NO =
002840         SD-CUTOFF-DAY-NO - SD-MAX-WINDOW
002850     .
002860 2010-READ-NEXT-RULE.
002870     READ SODRULEF INTO SR-RULE-RECORD
002880         AT END
002890             SET SD-AT-END TO TRUE
002900         NOT AT END
002910             IF SR-RULE-RECORD NOT = SPACES
002920             AND SR-RULE-ID(1:1) NOT = '*'
002930                 PERFORM 2020-CHECK-RULE
002940             END-IF
002950     END-READ
002960     .
002970 2020-CHECK-RULE.
002980     MOVE SPACES TO SD-REJECT-TEXT
002990     EVALUATE TRUE
003000         WHEN SR-RULE-ID = SPACES
003010             MOVE 'NO RULE ID' TO SD-REJECT-TEXT
003020         WHEN SR-FIRST-PROGRAM = SPACES
003030         OR   SR-SECOND-PROGRAM = SPACES
003040             MOVE 'PROGRAM MISSING' TO SD-REJECT-TEXT
003050         WHEN NOT SR-MATCH-IS-VALID
003060             MOVE 'MATCH MUST BE P OR G' TO SD-REJECT-TEXT
003070         WHEN NOT SR-FIRST-THEN-SECOND
003080         AND  NOT SR-EITHER-ORDER
003090             MOVE 'ORDER MUST BE S OR E' TO SD-REJECT-TEXT
003100         WHEN SR-WINDOW-DAYS NOT NUMERIC
003110             MOVE 'BAD WINDOW DAYS' TO SD-REJECT-TEXT
003120         WHEN SD-RULE-COUNT NOT < 30
003130             MOVE 'RULE TABLE FULL' TO SD-REJECT-TEXT
003140     END-EVALUATE
003150     IF SD-REJECT-TEXT = SPACES
003160         PERFORM 2040-ADD-RULE
003170     ELSE
003180         ADD 1 TO SD-BAD-RULE-COUNT
003190         MOVE 4 TO RETURN-CODE
003200         MOVE SPACES TO RPT-LINE
003210         STRING 'RULE ' DELIMITED BY SIZE
003220                SR-RULE-ID DELIMITED BY SIZE
003230                ' REJECTED - ' DELIMITED BY SIZE
003240                SD-REJECT-TEXT DELIMITED BY SIZE
003250             INTO RPT-LINE
003260         WRITE RPT-LINE
003270     END-IF
003280     .
003290 2040-ADD-RULE.
003300     IF SR-ORDER = SPACE
003310         MOVE 'S' TO SR-ORDER
003320     END-IF
003330     ADD 1 TO SD-RULE-COUNT
003340     MOVE SR-RULE-RECORD TO SD-RL-IMAGE(SD-RULE-COUNT)
003350     MOVE ZERO TO SD-RL-HITS(SD-RULE-COUNT)
003360     IF SR-WINDOW-DAYS > SD-MAX-WINDOW
003370         MOVE SR-WINDOW-DAYS TO SD-MAX-WINDOW
003380     END-IF
003390     .
003400* 2050-LOAD-BUILT-IN-RULES - THE THREE PAIRS INTERNAL AUDIT FIRST
003410* ASKED FOR, EACH OVER THIRTY DAYS.
003420 2050-LOAD-BUILT-IN-RULES.
003430     MOVE 'NO SODRULEF RULES - BUILT-IN RULES SCREENED'
003440         TO RPT-LINE
003450     WRITE RPT-LINE
003460     MOVE SPACES TO SR-RULE-RECORD
003470     MOVE 'B001' TO SR-RULE-ID
003480     MOVE 'BILLCMNT' TO SR-FIRST-PROGRAM
003490     MOVE 'BILLAPPR' TO SR-SECOND-PROGRAM
003500     SET SR-MATCH-PARTY TO TRUE
003510     MOVE 30 TO SR-WINDOW-DAYS
003520     MOVE 'CUSTOMER CHANGED, THEN REFUND APPROVED'
003530         TO SR-DESCRIPTION
003540     PERFORM 2040-ADD-RULE
003550     MOVE 'B002' TO SR-RULE-ID
003560     MOVE 'YQUARREV' TO SR-FIRST-PROGRAM
003570     MOVE 'VOUCHRED' TO SR-SECOND-PROGRAM
003580     SET SR-MATCH-PARTY TO TRUE
003590     MOVE 30 TO SR-WINDOW-DAYS
003600     MOVE 'HOLD RELEASED, THEN VOUCHER REDEEMED' TO SR-DESCRIPTION
003610     PERFORM 2040-ADD-RULE
003620     MOVE 'B003' TO SR-RULE-ID
003630     MOVE 'YACHTADJ' TO SR-FIRST-PROGRAM
003640     MOVE 'VOUCHRED' TO SR-SECOND-PROGRAM
003650     SET SR-MATCH-CARD TO TRUE
003660     MOVE 30 TO SR-WINDOW-DAYS
003670     MOVE 'SCORE CORRECTED, THEN VOUCHER PAID' TO SR-DESCRIPTION
003680     PERFORM 2040-ADD-RULE
003690     .
003700 2060-LIST-ONE-RULE.
003710     MOVE SD-RL-IMAGE(SD-RULE-IX) TO SR-RULE-RECORD
003720     MOVE SR-WINDOW-DAYS TO SD-WINDOW-ED
003730     MOVE SPACES TO RPT-LINE
003740     STRING 'RULE ' DELIMITED BY SIZE
003750            SR-RULE-ID DELIMITED BY SIZE
003760            ' ' DELIMITED BY SIZE
003770            SR-FIRST-PROGRAM DELIMITED BY SIZE
003780            ' THEN ' DELIMITED BY SIZE
003790            SR-SECOND-PROGRAM DELIMITED BY SIZE
003800            ' MATCH ' DELIMITED BY SIZE
003810            SR-MATCH-ON DELIMITED BY SIZE
003820            ' ORDER ' DELIMITED BY SIZE
003830            SR-ORDER DELIMITED BY SIZE
003840            ' DAYS ' DELIMITED BY SIZE
003850            SD-WINDOW-ED DELIMITED BY SIZE
003860            '  ' DELIMITED BY SIZE
003870            SR-DESCRIPTION DELIMITED BY SIZE
003880         INTO RPT-LINE
003890     WRITE RPT-LINE
003900     .
003910* 2500-LOAD-ACTIVITY - EVERY SOURCE IS OPTIONAL; ONE THAT IS NOT
003920* THERE IS NAMED ON THE REPORT SO AUDIT KNOWS IT WAS NOT SCREENED.
003930 2500-LOAD-ACTIVITY.
003940     MOVE SPACES TO RPT-LINE
003950     WRITE RPT-LINE
003960     PERFORM 2510-LOAD-SECURITY-AUDIT
003970     PERFORM 2520-LOAD-SCORE-ADJUSTMENTS
003980     PERFORM 2530-LOAD-REFUND-APPROVALS
003990     PERFORM 2540-LOAD-HOLD-RELEASES
004000     PERFORM 2550-LOAD-PAID-VOUCHERS
004010     .
004020* 2510-LOAD-SECURITY-AUDIT - EVERY MAINTENANCE ACTION AUDITED
004030* THROUGH OPERAUTH, UNDER ITS OWN PROGRAM ID.  YACHTADJ
004040* CORRECTIONS ARE TAKEN FROM YADJAUDF INSTEAD, SO THEY ARE NOT
004050* COUNTED TWICE.
004060 2510-LOAD-SECURITY-AUDIT.
004070     MOVE 'SECAUDF' TO SD-SOURCE-NAME
004080     MOVE ZERO TO SD-SOURCE-COUNT
004090     MOVE 'N' TO SD-EOF-FLAG
004100     OPEN INPUT SECAUDF
004110     IF SD-SEC-OK
004120         PERFORM 2511-READ-SECURITY-AUDIT
004130             UNTIL SD-AT-END
004140         CLOSE SECAUDF
004150     END-IF
004160     PERFORM 2580-NOTE-SOURCE
004170     .
004180 2511-READ-SECURITY-AUDIT.
004190     READ SECAUDF
004200         AT END
004210             SET SD-AT-END TO TRUE
004220         NOT AT END
004230             IF SA-PROGRAM-ID NOT = 'YACHTADJ'
004240                 MOVE SA-PROGRAM-ID TO NE-PROGRAM
004250                 MOVE SA-OPERATOR-ID TO NE-OPERATOR
004260                 MOVE SA-TIMESTAMP(1:8) TO NE-DATE
004270                 MOVE SA-KEY-TEXT(1:10) TO NE-PARTY
004280                 MOVE SA-KEY-TEXT(1:26) TO NE-CARD
004290                 PERFORM 2590-ADD-EVENT
004300             END-IF
004310     END-READ
004320     .
004330 2520-LOAD-SCORE-ADJUSTMENTS.
004340     MOVE 'YADJAUDF' TO SD-SOURCE-NAME
004350     MOVE ZERO TO SD-SOURCE-COUNT
004360     MOVE 'N' TO SD-EOF-FLAG
004370     OPEN INPUT YADJAUDF
004380     IF SD-ADJ-OK
004390         PERFORM 2521-READ-SCORE-ADJUSTMENT
004400             UNTIL SD-AT-END
004410         CLOSE YADJAUDF
004420     END-IF
004430     PERFORM 2580-NOTE-SOURCE
004440     .
004450 2521-READ-SCORE-ADJUSTMENT.
004460     READ YADJAUDF
004470         AT END
004480             SET SD-AT-END TO TRUE
004490         NOT AT END
004500             MOVE 'YACHTADJ' TO NE-PROGRAM
004510             MOVE AD-SUPERVISOR-ID TO NE-OPERATOR
004520             MOVE AD-TIMESTAMP(1:8) TO NE-DATE
004530             MOVE AD-PLAYER-ID TO NE-PARTY
004540             MOVE SPACES TO NE-CARD
004550             STRING AD-PLAYER-ID DELIMITED BY SIZE
004560                    ' ' DELIMITED BY SIZE
004570                    AD-GAME-START-TS DELIMITED BY SIZE
004580                 INTO NE-CARD
004590             PERFORM 2590-ADD-EVENT
004600     END-READ
004610     .
004620* 2530-LOAD-REFUND-APPROVALS - ONLY AN APPROVED REFUND PAYS MONEY
004630* OUT; A REJECTION IS NOT A CONFLICT.
004640 2530-LOAD-REFUND-APPROVALS.
004650     MOVE 'BILLPNDF' TO SD-SOURCE-NAME
004660     MOVE ZERO TO SD-SOURCE-COUNT
004670     MOVE 'N' TO SD-EOF-FLAG
004680     OPEN INPUT BILLPNDF
004690     IF SD-PND-OK
004700         PERFORM 2531-READ-REFUND-DECISION
004710             UNTIL SD-AT-END
004720         CLOSE BILLPNDF
004730     END-IF
004740     PERFORM 2580-NOTE-SOURCE
004750     .
004760 2531-READ-REFUND-DECISION.
004770     READ BILLPNDF
004780         AT END
004790             SET SD-AT-END TO TRUE
004800         NOT AT END
004810             IF PN-IS-APPROVED
004820                 MOVE 'BILLAPPR' TO NE-PROGRAM
004830                 MOVE PN-SUPERVISOR-ID TO NE-OPERATOR
004840                 MOVE PN-DECISION-TS(1:8) TO NE-DATE
004850                 MOVE PN-CUSTOMER-ID TO NE-PARTY
004860                 MOVE SPACES TO NE-CARD
004870                 PERFORM 2590-ADD-EVENT
004880             END-IF
004890     END-READ
004900     .
004910 2540-LOAD-HOLD-RELEASES.
004920     MOVE 'YQUARF' TO SD-SOURCE-NAME
004930     MOVE ZERO TO SD-SOURCE-COUNT
004940     MOVE 'N' TO SD-EOF-FLAG
004950     OPEN INPUT YQUARF
004960     IF SD-QUA-OK
004970         PERFORM 2541-READ-HOLD
004980             UNTIL SD-AT-END
004990         CLOSE YQUARF
005000     END-IF
005010     PERFORM 2580-NOTE-SOURCE
005020     .
005030 2541-READ-HOLD.
005040     READ YQUARF NEXT RECORD
005050         AT END
005060             SET SD-AT-END TO TRUE
005070         NOT AT END
005080             IF QU-PLAYER-IS-RELEASED
005090                 MOVE 'YQUARREV' TO NE-PROGRAM
005100                 MOVE QU-RELEASED-BY TO NE-OPERATOR
005110                 MOVE QU-RELEASE-DATE TO NE-DATE
005120                 MOVE QU-PLAYER-ID TO NE-PARTY
005130                 MOVE SPACES TO NE-CARD
005140                 PERFORM 2590-ADD-EVENT
005150             END-IF
005160     END-READ
005170     .
005180* 2550-LOAD-PAID-VOUCHERS - A VOUCHER KEEPS ITS PAID CLERK
005190* WHATEVER HAPPENS TO IT LATER, SO THE CLERK IS TAKEN AND NOT THE
005200* STATUS.
005210 2550-LOAD-PAID-VOUCHERS.
005220     MOVE 'VOUCHF' TO SD-SOURCE-NAME
005230     MOVE ZERO TO SD-SOURCE-COUNT
005240     MOVE 'N' TO SD-EOF-FLAG
005250     OPEN INPUT VOUCHF
005260     IF SD-VOU-OK
005270         PERFORM 2551-READ-VOUCHER
005280             UNTIL SD-AT-END
005290         CLOSE VOUCHF
005300     END-IF
005310     PERFORM 2580-NOTE-SOURCE
005320     .
005330 2551-READ-VOUCHER.
005340     READ VOUCHF
005350         AT END
005360             SET SD-AT-END TO TRUE
005370         NOT AT END
005380             IF VO-PAID-CLERK NOT = SPACES
005390                 MOVE 'VOUCHRED' TO NE-PROGRAM
005400                 MOVE VO-PAID-CLERK TO NE-OPERATOR
005410                 MOVE VO-PAID-DATE TO NE-DATE
005420                 MOVE VO-PLAYER-ID TO NE-PARTY
005430                 MOVE SPACES TO NE-CARD
005440                 STRING VO-PLAYER-ID DELIMITED BY SIZE
005450                        ' ' DELIMITED BY SIZE
005460                        VO-GAME-START-TS DELIMITED BY SIZE
005470                     INTO NE-CARD
005480                 PERFORM 2590-ADD-EVENT
005490             END-IF
005500     END-READ
005510     .
005520 2580-NOTE-SOURCE.
005530     MOVE SPACES TO RPT-LINE
005540     IF SD-EOF-FLAG = 'Y'
005550         MOVE SD-SOURCE-COUNT TO SD-COUNT-ED
005560         STRING 'SOURCE ' DELIMITED BY SIZE
005570                SD-SOURCE-NAME DELIMITED BY SIZE
005580                ' ACTIVITIES LOADED ' DELIMITED BY SIZE
005590                SD-COUNT-ED DELIMITED BY SIZE
005600             INTO RPT-LINE
005610     ELSE
005620         STRING 'SOURCE ' DELIMITED BY SIZE
005630                SD-SOURCE-NAME DELIMITED BY SIZE
005640                ' NOT AVAILABLE - NOT SCREENED' DELIMITED BY SIZE
005650             INTO RPT-LINE
005660     END-IF
005670     WRITE RPT-LINE
005680     .
005690* 2590-ADD-EVENT - AN ACTIVITY WITH NO OPERATOR OR NO USABLE DATE
005700* CANNOT BE PINNED ON ANYONE AND IS ONLY COUNTED.
005710 2590-ADD-EVENT.
005720     EVALUATE TRUE
005730         WHEN NE-OPERATOR = SPACES
005740         OR   NE-DATE NOT NUMERIC
005750             ADD 1 TO SD-UNATTRIB-COUNT
005760         WHEN OTHER
005770             MOVE NE-DATE TO SD-WORK-DATE-X
005780             COMPUTE NE-DAY-NO =
005790                 FUNCTION INTEGER-OF-DATE(SD-WORK-DATE)
005800             PERFORM 2595-STORE-EVENT
005810     END-EVALUATE
005820     .
005830 2595-STORE-EVENT.
005840     EVALUATE TRUE
005850         WHEN NE-DAY-NO < SD-EARLIEST-DAY-NO
005860             ADD 1 TO SD-OLDER-COUNT
005870         WHEN SD-EVENT-COUNT NOT < 3000
005880             ADD 1 TO SD-OVERFLOW-COUNT
005890         WHEN OTHER
005900             ADD 1 TO SD-EVENT-COUNT
005910             MOVE SD-NEW-EVENT TO SD-EVENT-ENTRY(SD-EVENT-COUNT)
005920             ADD 1 TO SD-SOURCE-COUNT
005930     END-EVALUATE
005940     .
005950 3000-WRITE-VIOLATION-HEADING.
005960     MOVE SPACES TO RPT-LINE
005970     WRITE RPT-LINE
005980     MOVE SPACES TO RPT-LINE
005990     STRING 'RULE OPERATOR CUSTOMER/PLAYER/CARD        '
006000                DELIMITED BY SIZE
006010            'FIRST             SECOND' DELIMITED BY SIZE
006020         INTO RPT-LINE
006030     WRITE RPT-LINE
006040     .
006050* 3100-SCREEN-ONE-RULE - EACH ACTIVITY OF THE RULE'S SECOND
006060* PROGRAM IS PAIRED WITH EVERY ACTIVITY OF ITS FIRST PROGRAM BY
006070* THE SAME OPERATOR.
006080 3100-SCREEN-ONE-RULE.
006090     MOVE SD-RL-IMAGE(SD-RULE-IX) TO SR-RULE-RECORD
006100     PERFORM 3200-CHECK-SECOND-ACTIVITY
006110         VARYING SD-SECOND-IX FROM 1 BY 1
006120         UNTIL SD-SECOND-IX > SD-EVENT-COUNT
006130     .
006140 3200-CHECK-SECOND-ACTIVITY.
006150     IF SD-EV-PROGRAM(SD-SECOND-IX) = SR-SECOND-PROGRAM
006160         PERFORM 3300-CHECK-ACTIVITY-PAIR
006170             VARYING SD-FIRST-IX FROM 1 BY 1
006180             UNTIL SD-FIRST-IX > SD-EVENT-COUNT
006190     END-IF
006200     .
006210 3300-CHECK-ACTIVITY-PAIR.
006220     IF SD-FIRST-IX NOT = SD-SECOND-IX
006230     AND SD-EV-PROGRAM(SD-FIRST-IX) = SR-FIRST-PROGRAM
006240     AND SD-EV-OPERATOR(SD-FIRST-IX)
006250         = SD-EV-OPERATOR(SD-SECOND-IX)
006260         PERFORM 3400-COMPARE-SUBJECT-AND-DAYS
006270     END-IF
006280     .
006290* 3400-COMPARE-SUBJECT-AND-DAYS - SOME SOURCES CARRY ONLY A DATE,
006300* SO ON THE SAME DAY THE ORDER CANNOT BE TOLD AND THE PAIR
006310* COUNTS.  THE PAIR IS REPORTED ONLY WHEN ITS LATER HALF IS INSIDE
006320* THE SCREEN DAYS, SO LAST NIGHT'S FINDINGS ARE NOT REPEATED.
006330 3400-COMPARE-SUBJECT-AND-DAYS.
006340     MOVE 'N' TO SD-SUBJECT-FLAG
006350     IF SR-MATCH-PARTY
006360         IF SD-EV-PARTY(SD-FIRST-IX) NOT = SPACES
006370         AND SD-EV-PARTY(SD-FIRST-IX) = SD-EV-PARTY(SD-SECOND-IX)
006380             SET SD-SAME-SUBJECT TO TRUE
006390             MOVE SD-EV-PARTY(SD-SECOND-IX) TO SD-SUBJECT-TEXT
006400         END-IF
006410     ELSE
006420         IF SD-EV-CARD(SD-FIRST-IX) NOT = SPACES
006430         AND SD-EV-CARD(SD-FIRST-IX) = SD-EV-CARD(SD-SECOND-IX)
006440             SET SD-SAME-SUBJECT TO TRUE
006450             MOVE SD-EV-CARD(SD-SECOND-IX) TO SD-SUBJECT-TEXT
006460         END-IF
006470     END-IF
006480     IF SD-SAME-SUBJECT
006490         COMPUTE SD-DAY-GAP = SD-EV-DAY-NO(SD-SECOND-IX)
006500                            - SD-EV-DAY-NO(SD-FIRST-IX)
006510         MOVE SD-EV-DAY-NO(SD-SECOND-IX) TO SD-LATER-DAY-NO
006520         IF SD-DAY-GAP < ZERO
006530             MOVE SD-EV-DAY-NO(SD-FIRST-IX) TO SD-LATER-DAY-NO
006540             IF SR-EITHER-ORDER
006550                 COMPUTE SD-DAY-GAP = ZERO - SD-DAY-GAP
006560             END-IF
006570         END-IF
006580         IF SD-DAY-GAP NOT < ZERO
006590         AND SD-DAY-GAP NOT > SR-WINDOW-DAYS
006600         AND SD-LATER-DAY-NO > SD-CUTOFF-DAY-NO
006610             PERFORM 3500-WRITE-VIOLATION
006620         END-IF
006630     END-IF
006640     .
006650 3500-WRITE-VIOLATION.
006660     ADD 1 TO SD-RL-HITS(SD-RULE-IX)
006670     ADD 1 TO SD-VIOLATION-COUNT
006680     MOVE 4 TO RETURN-CODE
006690     MOVE SPACES TO RPT-LINE
006700     STRING SR-RULE-ID DELIMITED BY SIZE
006710            ' ' DELIMITED BY SIZE
006720            SD-EV-OPERATOR(SD-SECOND-IX) DELIMITED BY SIZE
006730            ' ' DELIMITED BY SIZE
006740            SD-SUBJECT-TEXT DELIMITED BY SIZE
006750            ' ' DELIMITED BY SIZE
006760            SR-FIRST-PROGRAM DELIMITED BY SIZE
006770            ' ' DELIMITED BY SIZE
006780            SD-EV-DATE(SD-FIRST-IX) DELIMITED BY SIZE
006790            ' ' DELIMITED BY SIZE
006800            SR-SECOND-PROGRAM DELIMITED BY SIZE
006810            ' ' DELIMITED BY SIZE
006820            SD-EV-DATE(SD-SECOND-IX) DELIMITED BY SIZE
006830         INTO RPT-LINE
006840     WRITE RPT-LINE
006850     .
006860 4000-WRITE-SUMMARY.
006870     MOVE SPACES TO RPT-LINE
006880     WRITE RPT-LINE
006890     PERFORM 4100-WRITE-RULE-TOTAL
006900         VARYING SD-RULE-IX FROM 1 BY 1
006910         UNTIL SD-RULE-IX > SD-RULE-COUNT
006920     MOVE SPACES TO RPT-LINE
006930     STRING 'ACTIVITIES SCREENED ' DELIMITED BY SIZE
006940            SD-EVENT-COUNT DELIMITED BY SIZE
006950            '  NO OPERATOR OR DATE ' DELIMITED BY SIZE
006960            SD-UNATTRIB-COUNT DELIMITED BY SIZE
006970            '  BEFORE WINDOW ' DELIMITED BY SIZE
006980            SD-OLDER-COUNT DELIMITED BY SIZE
006990         INTO RPT-LINE
007000     WRITE RPT-LINE
007010     IF SD-OVERFLOW-COUNT > ZERO
007020         MOVE 4 TO RETURN-CODE
007030         MOVE SPACES TO RPT-LINE
007040         STRING 'ACTIVITY TABLE FULL - ' DELIMITED BY SIZE
007050                SD-OVERFLOW-COUNT DELIMITED BY SIZE
007060                ' ACTIVITIES NOT SCREENED' DELIMITED BY SIZE
007070             INTO RPT-LINE
007080         WRITE RPT-LINE
007090     END-IF
007100     MOVE SPACES TO RPT-LINE
007110     STRING 'VIOLATIONS ' DELIMITED BY SIZE
007120            SD-VIOLATION-COUNT DELIMITED BY SIZE
007130            '  RULES REJECTED ' DELIMITED BY SIZE
007140            SD-BAD-RULE-COUNT DELIMITED BY SIZE
007150         INTO RPT-LINE
007160     WRITE RPT-LINE
007170     .
007180 4100-WRITE-RULE-TOTAL.
007190     MOVE SD-RL-IMAGE(SD-RULE-IX) TO SR-RULE-RECORD
007200     MOVE SPACES TO RPT-LINE
007210     STRING 'RULE ' DELIMITED BY SIZE
007220            SR-RULE-ID DELIMITED BY SIZE
007230            ' VIOLATIONS ' DELIMITED BY SIZE
007240            SD-RL-HITS(SD-RULE-IX) DELIMITED BY SIZE
007250            '  ' DELIMITED BY SIZE
007260            SR-DESCRIPTION DELIMITED BY SIZE
007270         INTO RPT-LINE
007280     WRITE RPT-LINE
007290     .
