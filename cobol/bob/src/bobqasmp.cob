000010
000020* BOBQASMP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBQASMP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBQASMP RUNS THE WEEKLY AGENT QUALITY-ASSURANCE CYCLE.
000100* FIRST THE SUPERVISOR'S SCORES FOR LAST WEEK'S WORKSHEET,
000110* KEYED TO BOBQATX (USER, TICKET, ACCURACY, TONE, POLICY -
000120* EACH 1 TO 5), ARE POSTED ONTO THE BOBQAF REVIEW RECORDS; THE
000130* KEYING USER IS CHECKED THROUGH OPERAUTH AND EVERY POSTED
000140* SCORE IS AUDITED TO SECAUDF.  THEN THIS WEEK'S SAMPLE IS
000150* DRAWN FROM THE BOBTCKF TICKETS CLOSED IN THE LAST
000160* QS-WINDOW-DAYS (7) THAT ARE NOT ALREADY ON BOBQAF:
000170*   - EVERY TICKET WHOSE MESSAGE CARRIES A BOBKEYF ESCALATION
000180*     KEYWORD (EITHER SEVERITY) IS ALWAYS TAKEN;
000190*   - OF THE REST, QC-PER-AGENT TICKETS PER CLOSING AGENT ARE
000200*     DRAWN AT RANDOM (ONE-PASS RESERVOIR DRAW, SO EVERY
000210*     TICKET OF THE AGENT'S WEEK HAS THE SAME CHANCE).
000220* THE BOBQACTL CARD CARRIES THE PER-AGENT COUNT (DEFAULT 3,
000230* AT MOST 20) AND AN OPTIONAL SEED TO REPEAT A DRAW; NO SEED
000240* SEEDS FROM THE CLOCK.  EACH SAMPLED TICKET GOES ON BOBQAF
000250* AND ON THE BOBQAWS WORKSHEET WITH ITS MESSAGE, RESOLUTION
000260* TEXT, THE BOBAUDF CONVERSATION TURNS BOBDISP FILED ON
000270* BOBTCTXF, AND BLANKS FOR THE THREE SCORES.  POSTINGS AND
000280* TOTALS GO TO BOBQARPT.  THE MONTHLY SCORECARD IS BOBQARP'S.
000290*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 RJ    ORIGINAL PROGRAM
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BOBQACTL ASSIGN TO "BOBQACTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS QS-CTL-STATUS.
000420     SELECT BOBTCKF ASSIGN TO "BOBTCKF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS TK-TICKET-ID
000460         FILE STATUS IS QS-TCK-STATUS.
000470     SELECT BOBQAF ASSIGN TO "BOBQAF"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS QA-TICKET-ID
000510         FILE STATUS IS QS-QAF-STATUS.
000520     SELECT BOBKEYF ASSIGN TO "BOBKEYF"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS QS-KEY-STATUS.
000550     SELECT BOBTCTXF ASSIGN TO "BOBTCTXF"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS QS-CTX-STATUS.
000580     SELECT BOBQATX ASSIGN TO "BOBQATX"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS QS-TXN-STATUS.
000610     SELECT BOBQAWS ASSIGN TO "BOBQAWS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS QS-WKS-STATUS.
000640     SELECT BOBQARPT ASSIGN TO "BOBQARPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS QS-RPT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  BOBQACTL.
000700 01  QC-CONTROL-RECORD.
000710     05  QC-PER-AGENT           PIC 9(02).
000720     05  QC-SEED                PIC 9(08).
000730 FD  BOBTCKF.
000740 COPY "BOBTCK.cpy".
000750 FD  BOBQAF.
000760 COPY "BOBQA.cpy".
000770 FD  BOBKEYF.
000780 01  KEYF-RECORD.
000790     05  KEYF-KEYWORD           PIC X(20).
000800     05  FILLER                 PIC X(01).
000810     05  KEYF-SEVERITY          PIC X(01).
000820 FD  BOBTCTXF.
000830 01  TC-CONTEXT-RECORD.
000840     05  TC-TICKET-ID           PIC 9(06).
000850     05  TC-SEQ                 PIC 9(02).
000860     05  TC-TIMESTAMP           PIC X(21).
000870     05  TC-HEYBOB              PIC X(60).
000880     05  TC-RESULT              PIC X(40).
000890 FD  BOBQATX.
000900 01  QX-SCORE-RECORD.
000910     05  QX-USER-ID             PIC X(08).
000920     05  QX-TICKET-ID           PIC 9(06).
000930     05  QX-ACCURACY-SCORE      PIC 9(01).
000940     05  QX-TONE-SCORE          PIC 9(01).
000950     05  QX-POLICY-SCORE        PIC 9(01).
000960 FD  BOBQAWS
000970     RECORD CONTAINS 100 CHARACTERS.
000980 01  WKS-LINE                   PIC X(100).
000990 FD  BOBQARPT
001000     RECORD CONTAINS 80 CHARACTERS.
001010 01  RPT-LINE                   PIC X(80).
001020 WORKING-STORAGE SECTION.
001030 01  QS-WORK-FIELDS.
001040     05  QS-CTL-STATUS          PIC X(02) VALUE SPACES.
001050         88  QS-CTL-OK              VALUE '00'.
001060     05  QS-TCK-STATUS          PIC X(02) VALUE SPACES.
001070         88  QS-TCK-OK              VALUE '00'.
001080         88  QS-TCK-EOF             VALUE '10'.
001090     05  QS-TCK-OPENED-FLAG     PIC X(01) VALUE 'N'.
001100     05  QS-QAF-STATUS          PIC X(02) VALUE SPACES.
001110         88  QS-QAF-NOT-FOUND       VALUE '35'.
001120     05  QS-KEY-STATUS          PIC X(02) VALUE SPACES.
001130         88  QS-KEY-OK              VALUE '00'.
001140         88  QS-KEY-EOF             VALUE '10'.
001150     05  QS-CTX-STATUS          PIC X(02) VALUE SPACES.
001160         88  QS-CTX-OK              VALUE '00'.
001170         88  QS-CTX-EOF             VALUE '10'.
001180     05  QS-TXN-STATUS          PIC X(02) VALUE SPACES.
001190         88  QS-TXN-OK              VALUE '00'.
001200         88  QS-TXN-EOF             VALUE '10'.
001210     05  QS-TXN-OPENED-FLAG     PIC X(01) VALUE 'N'.
001220     05  QS-WKS-STATUS          PIC X(02) VALUE SPACES.
001230     05  QS-RPT-STATUS          PIC X(02) VALUE SPACES.
001240     05  QS-CURRENT-TS          PIC X(21) VALUE SPACES.
001250     05  QS-RUN-DATE            PIC X(08) VALUE SPACES.
001260     05  QS-WINDOW-DAYS         PIC 9(03) VALUE 7.
001270     05  QS-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
001280     05  QS-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
001290     05  QS-CUTOFF-DATE-X REDEFINES QS-CUTOFF-DATE
001300                                PIC X(08).
001310     05  QS-PER-AGENT           PIC 9(02) VALUE 3.
001320     05  QS-SEED                PIC 9(08) VALUE ZERO.
001330     05  QS-RANDOM              PIC V9(09) VALUE ZERO.
001340     05  QS-DRAW                PIC 9(05) VALUE ZERO.
001350     05  QS-UPPER-MESSAGE       PIC X(60) VALUE SPACES.
001360     05  QS-KEY-HITS            PIC 9(03) VALUE ZERO.
001370     05  QS-KEY-IX              PIC 9(02) VALUE ZERO.
001380     05  QS-SCAN-IX             PIC 9(02) VALUE ZERO.
001390     05  QS-KEYWORD-FLAG        PIC X(01) VALUE 'N'.
001400         88  QS-MESSAGE-HAS-KEYWORD VALUE 'Y'.
001410     05  QS-AGT-IX              PIC 9(02) VALUE ZERO.
001420     05  QS-HIT-IX              PIC 9(02) VALUE ZERO.
001430     05  QS-SLOT-IX             PIC 9(02) VALUE ZERO.
001440     05  QS-BASIS               PIC X(01) VALUE SPACE.
001450     05  QS-TURN-COUNT          PIC 9(02) VALUE ZERO.
001460     05  QS-RESULT-TEXT         PIC X(40) VALUE SPACES.
001470     05  QS-KEYWORD-COUNT       PIC 9(05) VALUE ZERO.
001480     05  QS-RANDOM-COUNT        PIC 9(05) VALUE ZERO.
001490     05  QS-POSTED-COUNT        PIC 9(05) VALUE ZERO.
001500     05  QS-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
001510* THE ESCALATION KEYWORDS, UPPER-CASE, WITH SIGNIFICANT LENGTH.
001520 01  QS-KEYWORD-TABLE.
001530     05  QS-KEY-COUNT           PIC 9(02) VALUE ZERO.
001540     05  QS-KEY-ENTRY OCCURS 50 TIMES.
001550         10  QS-KEY-TEXT        PIC X(20).
001560         10  QS-KEY-LEN         PIC 9(02).
001570* ONE RESERVOIR PER CLOSING AGENT - HOW MANY OF THE AGENT'S
001580* ELIGIBLE TICKETS HAVE GONE PAST, AND THE ONES HELD SO FAR.
001590 01  QS-AGENT-TABLE.
001600     05  QS-AGT-COUNT           PIC 9(02) VALUE ZERO.
001610     05  QS-AGT-ENTRY OCCURS 30 TIMES.
001620         10  QS-AGT-ID          PIC X(08).
001630         10  QS-AGT-SEEN        PIC 9(05).
001640         10  QS-AGT-HELD        PIC 9(02).
001650         10  QS-AGT-TICKET OCCURS 20 TIMES
001660                                PIC 9(06).
001670 COPY "OPAUTHLK.cpy".
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE
001710     PERFORM 2000-POST-SCORES
001720     PERFORM 3000-DRAW-SAMPLE
001730     PERFORM 6000-WRITE-SUMMARY
001740     CLOSE BOBQAF BOBQAWS BOBQARPT
001750     GOBACK.
001760 1000-INITIALIZE.
001770     MOVE FUNCTION CURRENT-DATE TO QS-CURRENT-TS
001780     MOVE QS-CURRENT-TS(1:8) TO QS-RUN-DATE
001790     COMPUTE QS-CUTOFF-INTEGER =
001800         FUNCTION INTEGER-OF-DATE
001810             (FUNCTION NUMVAL(QS-CURRENT-TS(1:8)))
001820         - QS-WINDOW-DAYS
001830     COMPUTE QS-CUTOFF-DATE =
001840         FUNCTION DATE-OF-INTEGER(QS-CUTOFF-INTEGER)
001850     PERFORM 1100-READ-CONTROL-CARD
001860     IF QS-SEED = ZERO
001870         MOVE QS-CURRENT-TS(9:8) TO QS-SEED
001880     END-IF
001890     COMPUTE QS-RANDOM = FUNCTION RANDOM(QS-SEED)
001900     PERFORM 1200-LOAD-KEYWORDS
001910     OPEN I-O BOBQAF
001920     IF QS-QAF-NOT-FOUND
001930         OPEN OUTPUT BOBQAF
001940         CLOSE BOBQAF
001950         OPEN I-O BOBQAF
001960     END-IF
001970     OPEN OUTPUT BOBQAWS
001980     OPEN OUTPUT BOBQARPT
001990     MOVE 'AGENT QUALITY-ASSURANCE CYCLE' TO RPT-LINE
002000     WRITE RPT-LINE
002010     MOVE SPACES TO WKS-LINE
002020     STRING 'QA WORKSHEET - TICKETS CLOSED ON OR AFTER '
002030                DELIMITED BY SIZE
002040            QS-CUTOFF-DATE-X DELIMITED BY SIZE
002050            '  SCORE EACH 1 (POOR) TO 5 (EXCELLENT)'
002060                DELIMITED BY SIZE
002070         INTO WKS-LINE
002080     WRITE WKS-LINE
002090     .
002100* 1100-READ-CONTROL-CARD - PER-AGENT DRAW SIZE AND SEED; A
002110* MISSING OR UNUSABLE CARD KEEPS THE DEFAULTS.
002120 1100-READ-CONTROL-CARD.
002130     OPEN INPUT BOBQACTL
002140     IF QS-CTL-OK
002150         READ BOBQACTL
002160             AT END
002170                 CONTINUE
002180             NOT AT END
002190                 IF QC-PER-AGENT IS NUMERIC
002200                         AND QC-PER-AGENT > ZERO
002210                     MOVE QC-PER-AGENT TO QS-PER-AGENT
002220                 END-IF
002230                 IF QC-SEED IS NUMERIC
002240                     MOVE QC-SEED TO QS-SEED
002250                 END-IF
002260         END-READ
002270         CLOSE BOBQACTL
002280     END-IF
002290     IF QS-PER-AGENT > 20
002300         MOVE 20 TO QS-PER-AGENT
002310     END-IF
002320     .
002330 1200-LOAD-KEYWORDS.
002340     MOVE ZERO TO QS-KEY-COUNT
002350     OPEN INPUT BOBKEYF
002360     IF QS-KEY-OK
002370         PERFORM 1210-READ-NEXT-KEYWORD
002380         PERFORM UNTIL QS-KEY-EOF
002390                 OR QS-KEY-COUNT >= 50
002400             IF KEYF-KEYWORD NOT = SPACES
002410                 ADD 1 TO QS-KEY-COUNT
002420                 MOVE FUNCTION UPPER-CASE(KEYF-KEYWORD)
002430                     TO QS-KEY-TEXT(QS-KEY-COUNT)
002440                 PERFORM 1220-MEASURE-KEYWORD
002450             END-IF
002460             PERFORM 1210-READ-NEXT-KEYWORD
002470         END-PERFORM
002480         CLOSE BOBKEYF
002490     END-IF
002500     .
002510 1210-READ-NEXT-KEYWORD.
002520     READ BOBKEYF
002530         AT END
002540             SET QS-KEY-EOF TO TRUE
002550     END-READ
002560     .
002570 1220-MEASURE-KEYWORD.
002580     MOVE 1 TO QS-KEY-LEN(QS-KEY-COUNT)
002590     PERFORM VARYING QS-SCAN-IX FROM 1 BY 1
002600             UNTIL QS-SCAN-IX > 20
002610         IF QS-KEY-TEXT(QS-KEY-COUNT)(QS-SCAN-IX:1)
002620                 NOT = SPACE
002630             MOVE QS-SCAN-IX TO QS-KEY-LEN(QS-KEY-COUNT)
002640         END-IF
002650     END-PERFORM
002660     .
002670* 2000-POST-SCORES - THE SUPERVISOR'S SCORES FOR TICKETS
002680* ALREADY SAMPLED.  A SECOND SCORING OF THE SAME TICKET
002690* REPLACES THE FIRST AND SAYS SO ON THE REPORT.
002700 2000-POST-SCORES.
002710     OPEN INPUT BOBQATX
002720     IF QS-TXN-OK
002730         MOVE 'Y' TO QS-TXN-OPENED-FLAG
002740     ELSE
002750         SET QS-TXN-EOF TO TRUE
002760     END-IF
002770     PERFORM 2100-READ-NEXT-SCORE
002780     PERFORM UNTIL QS-TXN-EOF
002790         IF QX-SCORE-RECORD NOT = SPACES
002800             PERFORM 2200-POST-ONE-SCORE
002810         END-IF
002820         PERFORM 2100-READ-NEXT-SCORE
002830     END-PERFORM
002840     IF QS-TXN-OPENED-FLAG = 'Y'
002850         CLOSE BOBQATX
002860     END-IF
002870     .
002880 2100-READ-NEXT-SCORE.
002890     IF NOT QS-TXN-EOF
002900         READ BOBQATX
002910             AT END
002920                 SET QS-TXN-EOF TO TRUE
002930         END-READ
002940     END-IF
002950     .
002960 2200-POST-ONE-SCORE.
002970     MOVE SPACES TO QS-RESULT-TEXT
002980     PERFORM 2220-CHECK-OPERATOR
002990     IF QS-RESULT-TEXT = SPACES
003000         IF QX-ACCURACY-SCORE IS NOT NUMERIC
003010                 OR QX-TONE-SCORE IS NOT NUMERIC
003020                 OR QX-POLICY-SCORE IS NOT NUMERIC
003030                 OR QX-ACCURACY-SCORE < 1
003040                 OR QX-ACCURACY-SCORE > 5
003050                 OR QX-TONE-SCORE < 1 OR QX-TONE-SCORE > 5
003060                 OR QX-POLICY-SCORE < 1
003070                 OR QX-POLICY-SCORE > 5
003080             MOVE 'REJECTED - SCORES MUST BE 1 TO 5'
003090                 TO QS-RESULT-TEXT
003100         END-IF
003110     END-IF
003120     IF QS-RESULT-TEXT = SPACES
003130         MOVE QX-TICKET-ID TO QA-TICKET-ID
003140         READ BOBQAF
003150             INVALID KEY
003160                 MOVE 'REJECTED - TICKET NOT SAMPLED'
003170                     TO QS-RESULT-TEXT
003180             NOT INVALID KEY
003190                 PERFORM 2250-APPLY-SCORE
003200         END-READ
003210     END-IF
003220     IF QS-RESULT-TEXT(1:8) = 'REJECTED'
003230         ADD 1 TO QS-REJECTED-COUNT
003240     ELSE
003250         ADD 1 TO QS-POSTED-COUNT
003260         PERFORM 2950-AUDIT-POSTED-SCORE
003270     END-IF
003280     MOVE SPACES TO RPT-LINE
003290     STRING 'SCORE TICKET ' DELIMITED BY SIZE
003300            QX-TICKET-ID DELIMITED BY SIZE
003310            ' ' DELIMITED BY SIZE
003320            QS-RESULT-TEXT DELIMITED BY SIZE
003330         INTO RPT-LINE
003340     WRITE RPT-LINE
003350     .
003360 2220-CHECK-OPERATOR.
003370     MOVE SPACES TO OA-PARMS
003380     SET OA-ASK-CHECK TO TRUE
003390     MOVE QX-USER-ID TO OA-OPERATOR-ID
003400     MOVE 'BOBQASMP' TO OA-PROGRAM-ID
003410     CALL 'OPERAUTH' USING OA-PARMS
003420     IF OA-OPERATOR-DENIED
003430         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
003440             TO QS-RESULT-TEXT
003450     END-IF
003460     .
003470 2250-APPLY-SCORE.
003480     IF QA-REVIEW-IS-SCORED
003490         MOVE 'RESCORED' TO QS-RESULT-TEXT
003500     ELSE
003510         MOVE 'SCORED' TO QS-RESULT-TEXT
003520     END-IF
003530     SET QA-REVIEW-IS-SCORED TO TRUE
003540     MOVE QX-ACCURACY-SCORE TO QA-ACCURACY-SCORE
003550     MOVE QX-TONE-SCORE     TO QA-TONE-SCORE
003560     MOVE QX-POLICY-SCORE   TO QA-POLICY-SCORE
003570     MOVE QS-RUN-DATE       TO QA-SCORED-DATE
003580     MOVE QX-USER-ID        TO QA-SCORED-BY
003590     REWRITE QA-REVIEW-RECORD
003600     .
003610 2950-AUDIT-POSTED-SCORE.
003620     SET OA-ASK-AUDIT TO TRUE
003630     MOVE QX-USER-ID TO OA-OPERATOR-ID
003640     MOVE 'BOBQASMP' TO OA-PROGRAM-ID
003650     MOVE 'S' TO OA-ACTION
003660     MOVE SPACES TO OA-KEY-TEXT
003670     MOVE QX-TICKET-ID TO OA-KEY-TEXT
003680     CALL 'OPERAUTH' USING OA-PARMS
003690     .
003700* 3000-DRAW-SAMPLE - ONE PASS OVER THE WEEK'S CLOSED TICKETS;
003710* KEYWORD TICKETS ARE TAKEN AS THEY GO PAST, THE RANDOM DRAW
003720* IS TAKEN FROM THE RESERVOIRS ONCE THE PASS IS OVER.
003730 3000-DRAW-SAMPLE.
003740     OPEN INPUT BOBTCKF
003750     IF QS-TCK-OK
003760         MOVE 'Y' TO QS-TCK-OPENED-FLAG
003770     ELSE
003780         SET QS-TCK-EOF TO TRUE
003790     END-IF
003800     IF NOT QS-TCK-EOF
003810         MOVE LOW-VALUES TO TK-TICKET-ID
003820         START BOBTCKF KEY IS GREATER THAN OR EQUAL
003830             TK-TICKET-ID
003840             INVALID KEY
003850                 SET QS-TCK-EOF TO TRUE
003860         END-START
003870     END-IF
003880     PERFORM 3100-READ-NEXT-TICKET
003890     PERFORM UNTIL QS-TCK-EOF
003900         IF TK-TICKET-IS-CLOSED
003910                 AND TK-CLOSED-TS(1:8) >= QS-CUTOFF-DATE-X
003920                 AND TK-AGENT-ID NOT = SPACES
003930             PERFORM 3200-CONSIDER-ONE-TICKET
003940         END-IF
003950         PERFORM 3100-READ-NEXT-TICKET
003960     END-PERFORM
003970     IF QS-TCK-OPENED-FLAG = 'Y'
003980         PERFORM 3500-TAKE-RESERVOIR-DRAWS
003990         CLOSE BOBTCKF
004000     END-IF
004010     .
004020 3100-READ-NEXT-TICKET.
004030     IF NOT QS-TCK-EOF
004040         READ BOBTCKF NEXT RECORD
004050             AT END
004060                 SET QS-TCK-EOF TO TRUE
004070         END-READ
004080     END-IF
004090     .
004100* 3200-CONSIDER-ONE-TICKET - A TICKET ALREADY ON BOBQAF WAS
004110* SAMPLED IN AN EARLIER WEEK AND IS LEFT ALONE.
004120 3200-CONSIDER-ONE-TICKET.
004130     MOVE TK-TICKET-ID TO QA-TICKET-ID
004140     READ BOBQAF
004150         INVALID KEY
004160             PERFORM 3300-CHECK-FOR-KEYWORD
004170             IF QS-MESSAGE-HAS-KEYWORD
004180                 MOVE 'K' TO QS-BASIS
004190                 PERFORM 4000-SAMPLE-THIS-TICKET
004200                 ADD 1 TO QS-KEYWORD-COUNT
004210             ELSE
004220                 PERFORM 3400-OFFER-TO-RESERVOIR
004230             END-IF
004240         NOT INVALID KEY
004250             CONTINUE
004260     END-READ
004270     .
004280 3300-CHECK-FOR-KEYWORD.
004290     MOVE 'N' TO QS-KEYWORD-FLAG
004300     MOVE FUNCTION UPPER-CASE(TK-MESSAGE) TO QS-UPPER-MESSAGE
004310     PERFORM VARYING QS-KEY-IX FROM 1 BY 1
004320             UNTIL QS-KEY-IX > QS-KEY-COUNT
004330                OR QS-MESSAGE-HAS-KEYWORD
004340         MOVE ZERO TO QS-KEY-HITS
004350         INSPECT QS-UPPER-MESSAGE TALLYING QS-KEY-HITS
004360             FOR ALL QS-KEY-TEXT(QS-KEY-IX)
004370                 (1:QS-KEY-LEN(QS-KEY-IX))
004380         IF QS-KEY-HITS > ZERO
004390             MOVE 'Y' TO QS-KEYWORD-FLAG
004400         END-IF
004410     END-PERFORM
004420     .
004430* 3400-OFFER-TO-RESERVOIR - THE FIRST QS-PER-AGENT TICKETS
004440* FILL THE AGENT'S RESERVOIR; AFTER THAT THE N-TH TICKET
004450* REPLACES A RANDOM HELD ONE WITH CHANCE QS-PER-AGENT / N.
004460 3400-OFFER-TO-RESERVOIR.
004470     MOVE ZERO TO QS-HIT-IX
004480     PERFORM VARYING QS-AGT-IX FROM 1 BY 1
004490             UNTIL QS-AGT-IX > QS-AGT-COUNT
004500         IF QS-AGT-ID(QS-AGT-IX) = TK-AGENT-ID
004510             MOVE QS-AGT-IX TO QS-HIT-IX
004520         END-IF
004530     END-PERFORM
004540     IF QS-HIT-IX = ZERO AND QS-AGT-COUNT < 30
004550         ADD 1 TO QS-AGT-COUNT
004560         MOVE TK-AGENT-ID TO QS-AGT-ID(QS-AGT-COUNT)
004570         MOVE ZERO TO QS-AGT-SEEN(QS-AGT-COUNT)
004580         MOVE ZERO TO QS-AGT-HELD(QS-AGT-COUNT)
004590         MOVE QS-AGT-COUNT TO QS-HIT-IX
004600     END-IF
004610     IF QS-HIT-IX > ZERO
004620         ADD 1 TO QS-AGT-SEEN(QS-HIT-IX)
004630         IF QS-AGT-HELD(QS-HIT-IX) < QS-PER-AGENT
004640             ADD 1 TO QS-AGT-HELD(QS-HIT-IX)
004650             MOVE TK-TICKET-ID TO QS-AGT-TICKET
004660                 (QS-HIT-IX, QS-AGT-HELD(QS-HIT-IX))
004670         ELSE
004680             COMPUTE QS-RANDOM = FUNCTION RANDOM
004690             COMPUTE QS-DRAW =
004700                 (QS-RANDOM * QS-AGT-SEEN(QS-HIT-IX)) + 1
004710             IF QS-DRAW <= QS-PER-AGENT
004720                 MOVE TK-TICKET-ID
004730                     TO QS-AGT-TICKET(QS-HIT-IX, QS-DRAW)
004740             END-IF
004750         END-IF
004760     END-IF
004770     .
004780* 3500-TAKE-RESERVOIR-DRAWS - RE-READ EACH HELD TICKET BY KEY
004790* AND SAMPLE IT.
004800 3500-TAKE-RESERVOIR-DRAWS.
004810     MOVE 'R' TO QS-BASIS
004820     PERFORM VARYING QS-AGT-IX FROM 1 BY 1
004830             UNTIL QS-AGT-IX > QS-AGT-COUNT
004840         PERFORM VARYING QS-SLOT-IX FROM 1 BY 1
004850                 UNTIL QS-SLOT-IX > QS-AGT-HELD(QS-AGT-IX)
004860             MOVE QS-AGT-TICKET(QS-AGT-IX, QS-SLOT-IX)
004870                 TO TK-TICKET-ID
004880             READ BOBTCKF
004890                 INVALID KEY
004900                     CONTINUE
004910                 NOT INVALID KEY
004920                     PERFORM 4000-SAMPLE-THIS-TICKET
004930                     ADD 1 TO QS-RANDOM-COUNT
004940             END-READ
004950         END-PERFORM
004960     END-PERFORM
004970     .
004980* 4000-SAMPLE-THIS-TICKET - FILE THE REVIEW RECORD AND PRINT
004990* THE TICKET'S WORKSHEET ENTRY.
005000 4000-SAMPLE-THIS-TICKET.
005010     MOVE SPACES            TO QA-REVIEW-RECORD
005020     MOVE TK-TICKET-ID      TO QA-TICKET-ID
005030     MOVE TK-AGENT-ID       TO QA-AGENT-ID
005040     MOVE TK-CLOSED-TS(1:8) TO QA-CLOSED-DATE
005050     MOVE TK-REASON-CODE    TO QA-REASON-CODE
005060     MOVE QS-RUN-DATE       TO QA-SAMPLE-DATE
005070     MOVE QS-BASIS          TO QA-SAMPLE-BASIS
005080     MOVE 'N'               TO QA-SCORED-FLAG
005090     MOVE ZERO              TO QA-ACCURACY-SCORE
005100     MOVE ZERO              TO QA-TONE-SCORE
005110     MOVE ZERO              TO QA-POLICY-SCORE
005120     WRITE QA-REVIEW-RECORD
005130     MOVE SPACES TO WKS-LINE
005140     WRITE WKS-LINE
005150     STRING 'TICKET ' DELIMITED BY SIZE
005160            TK-TICKET-ID DELIMITED BY SIZE
005170            '  AGENT ' DELIMITED BY SIZE
005180            TK-AGENT-ID DELIMITED BY SIZE
005190            '  CLOSED ' DELIMITED BY SIZE
005200            QA-CLOSED-DATE DELIMITED BY SIZE
005210            '  REASON ' DELIMITED BY SIZE
005220            TK-REASON-CODE DELIMITED BY SIZE
005230            '  SAMPLED ' DELIMITED BY SIZE
005240            QS-BASIS DELIMITED BY SIZE
005250         INTO WKS-LINE
005260     WRITE WKS-LINE
005270     MOVE SPACES TO WKS-LINE
005280     STRING '  MESSAGE:    ' DELIMITED BY SIZE
005290            TK-MESSAGE DELIMITED BY SIZE
005300         INTO WKS-LINE
005310     WRITE WKS-LINE
005320     MOVE SPACES TO WKS-LINE
005330     STRING '  RESOLUTION: ' DELIMITED BY SIZE
005340            TK-RESOLUTION-TEXT DELIMITED BY SIZE
005350         INTO WKS-LINE
005360     WRITE WKS-LINE
005370     PERFORM 4100-PRINT-CONVERSATION
005380     MOVE '  ACCURACY ___   TONE ___   POLICY ___   BY ________'
005390         TO WKS-LINE
005400     WRITE WKS-LINE
005410     .
005420* 4100-PRINT-CONVERSATION - THE BOBAUDF TURNS BOBDISP FILED
005430* UNDER THE TICKET ON BOBTCTXF, IN THE ORDER THEY WERE SAID.
005440 4100-PRINT-CONVERSATION.
005450     MOVE ZERO TO QS-TURN-COUNT
005460     MOVE SPACES TO QS-CTX-STATUS
005470     OPEN INPUT BOBTCTXF
005480     IF QS-CTX-OK
005490         PERFORM 4110-READ-NEXT-TURN
005500         PERFORM UNTIL QS-CTX-EOF
005510             IF TC-TICKET-ID = TK-TICKET-ID
005520                 ADD 1 TO QS-TURN-COUNT
005530                 MOVE SPACES TO WKS-LINE
005540                 STRING '  SAID: ' DELIMITED BY SIZE
005550                        TC-HEYBOB DELIMITED BY SIZE
005560                     INTO WKS-LINE
005570                 WRITE WKS-LINE
005580                 MOVE SPACES TO WKS-LINE
005590                 STRING '  BOB:  ' DELIMITED BY SIZE
005600                        TC-RESULT DELIMITED BY SIZE
005610                     INTO WKS-LINE
005620                 WRITE WKS-LINE
005630             END-IF
005640             PERFORM 4110-READ-NEXT-TURN
005650         END-PERFORM
005660         CLOSE BOBTCTXF
005670     END-IF
005680     IF QS-TURN-COUNT = ZERO
005690         MOVE '  (NO CONVERSATION ON FILE)' TO WKS-LINE
005700         WRITE WKS-LINE
005710     END-IF
005720     .
005730 4110-READ-NEXT-TURN.
005740     READ BOBTCTXF
005750         AT END
005760             SET QS-CTX-EOF TO TRUE
005770     END-READ
005780     .
005790 6000-WRITE-SUMMARY.
005800     MOVE SPACES TO RPT-LINE
005810     WRITE RPT-LINE
005820     STRING 'SCORES POSTED ' DELIMITED BY SIZE
005830            QS-POSTED-COUNT DELIMITED BY SIZE
005840            '  REJECTED ' DELIMITED BY SIZE
005850            QS-REJECTED-COUNT DELIMITED BY SIZE
005860         INTO RPT-LINE
005870     WRITE RPT-LINE
005880     MOVE SPACES TO RPT-LINE
005890     STRING 'SAMPLED FOR KEYWORD ' DELIMITED BY SIZE
005900            QS-KEYWORD-COUNT DELIMITED BY SIZE
005910            '  AT RANDOM ' DELIMITED BY SIZE
005920            QS-RANDOM-COUNT DELIMITED BY SIZE
005930         INTO RPT-LINE
005940     WRITE RPT-LINE
005950     .
