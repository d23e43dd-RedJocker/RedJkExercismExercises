000010
000020* BOBQARP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBQARP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBQARP IS THE MONTHLY AGENT QUALITY SCORECARD.  ONE PASS
000100* OVER BOBQAF TAKES EVERY REVIEW SCORED IN THE LAST
000110* QR-WINDOW-DAYS (31) AND AVERAGES THE SUPERVISOR'S ACCURACY,
000120* TONE, AND POLICY SCORES BY AGENT, PLUS THE AVERAGE OF ALL
000130* THREE; A SECOND PASS OVER BOBSVINF AVERAGES THE CUSTOMER
000140* SURVEY SCORES FOR THE SAME AGENTS OVER THE SAME WINDOW, THE
000150* WAY BOBCSAT DOES, SO EACH AGENT'S LINE ON BOBQASCD SHOWS WHAT
000160* THE SUPERVISOR SAW NEXT TO WHAT THE CUSTOMERS SAID.  AN AGENT
000170* WITH ONLY ONE SIDE SHOWS '---' FOR THE OTHER.  AVERAGES
000180* PRINT TO ONE DECIMAL.
000190*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 RJ    ORIGINAL PROGRAM
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT BOBQAF ASSIGN TO "BOBQAF"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS QA-TICKET-ID
000330         FILE STATUS IS QR-QAF-STATUS.
000340     SELECT BOBSVINF ASSIGN TO "BOBSVINF"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS SV-TICKET-ID
000380         FILE STATUS IS QR-INV-STATUS.
000390     SELECT BOBQASCD ASSIGN TO "BOBQASCD"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS QR-RPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BOBQAF.
000450 COPY "BOBQA.cpy".
000460 FD  BOBSVINF.
000470 COPY "BOBSVIN.cpy".
000480 FD  BOBQASCD
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  RPT-LINE                   PIC X(80).
000510 WORKING-STORAGE SECTION.
000520 01  QR-AGENT-TABLE.
000530     05  QR-AGT-COUNT           PIC 9(02) VALUE ZERO.
000540     05  QR-AGT-ENTRY OCCURS 30 TIMES.
000550         10  QR-AGT-ID          PIC X(08).
000560         10  QR-AGT-REVIEWS     PIC 9(05).
000570         10  QR-AGT-ACCURACY-SUM PIC 9(07).
000580         10  QR-AGT-TONE-SUM    PIC 9(07).
000590         10  QR-AGT-POLICY-SUM  PIC 9(07).
000600         10  QR-AGT-RESPONSES   PIC 9(05).
000610         10  QR-AGT-CSAT-SUM    PIC 9(07).
000620 01  QR-WORK-FIELDS.
000630     05  QR-QAF-STATUS          PIC X(02) VALUE SPACES.
000640         88  QR-QAF-OK              VALUE '00'.
000650         88  QR-QAF-EOF             VALUE '10'.
000660     05  QR-QAF-OPENED-FLAG     PIC X(01) VALUE 'N'.
000670     05  QR-INV-STATUS          PIC X(02) VALUE SPACES.
000680         88  QR-INV-OK              VALUE '00'.
000690         88  QR-INV-EOF             VALUE '10'.
000700     05  QR-INV-OPENED-FLAG     PIC X(01) VALUE 'N'.
000710     05  QR-RPT-STATUS          PIC X(02) VALUE SPACES.
000720     05  QR-CURRENT-TS          PIC X(21) VALUE SPACES.
000730     05  QR-WINDOW-DAYS         PIC 9(03) VALUE 31.
000740     05  QR-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
000750     05  QR-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000760     05  QR-CUTOFF-DATE-X REDEFINES QR-CUTOFF-DATE
000770                                PIC X(08).
000780     05  QR-TBL-IX              PIC 9(02) VALUE ZERO.
000790     05  QR-HIT-IX              PIC 9(02) VALUE ZERO.
000800     05  QR-WORK-AGENT          PIC X(08) VALUE SPACES.
000810     05  QR-AVG-SCORE           PIC 9(01)V9 VALUE ZERO.
000820     05  QR-AVG-ED              PIC 9.9.
000830     05  QR-ACCURACY-TEXT       PIC X(03) VALUE SPACES.
000840     05  QR-TONE-TEXT           PIC X(03) VALUE SPACES.
000850     05  QR-POLICY-TEXT         PIC X(03) VALUE SPACES.
000860     05  QR-OVERALL-TEXT        PIC X(03) VALUE SPACES.
000870     05  QR-CSAT-TEXT           PIC X(03) VALUE SPACES.
000880     05  QR-REVIEWS-ED          PIC ZZZZ9.
000890     05  QR-RESPONSES-ED        PIC ZZZZ9.
000900     05  QR-TOTAL-REVIEWS       PIC 9(07) VALUE ZERO.
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE
000940     PERFORM 2000-TALLY-REVIEWS
000950     PERFORM 3000-TALLY-SURVEYS
000960     PERFORM 5000-WRITE-REPORT
000970     CLOSE BOBQASCD
000980     GOBACK.
000990 1000-INITIALIZE.
001000     MOVE FUNCTION CURRENT-DATE TO QR-CURRENT-TS
001010     COMPUTE QR-CUTOFF-INTEGER =
001020         FUNCTION INTEGER-OF-DATE
001030             (FUNCTION NUMVAL(QR-CURRENT-TS(1:8)))
001040         - QR-WINDOW-DAYS
001050     COMPUTE QR-CUTOFF-DATE =
001060         FUNCTION DATE-OF-INTEGER(QR-CUTOFF-INTEGER)
001070     OPEN OUTPUT BOBQASCD
001080     MOVE 'AGENT QUALITY SCORECARD - LAST MONTH' TO RPT-LINE
001090     WRITE RPT-LINE
001100     MOVE SPACES TO RPT-LINE
001110     WRITE RPT-LINE
001120     MOVE 'AGENT    REVIEWS  ACC  TON  POL  ALL     CSAT    RESPS'
001130         TO RPT-LINE
001140     WRITE RPT-LINE
001150     .
001160* 2000-TALLY-REVIEWS - SCORED QA REVIEWS IN THE WINDOW.
001170 2000-TALLY-REVIEWS.
001180     OPEN INPUT BOBQAF
001190     IF NOT QR-QAF-OK
001200         SET QR-QAF-EOF TO TRUE
001210     ELSE
001220         MOVE 'Y' TO QR-QAF-OPENED-FLAG
001230         MOVE LOW-VALUES TO QA-TICKET-ID
001240         START BOBQAF KEY IS GREATER THAN OR EQUAL
001250             QA-TICKET-ID
001260             INVALID KEY
001270                 SET QR-QAF-EOF TO TRUE
001280         END-START
001290     END-IF
001300     PERFORM 2100-READ-NEXT-REVIEW
001310     PERFORM UNTIL QR-QAF-EOF
001320         IF QA-REVIEW-IS-SCORED
001330                 AND QA-SCORED-DATE >= QR-CUTOFF-DATE-X
001340             MOVE QA-AGENT-ID TO QR-WORK-AGENT
001350             PERFORM 4000-FIND-AGENT
001360             IF QR-HIT-IX > ZERO
001370                 ADD 1 TO QR-AGT-REVIEWS(QR-HIT-IX)
001380                 ADD 1 TO QR-TOTAL-REVIEWS
001390                 ADD QA-ACCURACY-SCORE
001400                     TO QR-AGT-ACCURACY-SUM(QR-HIT-IX)
001410                 ADD QA-TONE-SCORE
001420                     TO QR-AGT-TONE-SUM(QR-HIT-IX)
001430                 ADD QA-POLICY-SCORE
001440                     TO QR-AGT-POLICY-SUM(QR-HIT-IX)
001450             END-IF
001460         END-IF
001470         PERFORM 2100-READ-NEXT-REVIEW
001480     END-PERFORM
001490     IF QR-QAF-OPENED-FLAG = 'Y'
001500         CLOSE BOBQAF
001510     END-IF
001520     .
001530 2100-READ-NEXT-REVIEW.
001540     IF NOT QR-QAF-EOF
001550         READ BOBQAF NEXT RECORD
001560             AT END
001570                 SET QR-QAF-EOF TO TRUE
001580         END-READ
001590     END-IF
001600     .
001610* 3000-TALLY-SURVEYS - CUSTOMER RESPONSES POSTED IN THE SAME
001620* WINDOW, BY CLOSING AGENT, AS BOBCSAT COUNTS THEM.
001630 3000-TALLY-SURVEYS.
001640     OPEN INPUT BOBSVINF
001650     IF NOT QR-INV-OK
001660         SET QR-INV-EOF TO TRUE
001670     ELSE
001680         MOVE 'Y' TO QR-INV-OPENED-FLAG
001690         MOVE LOW-VALUES TO SV-TICKET-ID
001700         START BOBSVINF KEY IS GREATER THAN OR EQUAL
001710             SV-TICKET-ID
001720             INVALID KEY
001730                 SET QR-INV-EOF TO TRUE
001740         END-START
001750     END-IF
001760     PERFORM 3100-READ-NEXT-SURVEY
001770     PERFORM UNTIL QR-INV-EOF
001780         IF SV-RESPONSE-IS-IN
001790                 AND SV-RESPONSE-DATE >= QR-CUTOFF-DATE-X
001800             MOVE SV-AGENT-ID TO QR-WORK-AGENT
001810             PERFORM 4000-FIND-AGENT
001820             IF QR-HIT-IX > ZERO
001830                 ADD 1 TO QR-AGT-RESPONSES(QR-HIT-IX)
001840                 ADD SV-SCORE TO QR-AGT-CSAT-SUM(QR-HIT-IX)
001850             END-IF
001860         END-IF
001870         PERFORM 3100-READ-NEXT-SURVEY
001880     END-PERFORM
001890     IF QR-INV-OPENED-FLAG = 'Y'
001900         CLOSE BOBSVINF
001910     END-IF
001920     .
001930 3100-READ-NEXT-SURVEY.
001940     IF NOT QR-INV-EOF
001950         READ BOBSVINF NEXT RECORD
001960             AT END
001970                 SET QR-INV-EOF TO TRUE
001980         END-READ
001990     END-IF
002000     .
002010 4000-FIND-AGENT.
002020     MOVE ZERO TO QR-HIT-IX
002030     PERFORM VARYING QR-TBL-IX FROM 1 BY 1
002040             UNTIL QR-TBL-IX > QR-AGT-COUNT
002050         IF QR-AGT-ID(QR-TBL-IX) = QR-WORK-AGENT
002060             MOVE QR-TBL-IX TO QR-HIT-IX
002070         END-IF
002080     END-PERFORM
002090     IF QR-HIT-IX = ZERO AND QR-AGT-COUNT < 30
002100         ADD 1 TO QR-AGT-COUNT
002110         MOVE QR-WORK-AGENT TO QR-AGT-ID(QR-AGT-COUNT)
002120         MOVE ZERO TO QR-AGT-REVIEWS(QR-AGT-COUNT)
002130         MOVE ZERO TO QR-AGT-ACCURACY-SUM(QR-AGT-COUNT)
002140         MOVE ZERO TO QR-AGT-TONE-SUM(QR-AGT-COUNT)
002150         MOVE ZERO TO QR-AGT-POLICY-SUM(QR-AGT-COUNT)
002160         MOVE ZERO TO QR-AGT-RESPONSES(QR-AGT-COUNT)
002170         MOVE ZERO TO QR-AGT-CSAT-SUM(QR-AGT-COUNT)
002180         MOVE QR-AGT-COUNT TO QR-HIT-IX
002190     END-IF
002200     .
002210 5000-WRITE-REPORT.
002220     PERFORM VARYING QR-TBL-IX FROM 1 BY 1
002230             UNTIL QR-TBL-IX > QR-AGT-COUNT
002240         PERFORM 5100-WRITE-ONE-AGENT
002250     END-PERFORM
002260     MOVE SPACES TO RPT-LINE
002270     WRITE RPT-LINE
002280     STRING 'TOTAL REVIEWS SCORED ' DELIMITED BY SIZE
002290            QR-TOTAL-REVIEWS DELIMITED BY SIZE
002300         INTO RPT-LINE
002310     WRITE RPT-LINE
002320     .
002330 5100-WRITE-ONE-AGENT.
002340     MOVE '---' TO QR-ACCURACY-TEXT QR-TONE-TEXT
002350                   QR-POLICY-TEXT QR-OVERALL-TEXT
002360                   QR-CSAT-TEXT
002370     IF QR-AGT-REVIEWS(QR-TBL-IX) > ZERO
002380         COMPUTE QR-AVG-SCORE ROUNDED =
002390             QR-AGT-ACCURACY-SUM(QR-TBL-IX)
002400                 / QR-AGT-REVIEWS(QR-TBL-IX)
002410         MOVE QR-AVG-SCORE TO QR-AVG-ED
002420         MOVE QR-AVG-ED TO QR-ACCURACY-TEXT
002430         COMPUTE QR-AVG-SCORE ROUNDED =
002440             QR-AGT-TONE-SUM(QR-TBL-IX)
002450                 / QR-AGT-REVIEWS(QR-TBL-IX)
002460         MOVE QR-AVG-SCORE TO QR-AVG-ED
002470         MOVE QR-AVG-ED TO QR-TONE-TEXT
002480         COMPUTE QR-AVG-SCORE ROUNDED =
002490             QR-AGT-POLICY-SUM(QR-TBL-IX)
002500                 / QR-AGT-REVIEWS(QR-TBL-IX)
002510         MOVE QR-AVG-SCORE TO QR-AVG-ED
002520         MOVE QR-AVG-ED TO QR-POLICY-TEXT
002530         COMPUTE QR-AVG-SCORE ROUNDED =
002540             (QR-AGT-ACCURACY-SUM(QR-TBL-IX)
002550              + QR-AGT-TONE-SUM(QR-TBL-IX)
002560              + QR-AGT-POLICY-SUM(QR-TBL-IX))
002570                 / (QR-AGT-REVIEWS(QR-TBL-IX) * 3)
002580         MOVE QR-AVG-SCORE TO QR-AVG-ED
002590         MOVE QR-AVG-ED TO QR-OVERALL-TEXT
002600     END-IF
002610     IF QR-AGT-RESPONSES(QR-TBL-IX) > ZERO
002620         COMPUTE QR-AVG-SCORE ROUNDED =
002630             QR-AGT-CSAT-SUM(QR-TBL-IX)
002640                 / QR-AGT-RESPONSES(QR-TBL-IX)
002650         MOVE QR-AVG-SCORE TO QR-AVG-ED
002660         MOVE QR-AVG-ED TO QR-CSAT-TEXT
002670     END-IF
002680     MOVE QR-AGT-REVIEWS(QR-TBL-IX) TO QR-REVIEWS-ED
002690     MOVE QR-AGT-RESPONSES(QR-TBL-IX) TO QR-RESPONSES-ED
002700     MOVE SPACES TO RPT-LINE
002710     STRING QR-AGT-ID(QR-TBL-IX) DELIMITED BY SIZE
002720            '   ' DELIMITED BY SIZE
002730            QR-REVIEWS-ED DELIMITED BY SIZE
002740            '  ' DELIMITED BY SIZE
002750            QR-ACCURACY-TEXT DELIMITED BY SIZE
002760            '  ' DELIMITED BY SIZE
002770            QR-TONE-TEXT DELIMITED BY SIZE
002780            '  ' DELIMITED BY SIZE
002790            QR-POLICY-TEXT DELIMITED BY SIZE
002800            '  ' DELIMITED BY SIZE
002810            QR-OVERALL-TEXT DELIMITED BY SIZE
002820            '     ' DELIMITED BY SIZE
002830            QR-CSAT-TEXT DELIMITED BY SIZE
002840            '     ' DELIMITED BY SIZE
002850            QR-RESPONSES-ED DELIMITED BY SIZE
002860         INTO RPT-LINE
002870     WRITE RPT-LINE
002880     .
