000010
000020* BOBKBRP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBKBRP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBKBRP IS THE MONTHLY KNOWLEDGE-BASE EFFECTIVENESS REPORT.
000100* ONE PASS OVER BOBTCKF TAKES EVERY TICKET CLOSED IN THE LAST
000110* KR-WINDOW-DAYS (31) AND, FOR EACH BOBKBAF ARTICLE BOBDISP
000120* SUGGESTED ON IT, COUNTS THE SUGGESTION AND WHETHER THE
000130* TICKET CLOSED UNDER THE ARTICLE'S OWN LINKED REASON CODE -
000140* THE CLOSEST THING WE HAVE TO "THE ARTICLE WAS THE ANSWER".
000150* EVERY ARTICLE SUGGESTED AT LEAST ONCE IN THE WINDOW IS
000160* PRINTED ON BOBKBRPT IN ARTICLE-ID ORDER WITH BOTH COUNTS AND
000170* THE HIT RATE; A RETIRED ARTICLE IS MARKED 'R' SO ITS
000180* TRAILING TICKETS ARE NOT MISTAKEN FOR CURRENT ADVICE.
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
000290     SELECT BOBTCKF ASSIGN TO "BOBTCKF"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS TK-TICKET-ID
000330         FILE STATUS IS KR-TCK-STATUS.
000340     SELECT BOBKBAF ASSIGN TO "BOBKBAF"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS KB-ARTICLE-ID
000380         FILE STATUS IS KR-KBA-STATUS.
000390     SELECT BOBKBRPT ASSIGN TO "BOBKBRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS KR-RPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BOBTCKF.
000450 COPY "BOBTCK.cpy".
000460 FD  BOBKBAF.
000470 COPY "BOBKBA.cpy".
000480 FD  BOBKBRPT
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  RPT-LINE                   PIC X(80).
000510 WORKING-STORAGE SECTION.
000520 01  KR-ARTICLE-TABLE.
000530     05  KR-ART-COUNT           PIC 9(03) VALUE ZERO.
000540     05  KR-ART-ENTRY OCCURS 200 TIMES.
000550         10  KR-ART-ID          PIC X(06).
000560         10  KR-ART-STATUS      PIC X(01).
000570         10  KR-ART-TITLE       PIC X(40).
000580         10  KR-ART-REASON      PIC X(04).
000590         10  KR-ART-ATTACHED    PIC 9(05).
000600         10  KR-ART-WORKED      PIC 9(05).
000610 01  KR-WORK-FIELDS.
000620     05  KR-TCK-STATUS          PIC X(02) VALUE SPACES.
000630         88  KR-TCK-OK              VALUE '00'.
000640         88  KR-TCK-EOF             VALUE '10'.
000650     05  KR-KBA-STATUS          PIC X(02) VALUE SPACES.
000660         88  KR-KBA-OK              VALUE '00'.
000670         88  KR-KBA-EOF             VALUE '10'.
000680     05  KR-RPT-STATUS          PIC X(02) VALUE SPACES.
000690     05  KR-CURRENT-TS          PIC X(21) VALUE SPACES.
000700     05  KR-WINDOW-DAYS         PIC 9(03) VALUE 31.
000710     05  KR-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
000720     05  KR-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000730     05  KR-CUTOFF-DATE-X REDEFINES KR-CUTOFF-DATE
000740                                PIC X(08).
000750     05  KR-ART-IX              PIC 9(03) VALUE ZERO.
000760     05  KR-HIT-IX              PIC 9(03) VALUE ZERO.
000770     05  KR-SLOT-IX             PIC 9(01) VALUE ZERO.
000780     05  KR-TICKETS-WITH-ART    PIC 9(07) VALUE ZERO.
000790     05  KR-TOTAL-ATTACHED      PIC 9(07) VALUE ZERO.
000800     05  KR-TOTAL-WORKED        PIC 9(07) VALUE ZERO.
000810     05  KR-PCT                 PIC 9(03) VALUE ZERO.
000820     05  KR-ATTACHED-ED         PIC ZZZZ9.
000830     05  KR-WORKED-ED           PIC ZZZZ9.
000840     05  KR-PCT-ED              PIC ZZ9.
000850 PROCEDURE DIVISION.
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE
000880     PERFORM 2000-READ-NEXT-TICKET
000890     PERFORM UNTIL KR-TCK-EOF
000900         IF TK-TICKET-IS-CLOSED
000910                 AND TK-CLOSED-TS(1:8) >= KR-CUTOFF-DATE-X
000920                 AND TK-KB-ARTICLES NOT = SPACES
000930             PERFORM 3000-TALLY-ONE-TICKET
000940         END-IF
000950         PERFORM 2000-READ-NEXT-TICKET
000960     END-PERFORM
000970     PERFORM 5000-WRITE-REPORT
000980     CLOSE BOBTCKF BOBKBRPT
000990     GOBACK.
001000 1000-INITIALIZE.
001010     MOVE FUNCTION CURRENT-DATE TO KR-CURRENT-TS
001020     COMPUTE KR-CUTOFF-INTEGER =
001030         FUNCTION INTEGER-OF-DATE
001040             (FUNCTION NUMVAL(KR-CURRENT-TS(1:8)))
001050         - KR-WINDOW-DAYS
001060     COMPUTE KR-CUTOFF-DATE =
001070         FUNCTION DATE-OF-INTEGER(KR-CUTOFF-INTEGER)
001080     PERFORM 1500-LOAD-ARTICLES
001090     OPEN INPUT BOBTCKF
001100     IF NOT KR-TCK-OK
001110         SET KR-TCK-EOF TO TRUE
001120     END-IF
001130     IF NOT KR-TCK-EOF
001140         MOVE LOW-VALUES TO TK-TICKET-ID
001150         START BOBTCKF KEY IS GREATER THAN OR EQUAL
001160             TK-TICKET-ID
001170             INVALID KEY
001180                 SET KR-TCK-EOF TO TRUE
001190         END-START
001200     END-IF
001210     OPEN OUTPUT BOBKBRPT
001220     MOVE 'KNOWLEDGE-BASE ARTICLES ON CLOSED TICKETS' TO RPT-LINE
001230     WRITE RPT-LINE
001240     MOVE SPACES TO RPT-LINE
001250     STRING 'CLOSED ON OR AFTER ' DELIMITED BY SIZE
001260            KR-CUTOFF-DATE-X DELIMITED BY SIZE
001270         INTO RPT-LINE
001280     WRITE RPT-LINE
001290     MOVE 'ID     S TITLE                                   '
001300         TO RPT-LINE
001310     MOVE 'SUGGD WORKD  RATE' TO RPT-LINE(51:17)
001320     WRITE RPT-LINE
001330     .
001340* 1500-LOAD-ARTICLES - EVERY ARTICLE, LIVE OR RETIRED, IN
001350* ARTICLE-ID ORDER WITH ITS LINKED REASON CODE.
001360 1500-LOAD-ARTICLES.
001370     MOVE ZERO TO KR-ART-COUNT
001380     OPEN INPUT BOBKBAF
001390     IF KR-KBA-OK
001400         PERFORM 1510-READ-NEXT-ARTICLE
001410         PERFORM UNTIL KR-KBA-EOF
001420                 OR KR-ART-COUNT >= 200
001430             ADD 1 TO KR-ART-COUNT
001440             MOVE KB-ARTICLE-ID
001450                 TO KR-ART-ID(KR-ART-COUNT)
001460             MOVE KB-ARTICLE-STATUS
001470                 TO KR-ART-STATUS(KR-ART-COUNT)
001480             MOVE KB-TITLE TO KR-ART-TITLE(KR-ART-COUNT)
001490             MOVE KB-REASON-CODE
001500                 TO KR-ART-REASON(KR-ART-COUNT)
001510             MOVE ZERO TO KR-ART-ATTACHED(KR-ART-COUNT)
001520             MOVE ZERO TO KR-ART-WORKED(KR-ART-COUNT)
001530             PERFORM 1510-READ-NEXT-ARTICLE
001540         END-PERFORM
001550         CLOSE BOBKBAF
001560     END-IF
001570     .
001580 1510-READ-NEXT-ARTICLE.
001590     READ BOBKBAF NEXT RECORD
001600         AT END
001610             SET KR-KBA-EOF TO TRUE
001620     END-READ
001630     .
001640 2000-READ-NEXT-TICKET.
001650     IF NOT KR-TCK-EOF
001660         READ BOBTCKF NEXT RECORD
001670             AT END
001680                 SET KR-TCK-EOF TO TRUE
001690         END-READ
001700     END-IF
001710     .
001720* 3000-TALLY-ONE-TICKET - EACH ARTICLE SUGGESTED ON THE TICKET
001730* GETS A SUGGESTION, AND A HIT WHEN THE TICKET CLOSED UNDER
001740* THAT ARTICLE'S REASON CODE.  AN ID NO LONGER ON BOBKBAF IS
001750* PASSED OVER.
001760 3000-TALLY-ONE-TICKET.
001770     ADD 1 TO KR-TICKETS-WITH-ART
001780     PERFORM VARYING KR-SLOT-IX FROM 1 BY 1
001790             UNTIL KR-SLOT-IX > 3
001800         IF TK-KB-ARTICLE-ID(KR-SLOT-IX) NOT = SPACES
001810             PERFORM 3100-FIND-ARTICLE
001820             IF KR-HIT-IX > ZERO
001830                 ADD 1 TO KR-ART-ATTACHED(KR-HIT-IX)
001840                 ADD 1 TO KR-TOTAL-ATTACHED
001850                 IF TK-REASON-CODE = KR-ART-REASON(KR-HIT-IX)
001860                     ADD 1 TO KR-ART-WORKED(KR-HIT-IX)
001870                     ADD 1 TO KR-TOTAL-WORKED
001880                 END-IF
001890             END-IF
001900         END-IF
001910     END-PERFORM
001920     .
001930 3100-FIND-ARTICLE.
001940     MOVE ZERO TO KR-HIT-IX
001950     PERFORM VARYING KR-ART-IX FROM 1 BY 1
001960             UNTIL KR-ART-IX > KR-ART-COUNT
001970                OR KR-HIT-IX > ZERO
001980         IF KR-ART-ID(KR-ART-IX) = TK-KB-ARTICLE-ID(KR-SLOT-IX)
001990             MOVE KR-ART-IX TO KR-HIT-IX
002000         END-IF
002010     END-PERFORM
002020     .
002030 5000-WRITE-REPORT.
002040     PERFORM VARYING KR-ART-IX FROM 1 BY 1
002050             UNTIL KR-ART-IX > KR-ART-COUNT
002060         IF KR-ART-ATTACHED(KR-ART-IX) > ZERO
002070             PERFORM 5100-WRITE-ONE-ARTICLE
002080         END-IF
002090     END-PERFORM
002100     MOVE SPACES TO RPT-LINE
002110     WRITE RPT-LINE
002120     STRING 'TICKETS WITH SUGGESTIONS ' DELIMITED BY SIZE
002130            KR-TICKETS-WITH-ART DELIMITED BY SIZE
002140            '  SUGGESTED ' DELIMITED BY SIZE
002150            KR-TOTAL-ATTACHED DELIMITED BY SIZE
002160            '  WORKED ' DELIMITED BY SIZE
002170            KR-TOTAL-WORKED DELIMITED BY SIZE
002180         INTO RPT-LINE
002190     WRITE RPT-LINE
002200     .
002210 5100-WRITE-ONE-ARTICLE.
002220     MOVE KR-ART-ATTACHED(KR-ART-IX) TO KR-ATTACHED-ED
002230     MOVE KR-ART-WORKED(KR-ART-IX) TO KR-WORKED-ED
002240     COMPUTE KR-PCT =
002250         (KR-ART-WORKED(KR-ART-IX) * 100)
002260             / KR-ART-ATTACHED(KR-ART-IX)
002270     MOVE KR-PCT TO KR-PCT-ED
002280     MOVE SPACES TO RPT-LINE
002290     STRING KR-ART-ID(KR-ART-IX) DELIMITED BY SIZE
002300            ' ' DELIMITED BY SIZE
002310            KR-ART-STATUS(KR-ART-IX) DELIMITED BY SIZE
002320            ' ' DELIMITED BY SIZE
002330            KR-ART-TITLE(KR-ART-IX) DELIMITED BY SIZE
002340            ' ' DELIMITED BY SIZE
002350            KR-ATTACHED-ED DELIMITED BY SIZE
002360            ' ' DELIMITED BY SIZE
002370            KR-WORKED-ED DELIMITED BY SIZE
002380            '  ' DELIMITED BY SIZE
002390            KR-PCT-ED DELIMITED BY SIZE
002400            ' PCT' DELIMITED BY SIZE
002410         INTO RPT-LINE
002420     WRITE RPT-LINE
002430     .
