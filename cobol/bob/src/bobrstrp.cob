000010
000020* BOBRSTRP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBRSTRP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBRSTRP IS THE MONTHLY RESTRICTED-CUSTOMER REPORT.  IT
000100* LISTS ON BOBRTRPT EVERY CUSTOMER WHOSE BOBCUSTF PROFILE IS
000110* CURRENTLY RESTRICTED: THE REASON AND NOTE, WHO LAST ACTED
000120* ON IT, THE DATE IT WAS SET AND THE DATE IT WAS LAST
000130* REVIEWED, HOW MANY MESSAGES THE CUSTOMER SENT BOB IN THE
000140* LAST RP-WINDOW-DAYS (31) OFF BOBAUDF, AND HOW MANY OF THOSE
000150* ESCALATED TO THE SUPERVISOR-ONLY BOBSUPQ QUEUE - THOSE
000150* STILL WAITING ON THE QUEUE AND THOSE BOBRSTMT HAS ALREADY
000150* WORKED OFF IT ONTO THE BOBSUPH HISTORY.  A
000160* RESTRICTION NOT REVIEWED IN RP-REVIEW-DAYS (90) IS MARKED
000170* REVIEW DUE.
000180*
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 RJ    ORIGINAL PROGRAM
000210*   2026-10-15 RJ    THE SUPERVISOR-QUEUE COUNT ALSO TAKES THE
000210*                    ENTRIES BOBRSTMT HAS WORKED OFF BOBSUPQ ONTO
000210*                    THE BOBSUPH HISTORY
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT BOBCUSTF ASSIGN TO "BOBCUSTF"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS BC-CUSTOMER-ID
000320         FILE STATUS IS RP-CUS-STATUS.
000330     SELECT BOBAUDF ASSIGN TO "BOBAUDF"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS RP-AUD-STATUS.
000360     SELECT BOBSUPQ ASSIGN TO "BOBSUPQ"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS RP-SUP-STATUS.
000380     SELECT BOBSUPH ASSIGN TO "BOBSUPH"
000380         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS RP-SUH-STATUS.
000390     SELECT BOBRTRPT ASSIGN TO "BOBRTRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RP-RPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BOBCUSTF.
000450 COPY "BOBCUST.cpy".
000460 FD  BOBAUDF.
000470 01  AUD-RECORD.
000480     05  AUD-TIMESTAMP          PIC X(21).
000490     05  AUD-CUSTOMER-ID        PIC X(10).
000500     05  AUD-HEYBOB             PIC X(60).
000510     05  AUD-RESULT             PIC X(40).
000520     05  AUD-OUTCOME-CODE       PIC X(04).
000530     05  AUD-VARIANT            PIC X(01).
000540     05  AUD-LANGUAGE           PIC X(02).
000550 FD  BOBSUPQ.
000560 01  SUPQ-RECORD.
000570     05  SUPQ-TIMESTAMP         PIC X(21).
000580     05  SUPQ-CUSTOMER-ID       PIC X(10).
000590     05  SUPQ-HEYBOB            PIC X(60).
000600     05  SUPQ-TERMINAL-ID       PIC X(08).
000610     05  SUPQ-GAME-PLAYER-ID    PIC X(10).
000620     05  SUPQ-GAME-START-TS     PIC X(15).
000630     05  SUPQ-AFTER-HOURS-FLAG  PIC X(01).
000640     05  SUPQ-DESK-OPEN-TS      PIC X(12).
000640* BOBSUPQ ENTRIES BOBRSTMT HAS WORKED, IN THE SAME SHAPE.
000640 FD  BOBSUPH.
000640 01  SUPH-RECORD.
000640     05  SUPH-TIMESTAMP         PIC X(21).
000640     05  SUPH-CUSTOMER-ID       PIC X(10).
000640     05  FILLER                 PIC X(106).
000650 FD  BOBRTRPT
000660     RECORD CONTAINS 100 CHARACTERS.
000670 01  RPT-LINE                   PIC X(100).
000680 WORKING-STORAGE SECTION.
000690 01  RP-CUSTOMER-TABLE.
000700     05  RP-CUST-COUNT          PIC 9(03) VALUE ZERO.
000710     05  RP-CUST-ENTRY OCCURS 200 TIMES.
000720         10  RP-CUST-ID         PIC X(10).
000730         10  RP-CUST-REASON     PIC X(02).
000740         10  RP-CUST-NOTE       PIC X(30).
000750         10  RP-CUST-SET-DATE   PIC X(08).
000760         10  RP-CUST-REVIEWED   PIC X(08).
000770         10  RP-CUST-SUPV       PIC X(08).
000780         10  RP-CUST-MESSAGES   PIC 9(05).
000790         10  RP-CUST-SUPQ       PIC 9(05).
000800 01  RP-WORK-FIELDS.
000810     05  RP-CUS-STATUS          PIC X(02) VALUE SPACES.
000820         88  RP-CUS-OK              VALUE '00'.
000830         88  RP-CUS-EOF             VALUE '10'.
000840     05  RP-CUS-OPENED-FLAG     PIC X(01) VALUE 'N'.
000850     05  RP-AUD-STATUS          PIC X(02) VALUE SPACES.
000860         88  RP-AUD-OK              VALUE '00'.
000870         88  RP-AUD-EOF             VALUE '10'.
000880     05  RP-AUD-OPENED-FLAG     PIC X(01) VALUE 'N'.
000890     05  RP-SUP-STATUS          PIC X(02) VALUE SPACES.
000900         88  RP-SUP-OK              VALUE '00'.
000910         88  RP-SUP-EOF             VALUE '10'.
000920     05  RP-SUP-OPENED-FLAG     PIC X(01) VALUE 'N'.
000920     05  RP-SUH-STATUS          PIC X(02) VALUE SPACES.
000920         88  RP-SUH-OK              VALUE '00'.
000920         88  RP-SUH-EOF             VALUE '10'.
000920     05  RP-SUH-OPENED-FLAG     PIC X(01) VALUE 'N'.
000930     05  RP-RPT-STATUS          PIC X(02) VALUE SPACES.
000940     05  RP-CURRENT-TS          PIC X(21) VALUE SPACES.
000950     05  RP-WINDOW-DAYS         PIC 9(03) VALUE 31.
000960     05  RP-REVIEW-DAYS         PIC 9(03) VALUE 90.
000970     05  RP-TODAY-INTEGER       PIC 9(07) VALUE ZERO.
000980     05  RP-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
000990     05  RP-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
001000     05  RP-CUTOFF-DATE-X REDEFINES RP-CUTOFF-DATE
001010                                PIC X(08).
001020     05  RP-REVIEW-DATE-N       PIC 9(08) VALUE ZERO.
001030     05  RP-REVIEW-DATE-X REDEFINES RP-REVIEW-DATE-N
001040                                PIC X(08).
001050     05  RP-DAYS-SINCE          PIC 9(05) VALUE ZERO.
001060     05  RP-CUST-IX             PIC 9(03) VALUE ZERO.
001070     05  RP-HIT-IX              PIC 9(03) VALUE ZERO.
001080     05  RP-WORK-ID             PIC X(10) VALUE SPACES.
001090     05  RP-TABLE-FULL-FLAG     PIC X(01) VALUE 'N'.
001100         88  RP-TABLE-OVERFLOWED    VALUE 'Y'.
001110     05  RP-DUE-TEXT            PIC X(10) VALUE SPACES.
001120     05  RP-DUE-COUNT           PIC 9(05) VALUE ZERO.
001130     05  RP-MESSAGES-ED         PIC ZZZZ9.
001140     05  RP-SUPQ-ED             PIC ZZZZ9.
001150     05  RP-DAYS-ED             PIC ZZZZ9.
001160     05  RP-COUNT-ED            PIC ZZ9.
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE
001200     PERFORM 2000-LOAD-RESTRICTED-CUSTOMERS
001210     PERFORM 3000-COUNT-MESSAGES
001220     PERFORM 4000-COUNT-SUPERVISOR-QUEUE
001220     PERFORM 4200-COUNT-SUPERVISOR-HISTORY
001230     PERFORM 5000-WRITE-REPORT
001240     CLOSE BOBRTRPT
001250     GOBACK.
001260 1000-INITIALIZE.
001270     MOVE FUNCTION CURRENT-DATE TO RP-CURRENT-TS
001280     COMPUTE RP-TODAY-INTEGER =
001290         FUNCTION INTEGER-OF-DATE
001300             (FUNCTION NUMVAL(RP-CURRENT-TS(1:8)))
001310     COMPUTE RP-CUTOFF-INTEGER =
001320         RP-TODAY-INTEGER - RP-WINDOW-DAYS
001330     COMPUTE RP-CUTOFF-DATE =
001340         FUNCTION DATE-OF-INTEGER(RP-CUTOFF-INTEGER)
001350     OPEN OUTPUT BOBRTRPT
001360     MOVE 'RESTRICTED CUSTOMERS - LAST MONTH' TO RPT-LINE
001370     WRITE RPT-LINE
001380     .
001390* 2000-LOAD-RESTRICTED-CUSTOMERS - EVERY PROFILE CURRENTLY
001400* RESTRICTED, IN CUSTOMER ID ORDER.
001410 2000-LOAD-RESTRICTED-CUSTOMERS.
001420     OPEN INPUT BOBCUSTF
001430     IF RP-CUS-OK
001440         MOVE 'Y' TO RP-CUS-OPENED-FLAG
001450         MOVE LOW-VALUES TO BC-CUSTOMER-ID
001460         START BOBCUSTF KEY IS GREATER THAN OR EQUAL
001470             BC-CUSTOMER-ID
001480             INVALID KEY
001490                 SET RP-CUS-EOF TO TRUE
001500         END-START
001510     ELSE
001520         MOVE 'N' TO RP-CUS-OPENED-FLAG
001530         SET RP-CUS-EOF TO TRUE
001540     END-IF
001550     PERFORM 2100-READ-NEXT-PROFILE
001560     PERFORM UNTIL RP-CUS-EOF
001570         IF BC-CUSTOMER-IS-RESTRICTED
001580             PERFORM 2200-ADD-RESTRICTED-CUSTOMER
001590         END-IF
001600         PERFORM 2100-READ-NEXT-PROFILE
001610     END-PERFORM
001620     IF RP-CUS-OPENED-FLAG = 'Y'
001630         CLOSE BOBCUSTF
001640     END-IF
001650     .
001660 2100-READ-NEXT-PROFILE.
001670     IF NOT RP-CUS-EOF
001680         READ BOBCUSTF NEXT RECORD
001690             AT END
001700                 SET RP-CUS-EOF TO TRUE
001710         END-READ
001720     END-IF
001730     .
001740 2200-ADD-RESTRICTED-CUSTOMER.
001750     IF RP-CUST-COUNT < 200
001760         ADD 1 TO RP-CUST-COUNT
001770         MOVE BC-CUSTOMER-ID TO RP-CUST-ID(RP-CUST-COUNT)
001780         MOVE BC-RESTRICT-REASON
001790             TO RP-CUST-REASON(RP-CUST-COUNT)
001800         MOVE BC-RESTRICT-NOTE TO RP-CUST-NOTE(RP-CUST-COUNT)
001810         MOVE BC-RESTRICT-SET-DATE
001820             TO RP-CUST-SET-DATE(RP-CUST-COUNT)
001830         MOVE BC-RESTRICT-REVIEW-DATE
001840             TO RP-CUST-REVIEWED(RP-CUST-COUNT)
001850         MOVE BC-RESTRICT-SUPERVISOR
001860             TO RP-CUST-SUPV(RP-CUST-COUNT)
001870         MOVE ZERO TO RP-CUST-MESSAGES(RP-CUST-COUNT)
001880         MOVE ZERO TO RP-CUST-SUPQ(RP-CUST-COUNT)
001890     ELSE
001900         SET RP-TABLE-OVERFLOWED TO TRUE
001910     END-IF
001920     .
001930* 3000-COUNT-MESSAGES - BOB LOGS THE RESOLVED CUSTOMER ID, SO
001940* A MERGED ALIAS'S MESSAGES ARE ALREADY UNDER THE SURVIVOR.
001950 3000-COUNT-MESSAGES.
001960     OPEN INPUT BOBAUDF
001970     IF RP-AUD-OK
001980         MOVE 'Y' TO RP-AUD-OPENED-FLAG
001990     ELSE
002000         MOVE 'N' TO RP-AUD-OPENED-FLAG
002010         SET RP-AUD-EOF TO TRUE
002020     END-IF
002030     PERFORM 3100-READ-NEXT-EXCHANGE
002040     PERFORM UNTIL RP-AUD-EOF
002050         IF AUD-TIMESTAMP(1:8) >= RP-CUTOFF-DATE-X
002060             MOVE AUD-CUSTOMER-ID TO RP-WORK-ID
002070             PERFORM 6000-FIND-CUSTOMER
002080             IF RP-HIT-IX > ZERO
002090                 ADD 1 TO RP-CUST-MESSAGES(RP-HIT-IX)
002100             END-IF
002110         END-IF
002120         PERFORM 3100-READ-NEXT-EXCHANGE
002130     END-PERFORM
002140     IF RP-AUD-OPENED-FLAG = 'Y'
002150         CLOSE BOBAUDF
002160     END-IF
002170     .
002180 3100-READ-NEXT-EXCHANGE.
002190     IF NOT RP-AUD-EOF
002200         READ BOBAUDF
002210             AT END
002220                 SET RP-AUD-EOF TO TRUE
002230         END-READ
002240     END-IF
002250     .
002260 4000-COUNT-SUPERVISOR-QUEUE.
002270     OPEN INPUT BOBSUPQ
002280     IF RP-SUP-OK
002290         MOVE 'Y' TO RP-SUP-OPENED-FLAG
002300     ELSE
002310         MOVE 'N' TO RP-SUP-OPENED-FLAG
002320         SET RP-SUP-EOF TO TRUE
002330     END-IF
002340     PERFORM 4100-READ-NEXT-SUPQ-ENTRY
002350     PERFORM UNTIL RP-SUP-EOF
002360         IF SUPQ-TIMESTAMP(1:8) >= RP-CUTOFF-DATE-X
002370             MOVE SUPQ-CUSTOMER-ID TO RP-WORK-ID
002380             PERFORM 6000-FIND-CUSTOMER
002390             IF RP-HIT-IX > ZERO
002400                 ADD 1 TO RP-CUST-SUPQ(RP-HIT-IX)
002410             END-IF
002420         END-IF
002430         PERFORM 4100-READ-NEXT-SUPQ-ENTRY
002440     END-PERFORM
002450     IF RP-SUP-OPENED-FLAG = 'Y'
002460         CLOSE BOBSUPQ
002470     END-IF
002480     .
002490 4100-READ-NEXT-SUPQ-ENTRY.
002500     IF NOT RP-SUP-EOF
002510         READ BOBSUPQ
002520             AT END
002530                 SET RP-SUP-EOF TO TRUE
002540         END-READ
002550     END-IF
002560     .
002570* 4200-COUNT-SUPERVISOR-HISTORY - ENTRIES ALREADY WORKED OFF
002570* THE QUEUE STILL COUNT IN THE WINDOW THEY ARRIVED IN.
002570 4200-COUNT-SUPERVISOR-HISTORY.
002570     OPEN INPUT BOBSUPH
002570     IF RP-SUH-OK
002570         MOVE 'Y' TO RP-SUH-OPENED-FLAG
002570     ELSE
002570         MOVE 'N' TO RP-SUH-OPENED-FLAG
002570         SET RP-SUH-EOF TO TRUE
002570     END-IF
002570     PERFORM 4300-READ-NEXT-SUPH-ENTRY
002570     PERFORM UNTIL RP-SUH-EOF
002570         IF SUPH-TIMESTAMP(1:8) >= RP-CUTOFF-DATE-X
002570             MOVE SUPH-CUSTOMER-ID TO RP-WORK-ID
002570             PERFORM 6000-FIND-CUSTOMER
002570             IF RP-HIT-IX > ZERO
002570                 ADD 1 TO RP-CUST-SUPQ(RP-HIT-IX)
002570             END-IF
002570         END-IF
002570         PERFORM 4300-READ-NEXT-SUPH-ENTRY
002570     END-PERFORM
002570     IF RP-SUH-OPENED-FLAG = 'Y'
002570         CLOSE BOBSUPH
002570     END-IF
002570     .
002570 4300-READ-NEXT-SUPH-ENTRY.
002570     IF NOT RP-SUH-EOF
002570         READ BOBSUPH
002570             AT END
002570                 SET RP-SUH-EOF TO TRUE
002570         END-READ
002570     END-IF
002570     .
002570 5000-WRITE-REPORT.
002580     MOVE SPACES TO RPT-LINE
002590     STRING 'CUSTOMER   RS SET      REVIEWED BY       DAYS'
002600                DELIMITED BY SIZE
002610            '  MSGS  SUPQ NOTE'
002620                DELIMITED BY SIZE
002630         INTO RPT-LINE
002640     WRITE RPT-LINE
002650     PERFORM VARYING RP-CUST-IX FROM 1 BY 1
002660             UNTIL RP-CUST-IX > RP-CUST-COUNT
002670         PERFORM 5100-WRITE-CUSTOMER-LINE
002680     END-PERFORM
002690     MOVE SPACES TO RPT-LINE
002700     WRITE RPT-LINE
002710     MOVE RP-CUST-COUNT TO RP-COUNT-ED
002720     MOVE RP-DUE-COUNT TO RP-DAYS-ED
002730     STRING 'RESTRICTED CUSTOMERS ' DELIMITED BY SIZE
002740            RP-COUNT-ED             DELIMITED BY SIZE
002750            '  REVIEW DUE '         DELIMITED BY SIZE
002760            RP-DAYS-ED              DELIMITED BY SIZE
002770         INTO RPT-LINE
002780     WRITE RPT-LINE
002790     IF RP-TABLE-OVERFLOWED
002800         MOVE 'MORE RESTRICTED CUSTOMERS ON FILE THAN LISTED'
002810             TO RPT-LINE
002820         WRITE RPT-LINE
002830     END-IF
002840     .
002850* 5100-WRITE-CUSTOMER-LINE - A REVIEW DATE THAT IS MISSING OR
002860* NOT A DATE COUNTS AS NEVER REVIEWED, WHICH IS ALWAYS DUE.
002870 5100-WRITE-CUSTOMER-LINE.
002880     MOVE SPACES TO RP-DUE-TEXT
002890     MOVE ZERO TO RP-DAYS-SINCE
002900     MOVE RP-CUST-REVIEWED(RP-CUST-IX) TO RP-REVIEW-DATE-X
002910     IF RP-REVIEW-DATE-X IS NUMERIC
002920             AND RP-REVIEW-DATE-N > ZERO
002930         COMPUTE RP-DAYS-SINCE = RP-TODAY-INTEGER
002940             - FUNCTION INTEGER-OF-DATE(RP-REVIEW-DATE-N)
002950         IF RP-DAYS-SINCE > RP-REVIEW-DAYS
002960             MOVE 'REVIEW DUE' TO RP-DUE-TEXT
002970         END-IF
002980     ELSE
002990         MOVE 'REVIEW DUE' TO RP-DUE-TEXT
003000     END-IF
003010     IF RP-DUE-TEXT NOT = SPACES
003020         ADD 1 TO RP-DUE-COUNT
003030     END-IF
003040     MOVE RP-DAYS-SINCE TO RP-DAYS-ED
003050     MOVE RP-CUST-MESSAGES(RP-CUST-IX) TO RP-MESSAGES-ED
003060     MOVE RP-CUST-SUPQ(RP-CUST-IX) TO RP-SUPQ-ED
003070     MOVE SPACES TO RPT-LINE
003080     STRING RP-CUST-ID(RP-CUST-IX)       DELIMITED BY SIZE
003090            ' '                          DELIMITED BY SIZE
003100            RP-CUST-REASON(RP-CUST-IX)   DELIMITED BY SIZE
003110            ' '                          DELIMITED BY SIZE
003120            RP-CUST-SET-DATE(RP-CUST-IX) DELIMITED BY SIZE
003130            ' '                          DELIMITED BY SIZE
003140            RP-CUST-REVIEWED(RP-CUST-IX) DELIMITED BY SIZE
003150            ' '                          DELIMITED BY SIZE
003160            RP-CUST-SUPV(RP-CUST-IX)     DELIMITED BY SIZE
003170            RP-DAYS-ED                   DELIMITED BY SIZE
003180            ' '                          DELIMITED BY SIZE
003190            RP-MESSAGES-ED               DELIMITED BY SIZE
003200            ' '                          DELIMITED BY SIZE
003210            RP-SUPQ-ED                   DELIMITED BY SIZE
003220            ' '                          DELIMITED BY SIZE
003230            RP-CUST-NOTE(RP-CUST-IX)     DELIMITED BY SIZE
003240            ' '                          DELIMITED BY SIZE
003250            RP-DUE-TEXT                  DELIMITED BY SIZE
003260         INTO RPT-LINE
003270     WRITE RPT-LINE
003280     .
003290 6000-FIND-CUSTOMER.
003300     MOVE ZERO TO RP-HIT-IX
003310     PERFORM VARYING RP-CUST-IX FROM 1 BY 1
003320             UNTIL RP-CUST-IX > RP-CUST-COUNT
003330                OR RP-HIT-IX > ZERO
003340         IF RP-CUST-ID(RP-CUST-IX) = RP-WORK-ID
003350             MOVE RP-CUST-IX TO RP-HIT-IX
003360         END-IF
003370     END-PERFORM
003380     .
