000010
000020* BOBREORP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBREORP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBREORP IS THE MONTHLY TICKET REOPEN-RATE REPORT - WHICH
000100* FIXES DO NOT STICK.  A CLOSE COUNTS WHEN IT HAPPENED IN THE
000110* LAST RO-WINDOW-DAYS (31): EITHER IT IS STILL ON THE BOBTCKF
000120* TICKET, OR BOBDISP UNDID IT BY REOPENING THE TICKET AND
000130* LOGGED IT TO BOBREOPF.  EVERY LOGGED CLOSE IN THE WINDOW IS
000140* ALSO A REOPEN.  CLOSES, REOPENS, AND THE REOPEN RATE ARE
000150* PRINTED ON BOBRORPT BY CLOSING AGENT AND BY RESOLUTION
000160* REASON, WORST RATE FIRST, WITH REASON DESCRIPTIONS OFF THE
000170* BOBRSNF TAXONOMY.
000180*
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 RJ    ORIGINAL PROGRAM
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT BOBTCKF ASSIGN TO "BOBTCKF"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS TK-TICKET-ID
000320         FILE STATUS IS RO-TCK-STATUS.
000330     SELECT BOBREOPF ASSIGN TO "BOBREOPF"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS RO-REO-STATUS.
000360     SELECT BOBRSNF ASSIGN TO "BOBRSNF"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS RO-RSN-STATUS.
000390     SELECT BOBRORPT ASSIGN TO "BOBRORPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RO-RPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  BOBTCKF.
000450 COPY "BOBTCK.cpy".
000460 FD  BOBREOPF.
000470 COPY "BOBREOP.cpy".
000480 FD  BOBRSNF.
000490 01  RS-REASON-RECORD.
000500     05  RS-REASON-CODE         PIC X(04).
000510     05  RS-REASON-DESC         PIC X(30).
000520 FD  BOBRORPT
000530     RECORD CONTAINS 80 CHARACTERS.
000540 01  RPT-LINE                   PIC X(80).
000550 WORKING-STORAGE SECTION.
000560* ONE TABLE SERVES BOTH CUTS - AGENT IDS AND REASON CODES ARE
000570* KEPT IN SEPARATE ROWS BY RO-ROW-KIND.
000580 01  RO-RATE-TABLE.
000590     05  RO-ROW-COUNT           PIC 9(02) VALUE ZERO.
000600     05  RO-ROW-ENTRY OCCURS 62 TIMES.
000610         10  RO-ROW-KIND        PIC X(01).
000620         10  RO-ROW-KEY         PIC X(08).
000630         10  RO-ROW-DESC        PIC X(30).
000640         10  RO-ROW-CLOSES      PIC 9(05).
000650         10  RO-ROW-REOPENS     PIC 9(05).
000660         10  RO-ROW-RATE        PIC 9(03).
000670 01  RO-WORK-FIELDS.
000680     05  RO-TCK-STATUS          PIC X(02) VALUE SPACES.
000690         88  RO-TCK-OK              VALUE '00'.
000700         88  RO-TCK-EOF             VALUE '10'.
000710     05  RO-TCK-OPENED-FLAG     PIC X(01) VALUE 'N'.
000720     05  RO-REO-STATUS          PIC X(02) VALUE SPACES.
000730         88  RO-REO-OK              VALUE '00'.
000740         88  RO-REO-EOF             VALUE '10'.
000750     05  RO-REO-OPENED-FLAG     PIC X(01) VALUE 'N'.
000760     05  RO-RSN-STATUS          PIC X(02) VALUE SPACES.
000770         88  RO-RSN-OK              VALUE '00'.
000780         88  RO-RSN-EOF             VALUE '10'.
000790     05  RO-RPT-STATUS          PIC X(02) VALUE SPACES.
000800     05  RO-CURRENT-TS          PIC X(21) VALUE SPACES.
000810     05  RO-WINDOW-DAYS         PIC 9(03) VALUE 31.
000820     05  RO-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
000830     05  RO-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000840     05  RO-CUTOFF-DATE-X REDEFINES RO-CUTOFF-DATE
000850                                PIC X(08).
000860     05  RO-ROW-IX              PIC 9(02) VALUE ZERO.
000870     05  RO-HIT-IX              PIC 9(02) VALUE ZERO.
000880     05  RO-SORT-IX             PIC 9(02) VALUE ZERO.
000890     05  RO-WORK-KIND           PIC X(01) VALUE SPACE.
000900     05  RO-WORK-KEY            PIC X(08) VALUE SPACES.
000910     05  RO-REOPEN-FLAG         PIC X(01) VALUE 'N'.
000920         88  RO-CLOSE-WAS-UNDONE    VALUE 'Y'.
000930     05  RO-SWAP-FLAG           PIC X(01) VALUE 'N'.
000940         88  RO-A-SWAP-HAPPENED     VALUE 'Y'.
000950     05  RO-SWAP-ENTRY.
000960         10  RO-SWP-KIND        PIC X(01).
000970         10  RO-SWP-KEY         PIC X(08).
000980         10  RO-SWP-DESC        PIC X(30).
000990         10  RO-SWP-CLOSES      PIC 9(05).
001000         10  RO-SWP-REOPENS     PIC 9(05).
001010         10  RO-SWP-RATE        PIC 9(03).
001020     05  RO-TOTAL-CLOSES        PIC 9(07) VALUE ZERO.
001030     05  RO-TOTAL-REOPENS       PIC 9(07) VALUE ZERO.
001040     05  RO-CLOSES-ED           PIC ZZZZ9.
001050     05  RO-REOPENS-ED          PIC ZZZZ9.
001060     05  RO-RATE-ED             PIC ZZ9.
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE
001100     PERFORM 2000-TALLY-STANDING-CLOSES
001110     PERFORM 3000-TALLY-UNDONE-CLOSES
001120     PERFORM 4000-SORT-WORST-FIRST
001130     PERFORM 5000-WRITE-REPORT
001140     CLOSE BOBRORPT
001150     GOBACK.
001160 1000-INITIALIZE.
001170     MOVE FUNCTION CURRENT-DATE TO RO-CURRENT-TS
001180     COMPUTE RO-CUTOFF-INTEGER =
001190         FUNCTION INTEGER-OF-DATE
001200             (FUNCTION NUMVAL(RO-CURRENT-TS(1:8)))
001210         - RO-WINDOW-DAYS
001220     COMPUTE RO-CUTOFF-DATE =
001230         FUNCTION DATE-OF-INTEGER(RO-CUTOFF-INTEGER)
001240     OPEN OUTPUT BOBRORPT
001250     MOVE 'TICKET REOPEN RATES - LAST MONTH' TO RPT-LINE
001260     WRITE RPT-LINE
001270     .
001280* 2000-TALLY-STANDING-CLOSES - CLOSES STILL ON THE TICKET.
001290 2000-TALLY-STANDING-CLOSES.
001300     MOVE 'N' TO RO-REOPEN-FLAG
001310     OPEN INPUT BOBTCKF
001320     IF RO-TCK-OK
001330         MOVE 'Y' TO RO-TCK-OPENED-FLAG
001340         MOVE LOW-VALUES TO TK-TICKET-ID
001350         START BOBTCKF KEY IS GREATER THAN OR EQUAL
001360             TK-TICKET-ID
001370             INVALID KEY
001380                 SET RO-TCK-EOF TO TRUE
001390         END-START
001400     ELSE
001410         SET RO-TCK-EOF TO TRUE
001420     END-IF
001430     PERFORM 2100-READ-NEXT-TICKET
001440     PERFORM UNTIL RO-TCK-EOF
001450         IF TK-TICKET-IS-CLOSED
001460                 AND TK-CLOSED-TS(1:8) >= RO-CUTOFF-DATE-X
001470             MOVE 'A' TO RO-WORK-KIND
001480             MOVE TK-AGENT-ID TO RO-WORK-KEY
001490             PERFORM 3500-COUNT-ONE-CLOSE
001500             MOVE 'R' TO RO-WORK-KIND
001510             MOVE TK-REASON-CODE TO RO-WORK-KEY
001520             PERFORM 3500-COUNT-ONE-CLOSE
001530             ADD 1 TO RO-TOTAL-CLOSES
001540         END-IF
001550         PERFORM 2100-READ-NEXT-TICKET
001560     END-PERFORM
001570     IF RO-TCK-OPENED-FLAG = 'Y'
001580         CLOSE BOBTCKF
001590     END-IF
001600     .
001610 2100-READ-NEXT-TICKET.
001620     IF NOT RO-TCK-EOF
001630         READ BOBTCKF NEXT RECORD
001640             AT END
001650                 SET RO-TCK-EOF TO TRUE
001660         END-READ
001670     END-IF
001680     .
001690* 3000-TALLY-UNDONE-CLOSES - CLOSES A REOPEN TOOK BACK; EACH
001700* IS BOTH A CLOSE AND A REOPEN FOR ITS AGENT AND REASON.
001710 3000-TALLY-UNDONE-CLOSES.
001720     MOVE 'Y' TO RO-REOPEN-FLAG
001730     OPEN INPUT BOBREOPF
001740     IF RO-REO-OK
001750         MOVE 'Y' TO RO-REO-OPENED-FLAG
001760     ELSE
001770         SET RO-REO-EOF TO TRUE
001780     END-IF
001790     PERFORM 3100-READ-NEXT-REOPEN
001800     PERFORM UNTIL RO-REO-EOF
001810         IF RL-PRIOR-CLOSED-TS(1:8) >= RO-CUTOFF-DATE-X
001820             MOVE 'A' TO RO-WORK-KIND
001830             MOVE RL-PRIOR-AGENT-ID TO RO-WORK-KEY
001840             PERFORM 3500-COUNT-ONE-CLOSE
001850             MOVE 'R' TO RO-WORK-KIND
001860             MOVE RL-PRIOR-REASON-CODE TO RO-WORK-KEY
001870             PERFORM 3500-COUNT-ONE-CLOSE
001880             ADD 1 TO RO-TOTAL-CLOSES
001890             ADD 1 TO RO-TOTAL-REOPENS
001900         END-IF
001910         PERFORM 3100-READ-NEXT-REOPEN
001920     END-PERFORM
001930     IF RO-REO-OPENED-FLAG = 'Y'
001940         CLOSE BOBREOPF
001950     END-IF
001960     .
001970 3100-READ-NEXT-REOPEN.
001980     IF NOT RO-REO-EOF
001990         READ BOBREOPF
002000             AT END
002010                 SET RO-REO-EOF TO TRUE
002020         END-READ
002030     END-IF
002040     .
002050* 3500-COUNT-ONE-CLOSE - FIND OR ADD THE ROW, COUNT THE CLOSE,
002060* AND THE REOPEN WHEN THE CLOSE WAS UNDONE.  AN UNCODED LEGACY
002070* CLOSE COUNTS UNDER '(NO)', AS IN THE PARETO.
002080 3500-COUNT-ONE-CLOSE.
002090     IF RO-WORK-KEY = SPACES
002100         MOVE '(NO)' TO RO-WORK-KEY
002110     END-IF
002120     MOVE ZERO TO RO-HIT-IX
002130     PERFORM VARYING RO-ROW-IX FROM 1 BY 1
002140             UNTIL RO-ROW-IX > RO-ROW-COUNT
002150         IF RO-ROW-KIND(RO-ROW-IX) = RO-WORK-KIND
002160                 AND RO-ROW-KEY(RO-ROW-IX) = RO-WORK-KEY
002170             MOVE RO-ROW-IX TO RO-HIT-IX
002180         END-IF
002190     END-PERFORM
002200     IF RO-HIT-IX = ZERO AND RO-ROW-COUNT < 62
002210         ADD 1 TO RO-ROW-COUNT
002220         MOVE RO-WORK-KIND TO RO-ROW-KIND(RO-ROW-COUNT)
002230         MOVE RO-WORK-KEY TO RO-ROW-KEY(RO-ROW-COUNT)
002240         MOVE SPACES TO RO-ROW-DESC(RO-ROW-COUNT)
002250         MOVE ZERO TO RO-ROW-CLOSES(RO-ROW-COUNT)
002260         MOVE ZERO TO RO-ROW-REOPENS(RO-ROW-COUNT)
002270         MOVE ZERO TO RO-ROW-RATE(RO-ROW-COUNT)
002280         MOVE RO-ROW-COUNT TO RO-HIT-IX
002290     END-IF
002300     IF RO-HIT-IX > ZERO
002310         ADD 1 TO RO-ROW-CLOSES(RO-HIT-IX)
002320         IF RO-CLOSE-WAS-UNDONE
002330             ADD 1 TO RO-ROW-REOPENS(RO-HIT-IX)
002340         END-IF
002350     END-IF
002360     .
002370* 4000-SORT-WORST-FIRST - WORK OUT EACH RATE, THEN BUBBLE THE
002380* HIGHEST RATE TO THE TOP; THE TWO CUTS ARE SEPARATED AGAIN
002390* WHEN PRINTED.
002400 4000-SORT-WORST-FIRST.
002410     PERFORM 4500-FILL-IN-DESCRIPTIONS
002420     PERFORM VARYING RO-ROW-IX FROM 1 BY 1
002430             UNTIL RO-ROW-IX > RO-ROW-COUNT
002440         COMPUTE RO-ROW-RATE(RO-ROW-IX) =
002450             (RO-ROW-REOPENS(RO-ROW-IX) * 100)
002460                 / RO-ROW-CLOSES(RO-ROW-IX)
002470     END-PERFORM
002480     SET RO-A-SWAP-HAPPENED TO TRUE
002490     PERFORM UNTIL NOT RO-A-SWAP-HAPPENED
002500         MOVE 'N' TO RO-SWAP-FLAG
002510         PERFORM 4100-EXCHANGE-IF-OUT-OF-ORDER
002520             VARYING RO-SORT-IX FROM 1 BY 1
002530             UNTIL RO-SORT-IX >= RO-ROW-COUNT
002540     END-PERFORM
002550     .
002560 4100-EXCHANGE-IF-OUT-OF-ORDER.
002570     IF RO-ROW-RATE(RO-SORT-IX)
002580             < RO-ROW-RATE(RO-SORT-IX + 1)
002590         MOVE RO-ROW-ENTRY(RO-SORT-IX) TO RO-SWAP-ENTRY
002600         MOVE RO-ROW-ENTRY(RO-SORT-IX + 1)
002610             TO RO-ROW-ENTRY(RO-SORT-IX)
002620         MOVE RO-SWAP-ENTRY TO RO-ROW-ENTRY(RO-SORT-IX + 1)
002630         SET RO-A-SWAP-HAPPENED TO TRUE
002640     END-IF
002650     .
002660* 4500-FILL-IN-DESCRIPTIONS - REASON ROWS PICK UP THEIR
002670* TAXONOMY DESCRIPTION; AN UNKNOWN CODE KEEPS A BLANK ONE.
002680 4500-FILL-IN-DESCRIPTIONS.
002690     OPEN INPUT BOBRSNF
002700     IF RO-RSN-OK
002710         PERFORM 4510-READ-NEXT-REASON
002720         PERFORM UNTIL RO-RSN-EOF
002730             PERFORM VARYING RO-ROW-IX FROM 1 BY 1
002740                     UNTIL RO-ROW-IX > RO-ROW-COUNT
002750                 IF RO-ROW-KIND(RO-ROW-IX) = 'R'
002760                         AND RO-ROW-KEY(RO-ROW-IX)
002770                             = RS-REASON-CODE
002780                     MOVE RS-REASON-DESC
002790                         TO RO-ROW-DESC(RO-ROW-IX)
002800                 END-IF
002810             END-PERFORM
002820             PERFORM 4510-READ-NEXT-REASON
002830         END-PERFORM
002840         CLOSE BOBRSNF
002850     END-IF
002860     .
002870 4510-READ-NEXT-REASON.
002880     READ BOBRSNF
002890         AT END
002900             SET RO-RSN-EOF TO TRUE
002910     END-READ
002920     .
002930 5000-WRITE-REPORT.
002940     MOVE SPACES TO RPT-LINE
002950     WRITE RPT-LINE
002960     MOVE 'BY CLOSING AGENT' TO RPT-LINE
002970     WRITE RPT-LINE
002980     MOVE 'A' TO RO-WORK-KIND
002990     PERFORM VARYING RO-ROW-IX FROM 1 BY 1
003000             UNTIL RO-ROW-IX > RO-ROW-COUNT
003010         IF RO-ROW-KIND(RO-ROW-IX) = RO-WORK-KIND
003020             PERFORM 5100-WRITE-ONE-ROW
003030         END-IF
003040     END-PERFORM
003050     MOVE SPACES TO RPT-LINE
003060     WRITE RPT-LINE
003070     MOVE 'BY RESOLUTION REASON' TO RPT-LINE
003080     WRITE RPT-LINE
003090     MOVE 'R' TO RO-WORK-KIND
003100     PERFORM VARYING RO-ROW-IX FROM 1 BY 1
003110             UNTIL RO-ROW-IX > RO-ROW-COUNT
003120         IF RO-ROW-KIND(RO-ROW-IX) = RO-WORK-KIND
003130             PERFORM 5100-WRITE-ONE-ROW
003140         END-IF
003150     END-PERFORM
003160     MOVE SPACES TO RPT-LINE
003170     WRITE RPT-LINE
003180     STRING 'TOTAL CLOSES ' DELIMITED BY SIZE
003190            RO-TOTAL-CLOSES DELIMITED BY SIZE
003200            '  REOPENED ' DELIMITED BY SIZE
003210            RO-TOTAL-REOPENS DELIMITED BY SIZE
003220         INTO RPT-LINE
003230     WRITE RPT-LINE
003240     .
003250 5100-WRITE-ONE-ROW.
003260     MOVE RO-ROW-CLOSES(RO-ROW-IX) TO RO-CLOSES-ED
003270     MOVE RO-ROW-REOPENS(RO-ROW-IX) TO RO-REOPENS-ED
003280     MOVE RO-ROW-RATE(RO-ROW-IX) TO RO-RATE-ED
003290     MOVE SPACES TO RPT-LINE
003300     STRING '  ' DELIMITED BY SIZE
003310            RO-ROW-KEY(RO-ROW-IX) DELIMITED BY SIZE
003320            ' ' DELIMITED BY SIZE
003330            RO-ROW-DESC(RO-ROW-IX) DELIMITED BY SIZE
003340            ' CLOSED ' DELIMITED BY SIZE
003350            RO-CLOSES-ED DELIMITED BY SIZE
003360            ' REOPENED ' DELIMITED BY SIZE
003370            RO-REOPENS-ED DELIMITED BY SIZE
003380            ' ' DELIMITED BY SIZE
003390            RO-RATE-ED DELIMITED BY SIZE
003400            ' PCT' DELIMITED BY SIZE
003410         INTO RPT-LINE
003420     WRITE RPT-LINE
003430     .
