000010
000020* BOBGWRP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBGWRP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBGWRP IS THE MONTHLY GOODWILL REPORT - WHAT TICKET DISPUTES
000100* ARE COSTING IN VOUCHER POINTS.  ONE PASS OVER THE BOBGWLGF
000110* GOODWILL LOG COUNTS THE LAST GR-WINDOW-DAYS (31) OF EVENTS BY
000120* CLOSING AGENT AND RESOLUTION REASON: VOUCHERS ISSUED AND
000130* THEIR POINTS (WITHIN THE AGENT LIMIT BY BOBDISP, OR APPROVED
000140* BY A SUPERVISOR THROUGH BOBGWAPR), GRANTS REFERRED FOR
000150* APPROVAL, AND GRANTS DECLINED.  ROWS PRINT IN AGENT THEN
000160* REASON ORDER WITH THE BOBRSNF REASON DESCRIPTION, A SUBTOTAL
000170* PER AGENT, AND A GRAND TOTAL, ON BOBGWRPT.
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
000280     SELECT BOBGWLGF ASSIGN TO "BOBGWLGF"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS GR-LOG-STATUS.
000310     SELECT BOBRSNF ASSIGN TO "BOBRSNF"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS GR-RSN-STATUS.
000340     SELECT BOBGWRPT ASSIGN TO "BOBGWRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS GR-RPT-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  BOBGWLGF.
000400 COPY "BOBGWLG.cpy".
000410 FD  BOBRSNF.
000420 01  RS-REASON-RECORD.
000430     05  RS-REASON-CODE         PIC X(04).
000440     05  RS-REASON-DESC         PIC X(30).
000450 FD  BOBGWRPT
000460     RECORD CONTAINS 100 CHARACTERS.
000470 01  RPT-LINE                   PIC X(100).
000480 WORKING-STORAGE SECTION.
000490* ONE ROW PER AGENT AND REASON SEEN IN THE WINDOW.
000500 01  GR-TALLY-TABLE.
000510     05  GR-ROW-COUNT           PIC 9(03) VALUE ZERO.
000520     05  GR-ROW-ENTRY OCCURS 300 TIMES.
000530         10  GR-ROW-AGENT       PIC X(08).
000540         10  GR-ROW-REASON      PIC X(04).
000550         10  GR-ROW-DESC        PIC X(30).
000560         10  GR-ROW-ISSUED      PIC 9(05).
000570         10  GR-ROW-POINTS      PIC 9(07).
000580         10  GR-ROW-REFERRED    PIC 9(05).
000590         10  GR-ROW-DECLINED    PIC 9(05).
000600 01  GR-WORK-FIELDS.
000610     05  GR-LOG-STATUS          PIC X(02) VALUE SPACES.
000620         88  GR-LOG-OK              VALUE '00'.
000630         88  GR-LOG-EOF             VALUE '10'.
000640     05  GR-RSN-STATUS          PIC X(02) VALUE SPACES.
000650         88  GR-RSN-OK              VALUE '00'.
000660         88  GR-RSN-EOF             VALUE '10'.
000670     05  GR-RPT-STATUS          PIC X(02) VALUE SPACES.
000680     05  GR-CURRENT-TS          PIC X(21) VALUE SPACES.
000690     05  GR-WINDOW-DAYS         PIC 9(03) VALUE 31.
000700     05  GR-CUTOFF-INTEGER      PIC 9(07) VALUE ZERO.
000710     05  GR-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
000720     05  GR-CUTOFF-DATE-X REDEFINES GR-CUTOFF-DATE
000730                                PIC X(08).
000740     05  GR-ROW-IX              PIC 9(03) VALUE ZERO.
000750     05  GR-HIT-IX              PIC 9(03) VALUE ZERO.
000760     05  GR-SORT-IX             PIC 9(03) VALUE ZERO.
000770     05  GR-SWAP-FLAG           PIC X(01) VALUE 'N'.
000780         88  GR-A-SWAP-HAPPENED     VALUE 'Y'.
000790     05  GR-SWAP-ENTRY          PIC X(64).
000800     05  GR-WORK-REASON         PIC X(04) VALUE SPACES.
000810     05  GR-PREV-AGENT          PIC X(08) VALUE SPACES.
000820     05  GR-OVERFLOW-COUNT      PIC 9(07) VALUE ZERO.
000830     05  GR-AGT-ISSUED          PIC 9(07) VALUE ZERO.
000840     05  GR-AGT-POINTS          PIC 9(09) VALUE ZERO.
000850     05  GR-AGT-REFERRED        PIC 9(07) VALUE ZERO.
000860     05  GR-AGT-DECLINED        PIC 9(07) VALUE ZERO.
000870     05  GR-TOT-ISSUED          PIC 9(07) VALUE ZERO.
000880     05  GR-TOT-POINTS          PIC 9(09) VALUE ZERO.
000890     05  GR-TOT-REFERRED        PIC 9(07) VALUE ZERO.
000900     05  GR-TOT-DECLINED        PIC 9(07) VALUE ZERO.
000910     05  GR-ISSUED-ED           PIC ZZZZZ9.
000920     05  GR-POINTS-ED           PIC ZZZZZZZZ9.
000930     05  GR-REFERRED-ED         PIC ZZZZZ9.
000940     05  GR-DECLINED-ED         PIC ZZZZZ9.
000950 PROCEDURE DIVISION.
000960 0000-MAINLINE.
000970     PERFORM 1000-INITIALIZE
000980     PERFORM 2000-READ-NEXT-EVENT
000990     PERFORM UNTIL GR-LOG-EOF
001000         IF GW-EVENT-DATE >= GR-CUTOFF-DATE-X
001010             PERFORM 3000-TALLY-ONE-EVENT
001020         END-IF
001030         PERFORM 2000-READ-NEXT-EVENT
001040     END-PERFORM
001050     IF GR-LOG-STATUS = '10'
001060         CLOSE BOBGWLGF
001070     END-IF
001080     PERFORM 4500-FILL-IN-DESCRIPTIONS
001090     PERFORM 4000-SORT-AGENT-REASON
001100     PERFORM 5000-WRITE-REPORT
001110     CLOSE BOBGWRPT
001120     GOBACK.
001130 1000-INITIALIZE.
001140     MOVE FUNCTION CURRENT-DATE TO GR-CURRENT-TS
001150     COMPUTE GR-CUTOFF-INTEGER =
001160         FUNCTION INTEGER-OF-DATE
001170             (FUNCTION NUMVAL(GR-CURRENT-TS(1:8)))
001180         - GR-WINDOW-DAYS
001190     COMPUTE GR-CUTOFF-DATE =
001200         FUNCTION DATE-OF-INTEGER(GR-CUTOFF-INTEGER)
001210     OPEN INPUT BOBGWLGF
001220     IF NOT GR-LOG-OK
001230         SET GR-LOG-EOF TO TRUE
001240     END-IF
001250     OPEN OUTPUT BOBGWRPT
001260     MOVE 'GOODWILL BY AGENT AND RESOLUTION REASON' TO RPT-LINE
001270     WRITE RPT-LINE
001280     MOVE SPACES TO RPT-LINE
001290     STRING 'EVENTS SINCE ' DELIMITED BY SIZE
001300            GR-CUTOFF-DATE-X DELIMITED BY SIZE
001310         INTO RPT-LINE
001320     WRITE RPT-LINE
001330     MOVE SPACES TO RPT-LINE
001340     WRITE RPT-LINE
001350     MOVE SPACES TO RPT-LINE
001360     STRING 'AGENT    RSN  DESCRIPTION' DELIMITED BY SIZE
001370            '                  VOUCHERS' DELIMITED BY SIZE
001380            '    POINTS REFERRED DECLINED' DELIMITED BY SIZE
001390         INTO RPT-LINE
001400     WRITE RPT-LINE
001410     .
001420 2000-READ-NEXT-EVENT.
001430     IF NOT GR-LOG-EOF
001440         READ BOBGWLGF
001450             AT END
001460                 SET GR-LOG-EOF TO TRUE
001470         END-READ
001480     END-IF
001490     .
001500* 3000-TALLY-ONE-EVENT - FIND OR ADD THE AGENT/REASON ROW AND
001510* COUNT THE EVENT INTO IT.  AN UNCODED REASON COUNTS UNDER
001520* '(NO)', AS IN THE RESOLUTION PARETO.
001530 3000-TALLY-ONE-EVENT.
001540     IF GW-REASON-CODE = SPACES
001550         MOVE '(NO)' TO GR-WORK-REASON
001560     ELSE
001570         MOVE GW-REASON-CODE TO GR-WORK-REASON
001580     END-IF
001590     MOVE ZERO TO GR-HIT-IX
001600     PERFORM VARYING GR-ROW-IX FROM 1 BY 1
001610             UNTIL GR-ROW-IX > GR-ROW-COUNT
001620         IF GR-ROW-AGENT(GR-ROW-IX) = GW-AGENT-ID
001630                 AND GR-ROW-REASON(GR-ROW-IX) = GR-WORK-REASON
001640             MOVE GR-ROW-IX TO GR-HIT-IX
001650         END-IF
001660     END-PERFORM
001670     IF GR-HIT-IX = ZERO
001680         IF GR-ROW-COUNT < 300
001690             ADD 1 TO GR-ROW-COUNT
001700             MOVE GR-ROW-COUNT TO GR-HIT-IX
001710             MOVE GW-AGENT-ID TO GR-ROW-AGENT(GR-HIT-IX)
001720             MOVE GR-WORK-REASON TO GR-ROW-REASON(GR-HIT-IX)
001730             MOVE SPACES TO GR-ROW-DESC(GR-HIT-IX)
001740             MOVE ZERO TO GR-ROW-ISSUED(GR-HIT-IX)
001750             MOVE ZERO TO GR-ROW-POINTS(GR-HIT-IX)
001760             MOVE ZERO TO GR-ROW-REFERRED(GR-HIT-IX)
001770             MOVE ZERO TO GR-ROW-DECLINED(GR-HIT-IX)
001780         ELSE
001790             ADD 1 TO GR-OVERFLOW-COUNT
001800         END-IF
001810     END-IF
001820     IF GR-HIT-IX > ZERO
001830         EVALUATE TRUE
001840             WHEN GW-EVENT-ISSUED
001850             WHEN GW-EVENT-APPROVED
001860                 ADD 1 TO GR-ROW-ISSUED(GR-HIT-IX)
001870                 ADD GW-POINTS TO GR-ROW-POINTS(GR-HIT-IX)
001880             WHEN GW-EVENT-REFERRED
001890                 ADD 1 TO GR-ROW-REFERRED(GR-HIT-IX)
001900             WHEN GW-EVENT-REJECTED
001910                 ADD 1 TO GR-ROW-DECLINED(GR-HIT-IX)
001920         END-EVALUATE
001930     END-IF
001940     .
001950 4000-SORT-AGENT-REASON.
001960     SET GR-A-SWAP-HAPPENED TO TRUE
001970     PERFORM UNTIL NOT GR-A-SWAP-HAPPENED
001980         MOVE 'N' TO GR-SWAP-FLAG
001990         PERFORM 4100-EXCHANGE-IF-OUT-OF-ORDER
002000             VARYING GR-SORT-IX FROM 1 BY 1
002010             UNTIL GR-SORT-IX >= GR-ROW-COUNT
002020     END-PERFORM
002030     .
002040 4100-EXCHANGE-IF-OUT-OF-ORDER.
002050     IF GR-ROW-AGENT(GR-SORT-IX) > GR-ROW-AGENT(GR-SORT-IX + 1)
002060             OR (GR-ROW-AGENT(GR-SORT-IX)
002070                     = GR-ROW-AGENT(GR-SORT-IX + 1)
002080                 AND GR-ROW-REASON(GR-SORT-IX)
002090                     > GR-ROW-REASON(GR-SORT-IX + 1))
002100         MOVE GR-ROW-ENTRY(GR-SORT-IX) TO GR-SWAP-ENTRY
002110         MOVE GR-ROW-ENTRY(GR-SORT-IX + 1)
002120             TO GR-ROW-ENTRY(GR-SORT-IX)
002130         MOVE GR-SWAP-ENTRY TO GR-ROW-ENTRY(GR-SORT-IX + 1)
002140         SET GR-A-SWAP-HAPPENED TO TRUE
002150     END-IF
002160     .
002170* 4500-FILL-IN-DESCRIPTIONS - MATCH EACH TALLIED CODE TO ITS
002180* TAXONOMY DESCRIPTION; AN UNKNOWN CODE KEEPS A BLANK ONE.
002190 4500-FILL-IN-DESCRIPTIONS.
002200     OPEN INPUT BOBRSNF
002210     IF GR-RSN-OK
002220         PERFORM 4510-READ-NEXT-REASON
002230         PERFORM UNTIL GR-RSN-EOF
002240             PERFORM VARYING GR-ROW-IX FROM 1 BY 1
002250                     UNTIL GR-ROW-IX > GR-ROW-COUNT
002260                 IF GR-ROW-REASON(GR-ROW-IX) = RS-REASON-CODE
002270                     MOVE RS-REASON-DESC
002280                         TO GR-ROW-DESC(GR-ROW-IX)
002290                 END-IF
002300             END-PERFORM
002310             PERFORM 4510-READ-NEXT-REASON
002320         END-PERFORM
002330         CLOSE BOBRSNF
002340     END-IF
002350     .
002360 4510-READ-NEXT-REASON.
002370     READ BOBRSNF
002380         AT END
002390             SET GR-RSN-EOF TO TRUE
002400     END-READ
002410     .
002420* 5000-WRITE-REPORT - ONE LINE PER AGENT AND REASON, A SUBTOTAL
002430* WHENEVER THE AGENT CHANGES, AND THE GRAND TOTAL.
002440 5000-WRITE-REPORT.
002450     MOVE SPACES TO GR-PREV-AGENT
002460     PERFORM VARYING GR-ROW-IX FROM 1 BY 1
002470             UNTIL GR-ROW-IX > GR-ROW-COUNT
002480         IF GR-ROW-IX > 1
002490                 AND GR-ROW-AGENT(GR-ROW-IX) NOT = GR-PREV-AGENT
002500             PERFORM 5200-WRITE-AGENT-SUBTOTAL
002510         END-IF
002520         MOVE GR-ROW-AGENT(GR-ROW-IX) TO GR-PREV-AGENT
002530         PERFORM 5100-WRITE-DETAIL-LINE
002540     END-PERFORM
002550     IF GR-ROW-COUNT > ZERO
002560         PERFORM 5200-WRITE-AGENT-SUBTOTAL
002570     END-IF
002580     MOVE GR-TOT-ISSUED TO GR-ISSUED-ED
002590     MOVE GR-TOT-POINTS TO GR-POINTS-ED
002600     MOVE GR-TOT-REFERRED TO GR-REFERRED-ED
002610     MOVE GR-TOT-DECLINED TO GR-DECLINED-ED
002620     MOVE SPACES TO RPT-LINE
002630     WRITE RPT-LINE
002640     STRING 'TOTAL GOODWILL' DELIMITED BY SIZE
002650            '                               ' DELIMITED BY SIZE
002660            GR-ISSUED-ED DELIMITED BY SIZE
002670            ' ' DELIMITED BY SIZE
002680            GR-POINTS-ED DELIMITED BY SIZE
002690            '   ' DELIMITED BY SIZE
002700            GR-REFERRED-ED DELIMITED BY SIZE
002710            '   ' DELIMITED BY SIZE
002720            GR-DECLINED-ED DELIMITED BY SIZE
002730         INTO RPT-LINE
002740     WRITE RPT-LINE
002750     IF GR-OVERFLOW-COUNT > ZERO
002760         MOVE SPACES TO RPT-LINE
002770         STRING 'EVENTS NOT TALLIED - TABLE FULL '
002780                    DELIMITED BY SIZE
002790                GR-OVERFLOW-COUNT DELIMITED BY SIZE
002800             INTO RPT-LINE
002810         WRITE RPT-LINE
002820     END-IF
002830     .
002840 5100-WRITE-DETAIL-LINE.
002850     MOVE GR-ROW-ISSUED(GR-ROW-IX) TO GR-ISSUED-ED
002860     MOVE GR-ROW-POINTS(GR-ROW-IX) TO GR-POINTS-ED
002870     MOVE GR-ROW-REFERRED(GR-ROW-IX) TO GR-REFERRED-ED
002880     MOVE GR-ROW-DECLINED(GR-ROW-IX) TO GR-DECLINED-ED
002890     MOVE SPACES TO RPT-LINE
002900     STRING GR-ROW-AGENT(GR-ROW-IX) DELIMITED BY SIZE
002910            ' ' DELIMITED BY SIZE
002920            GR-ROW-REASON(GR-ROW-IX) DELIMITED BY SIZE
002930            ' ' DELIMITED BY SIZE
002940            GR-ROW-DESC(GR-ROW-IX) DELIMITED BY SIZE
002950            ' ' DELIMITED BY SIZE
002960            GR-ISSUED-ED DELIMITED BY SIZE
002970            ' ' DELIMITED BY SIZE
002980            GR-POINTS-ED DELIMITED BY SIZE
002990            '   ' DELIMITED BY SIZE
003000            GR-REFERRED-ED DELIMITED BY SIZE
003010            '   ' DELIMITED BY SIZE
003020            GR-DECLINED-ED DELIMITED BY SIZE
003030         INTO RPT-LINE
003040     WRITE RPT-LINE
003050     ADD GR-ROW-ISSUED(GR-ROW-IX) TO GR-AGT-ISSUED
003060     ADD GR-ROW-POINTS(GR-ROW-IX) TO GR-AGT-POINTS
003070     ADD GR-ROW-REFERRED(GR-ROW-IX) TO GR-AGT-REFERRED
003080     ADD GR-ROW-DECLINED(GR-ROW-IX) TO GR-AGT-DECLINED
003090     .
003100 5200-WRITE-AGENT-SUBTOTAL.
003110     MOVE GR-AGT-ISSUED TO GR-ISSUED-ED
003120     MOVE GR-AGT-POINTS TO GR-POINTS-ED
003130     MOVE GR-AGT-REFERRED TO GR-REFERRED-ED
003140     MOVE GR-AGT-DECLINED TO GR-DECLINED-ED
003150     MOVE SPACES TO RPT-LINE
003160     STRING GR-PREV-AGENT DELIMITED BY SIZE
003170            ' TOTAL' DELIMITED BY SIZE
003180            '                               ' DELIMITED BY SIZE
003190            GR-ISSUED-ED DELIMITED BY SIZE
003200            ' ' DELIMITED BY SIZE
003210            GR-POINTS-ED DELIMITED BY SIZE
003220            '   ' DELIMITED BY SIZE
003230            GR-REFERRED-ED DELIMITED BY SIZE
003240            '   ' DELIMITED BY SIZE
003250            GR-DECLINED-ED DELIMITED BY SIZE
003260         INTO RPT-LINE
003270     WRITE RPT-LINE
003280     MOVE SPACES TO RPT-LINE
003290     WRITE RPT-LINE
003300     ADD GR-AGT-ISSUED TO GR-TOT-ISSUED
003310     ADD GR-AGT-POINTS TO GR-TOT-POINTS
003320     ADD GR-AGT-REFERRED TO GR-TOT-REFERRED
003330     ADD GR-AGT-DECLINED TO GR-TOT-DECLINED
003340     MOVE ZERO TO GR-AGT-ISSUED
003350     MOVE ZERO TO GR-AGT-POINTS
003360     MOVE ZERO TO GR-AGT-REFERRED
003370     MOVE ZERO TO GR-AGT-DECLINED
003380     .
