000010
000020* OPERCERT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    OPERCERT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* OPERCERT OPENS THE QUARTERLY OPERATOR ACCESS RECERTIFICATION
000100* CYCLE.  OPERMSTF ONLY EVER GROWS - STAFF WHO LEFT MONTHS AGO
000110* STILL HOLD '*ALL' - SO EACH QUARTER EVERY ROLE OWNER (ROLEOWNF)
000120* IS SHOWN THE OPERATORS IN THEIR ROLES, EACH ALLOWED PROGRAM, AND
000130* THE LAST DATE THE OPERATOR ACTUALLY USED IT ACCORDING TO THE
000140* SECAUDF SECURITY AUDIT.  FOR '*ALL' THE LAST USE OF ANY PROGRAM
000150* IS SHOWN.  A ROLE WITH NO OWNER, AND AN OWNER'S OWN ID, GO TO
000160* THE SECURITY ADMINISTRATOR AS OWNER '*ADMIN*' - NOBODY
000170* RECERTIFIES THEMSELVES.
000180*
000190* THE LISTING, ONE PAGE GROUP PER OWNER, GOES TO OPRCRPT.  THE
000200* SAME LINES GO TO THE OPRCWKF WORKSHEET (OPRCWK.CPY) WITH A BLANK
000210* DECISION; THE OWNERS KEY 'K' KEEP OR 'R' REVOKE AND THE
000220* WORKSHEET COMES BACK THROUGH OPRCAPL, WHICH TURNS THE DECISIONS
000230* INTO OPERMNT TRANSACTIONS.
000240*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 RJ    ORIGINAL PROGRAM
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ROLEOWNF ASSIGN TO "ROLEOWNF"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CE-OWN-STATUS.
000370     SELECT OPERMSTF ASSIGN TO "OPERMSTF"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS OP-OPERATOR-ID
000410         FILE STATUS IS CE-MST-STATUS.
000420     SELECT SECAUDF ASSIGN TO "SECAUDF"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS CE-SEC-STATUS.
000450     SELECT OPRCRPT ASSIGN TO "OPRCRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CE-RPT-STATUS.
000480     SELECT OPRCWKF ASSIGN TO "OPRCWKF"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CE-WKF-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ROLEOWNF.
000540 COPY "ROLEOWN.cpy".
000550 FD  OPERMSTF.
000560 COPY "OPERMST.cpy".
000570 FD  SECAUDF.
000580 01  SA-SECURITY-RECORD.
000590     05  SA-TIMESTAMP           PIC X(21).
000600     05  SA-OPERATOR-ID         PIC X(08).
000610     05  SA-PROGRAM-ID          PIC X(08).
000620     05  SA-ACTION              PIC X(01).
000630     05  SA-KEY-TEXT            PIC X(30).
000640 FD  OPRCRPT
000650     RECORD CONTAINS 100 CHARACTERS.
000660 01  RPT-LINE                   PIC X(100).
000670 FD  OPRCWKF.
000680 COPY "OPRCWK.cpy".
000690 WORKING-STORAGE SECTION.
000700 01  CE-WORK-FIELDS.
000710     05  CE-OWN-STATUS          PIC X(02) VALUE SPACES.
000720         88  CE-OWN-OK              VALUE '00'.
000730     05  CE-MST-STATUS          PIC X(02) VALUE SPACES.
000740         88  CE-MST-OK              VALUE '00'.
000750     05  CE-SEC-STATUS          PIC X(02) VALUE SPACES.
000760         88  CE-SEC-OK              VALUE '00'.
000770     05  CE-RPT-STATUS          PIC X(02) VALUE SPACES.
000780     05  CE-WKF-STATUS          PIC X(02) VALUE SPACES.
000790     05  CE-EOF-FLAG            PIC X(01) VALUE 'N'.
000800         88  CE-AT-END              VALUE 'Y'.
000810     05  CE-CURRENT-TS          PIC X(21) VALUE SPACES.
000820     05  CE-RUN-DATE            PIC X(08) VALUE SPACES.
000830     05  CE-OWN-IX              PIC 9(03) VALUE ZERO.
000840     05  CE-USE-IX              PIC 9(05) VALUE ZERO.
000850     05  CE-OPR-IX              PIC 9(04) VALUE ZERO.
000860     05  CE-PGM-IX              PIC 9(01) VALUE ZERO.
000870     05  CE-FOUND-IX            PIC 9(05) VALUE ZERO.
000880     05  CE-THIS-OWNER          PIC X(08) VALUE SPACES.
000890     05  CE-LAST-USED           PIC X(08) VALUE SPACES.
000900     05  CE-STATUS-TEXT         PIC X(09) VALUE SPACES.
000910     05  CE-CERT-TEXT           PIC X(08) VALUE SPACES.
000920     05  CE-AUDIT-COUNT         PIC 9(07) VALUE ZERO.
000930     05  CE-OWNER-COUNT         PIC 9(05) VALUE ZERO.
000940     05  CE-LINE-COUNT          PIC 9(05) VALUE ZERO.
000950     05  CE-OVERFLOW-COUNT      PIC 9(05) VALUE ZERO.
000960     05  CE-UNDONE-COUNT        PIC 9(04) VALUE ZERO.
000970* ROLE TO OWNER, FROM THE ROLEOWNF DECK.
000980 01  CE-OWNER-TABLE.
000990     05  CE-OWNER-ROWS          PIC 9(03) VALUE ZERO.
001000     05  CE-OWNER-ENTRY OCCURS 100 TIMES.
001010         10  CE-OW-ROLE         PIC X(08).
001020         10  CE-OW-OWNER        PIC X(08).
001030* LAST SECAUDF DATE PER OPERATOR PER PROGRAM.
001040 01  CE-USE-TABLE.
001050     05  CE-USE-ROWS            PIC 9(05) VALUE ZERO.
001060     05  CE-USE-ENTRY OCCURS 3000 TIMES.
001070         10  CE-US-OPERATOR     PIC X(08).
001080         10  CE-US-PROGRAM      PIC X(08).
001090         10  CE-US-LAST-DATE    PIC X(08).
001100* THE OPERATOR MASTER, WITH THE OWNER EACH ROW FALLS TO.
001110 01  CE-OPER-TABLE.
001120     05  CE-OPER-ROWS           PIC 9(04) VALUE ZERO.
001130     05  CE-OPER-ENTRY OCCURS 1000 TIMES.
001140         10  CE-OT-ID           PIC X(08).
001150         10  CE-OT-ROLE         PIC X(08).
001160         10  CE-OT-OWNER        PIC X(08).
001170         10  CE-OT-STATUS       PIC X(01).
001180         10  CE-OT-LAST-CERT    PIC X(08).
001190         10  CE-OT-PROGRAM OCCURS 5 TIMES
001200                                PIC X(08).
001210         10  CE-OT-DONE         PIC X(01).
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE
001250     PERFORM 2000-LOAD-OWNERS
001260     PERFORM 2100-LOAD-LAST-USE
001270     PERFORM 2200-LOAD-OPERATORS
001280     MOVE ZERO TO CE-UNDONE-COUNT
001290     PERFORM 2290-COUNT-UNDONE
001300         VARYING CE-OPR-IX FROM 1 BY 1
001310         UNTIL CE-OPR-IX > CE-OPER-ROWS
001320     PERFORM 3000-LIST-NEXT-OWNER
001330         UNTIL CE-UNDONE-COUNT = ZERO
001340     PERFORM 4000-WRITE-SUMMARY
001350     CLOSE OPRCRPT OPRCWKF
001360     GOBACK.
001370 1000-INITIALIZE.
001380     MOVE FUNCTION CURRENT-DATE TO CE-CURRENT-TS
001390     MOVE CE-CURRENT-TS(1:8) TO CE-RUN-DATE
001400     OPEN OUTPUT OPRCRPT
001410     OPEN OUTPUT OPRCWKF
001420     MOVE SPACES TO RPT-LINE
001430     STRING 'OPERATOR ACCESS RECERTIFICATION - CYCLE '
001440                DELIMITED BY SIZE
001450            CE-RUN-DATE DELIMITED BY SIZE
001460         INTO RPT-LINE
001470     WRITE RPT-LINE
001480     .
001490 2000-LOAD-OWNERS.
001500     OPEN INPUT ROLEOWNF
001510     IF CE-OWN-OK
001520         MOVE 'N' TO CE-EOF-FLAG
001530         PERFORM 2010-READ-OWNER
001540             UNTIL CE-AT-END
001550         CLOSE ROLEOWNF
001560     ELSE
001570         MOVE 'NO ROLEOWNF DECK - EVERY ROLE GOES TO *ADMIN*'
001580             TO RPT-LINE
001590         WRITE RPT-LINE
001600     END-IF
001610     .
001620 2010-READ-OWNER.
001630     READ ROLEOWNF
001640         AT END
001650             SET CE-AT-END TO TRUE
001660         NOT AT END
001670             IF OW-ROLE NOT = SPACES
001680             AND CE-OWNER-ROWS < 100
001690                 ADD 1 TO CE-OWNER-ROWS
001700                 MOVE OW-ROLE TO CE-OW-ROLE(CE-OWNER-ROWS)
001710                 MOVE OW-OWNER-ID TO CE-OW-OWNER(CE-OWNER-ROWS)
001720             END-IF
001730     END-READ
001740     .
001750* 2100-LOAD-LAST-USE - ONE PASS OVER THE WHOLE SECURITY AUDIT,
001760* KEEPING THE LATEST DATE FOR EACH OPERATOR AND PROGRAM.
001770 2100-LOAD-LAST-USE.
001780     OPEN INPUT SECAUDF
001790     IF CE-SEC-OK
001800         MOVE 'N' TO CE-EOF-FLAG
001810         PERFORM 2110-READ-AUDIT
001820             UNTIL CE-AT-END
001830         CLOSE SECAUDF
001840     ELSE
001850         MOVE 'NO SECAUDF AUDIT - EVERY PROGRAM SHOWS NEVER'
001860             TO RPT-LINE
001870         WRITE RPT-LINE
001880     END-IF
001890     .
001900 2110-READ-AUDIT.
001910     READ SECAUDF
001920         AT END
001930             SET CE-AT-END TO TRUE
001940         NOT AT END
001950             ADD 1 TO CE-AUDIT-COUNT
001960             PERFORM 2120-NOTE-USE
001970     END-READ
001980     .
001990 2120-NOTE-USE.
002000     MOVE ZERO TO CE-FOUND-IX
002010     PERFORM VARYING CE-USE-IX FROM 1 BY 1
002020             UNTIL CE-USE-IX > CE-USE-ROWS
002030                OR CE-FOUND-IX > ZERO
002040         IF CE-US-OPERATOR(CE-USE-IX) = SA-OPERATOR-ID
002050         AND CE-US-PROGRAM(CE-USE-IX) = SA-PROGRAM-ID
002060             MOVE CE-USE-IX TO CE-FOUND-IX
002070         END-IF
002080     END-PERFORM
002090     EVALUATE TRUE
002100         WHEN CE-FOUND-IX > ZERO
002110             IF SA-TIMESTAMP(1:8) > CE-US-LAST-DATE(CE-FOUND-IX)
002120                 MOVE SA-TIMESTAMP(1:8)
002130                     TO CE-US-LAST-DATE(CE-FOUND-IX)
002140             END-IF
002150         WHEN CE-USE-ROWS < 3000
002160             ADD 1 TO CE-USE-ROWS
002170             MOVE SA-OPERATOR-ID TO CE-US-OPERATOR(CE-USE-ROWS)
002180             MOVE SA-PROGRAM-ID TO CE-US-PROGRAM(CE-USE-ROWS)
002190             MOVE SA-TIMESTAMP(1:8)
002200                 TO CE-US-LAST-DATE(CE-USE-ROWS)
002210         WHEN OTHER
002220             ADD 1 TO CE-OVERFLOW-COUNT
002230     END-EVALUATE
002240     .
002250 2200-LOAD-OPERATORS.
002260     OPEN INPUT OPERMSTF
002270     IF CE-MST-OK
002280         MOVE 'N' TO CE-EOF-FLAG
002290         PERFORM 2210-READ-OPERATOR
002300             UNTIL CE-AT-END
002310         CLOSE OPERMSTF
002320     ELSE
002330         MOVE 'NO OPERMSTF OPERATOR MASTER - NOTHING TO RECERTIFY'
002340             TO RPT-LINE
002350         WRITE RPT-LINE
002360         MOVE 8 TO RETURN-CODE
002370     END-IF
002380     .
002390 2210-READ-OPERATOR.
002400     READ OPERMSTF NEXT RECORD
002410         AT END
002420             SET CE-AT-END TO TRUE
002430         NOT AT END
002440             IF CE-OPER-ROWS < 1000
002450                 ADD 1 TO CE-OPER-ROWS
002460                 PERFORM 2220-STORE-OPERATOR
002470             ELSE
002480                 ADD 1 TO CE-OVERFLOW-COUNT
002490             END-IF
002500     END-READ
002510     .
002520* 2220-STORE-OPERATOR - THE OWNER IS THE ROLE'S OWNER ON THE DECK,
002530* OR THE SECURITY ADMINISTRATOR WHEN THE ROLE HAS NONE OR THE
002540* OPERATOR OWNS THEIR OWN ROLE.
002550 2220-STORE-OPERATOR.
002560     MOVE OP-OPERATOR-ID TO CE-OT-ID(CE-OPER-ROWS)
002570     MOVE OP-ROLE TO CE-OT-ROLE(CE-OPER-ROWS)
002580     MOVE OP-STATUS TO CE-OT-STATUS(CE-OPER-ROWS)
002590     MOVE OP-LAST-CERT-DATE TO CE-OT-LAST-CERT(CE-OPER-ROWS)
002600     MOVE 'N' TO CE-OT-DONE(CE-OPER-ROWS)
002610     PERFORM VARYING CE-PGM-IX FROM 1 BY 1
002620             UNTIL CE-PGM-IX > 5
002630         MOVE OP-ALLOWED-PROGRAM(CE-PGM-IX)
002640             TO CE-OT-PROGRAM(CE-OPER-ROWS, CE-PGM-IX)
002650     END-PERFORM
002660     MOVE '*ADMIN*' TO CE-OT-OWNER(CE-OPER-ROWS)
002670     PERFORM VARYING CE-OWN-IX FROM 1 BY 1
002680             UNTIL CE-OWN-IX > CE-OWNER-ROWS
002690         IF CE-OW-ROLE(CE-OWN-IX) = OP-ROLE
002700         AND CE-OW-OWNER(CE-OWN-IX) NOT = SPACES
002710         AND CE-OW-OWNER(CE-OWN-IX) NOT = OP-OPERATOR-ID
002720             MOVE CE-OW-OWNER(CE-OWN-IX)
002730                 TO CE-OT-OWNER(CE-OPER-ROWS)
002740         END-IF
002750     END-PERFORM
002760     .
002770 2290-COUNT-UNDONE.
002780     IF CE-OT-DONE(CE-OPR-IX) = 'N'
002790         ADD 1 TO CE-UNDONE-COUNT
002800     END-IF
002810     .
002820* 3000-LIST-NEXT-OWNER - THE FIRST OPERATOR NOT YET LISTED NAMES
002830* THE NEXT OWNER; EVERY OPERATOR OF THAT OWNER IS THEN LISTED
002840* UNDER ONE HEADING.
002850 3000-LIST-NEXT-OWNER.
002860     MOVE SPACES TO CE-THIS-OWNER
002870     PERFORM VARYING CE-OPR-IX FROM 1 BY 1
002880             UNTIL CE-OPR-IX > CE-OPER-ROWS
002890                OR CE-THIS-OWNER NOT = SPACES
002900         IF CE-OT-DONE(CE-OPR-IX) = 'N'
002910             MOVE CE-OT-OWNER(CE-OPR-IX) TO CE-THIS-OWNER
002920         END-IF
002930     END-PERFORM
002940     ADD 1 TO CE-OWNER-COUNT
002950     MOVE SPACES TO RPT-LINE
002960     WRITE RPT-LINE
002970     STRING 'ROLE OWNER ' DELIMITED BY SIZE
002980            CE-THIS-OWNER DELIMITED BY SIZE
002990            ' - KEY K TO KEEP OR R TO REVOKE EACH PROGRAM'
003000                DELIMITED BY SIZE
003010         INTO RPT-LINE
003020     WRITE RPT-LINE
003030     PERFORM 3100-LIST-OWNED-OPERATOR
003040         VARYING CE-OPR-IX FROM 1 BY 1
003050         UNTIL CE-OPR-IX > CE-OPER-ROWS
003060     .
003070 3100-LIST-OWNED-OPERATOR.
003080     IF CE-OT-DONE(CE-OPR-IX) = 'N'
003090     AND CE-OT-OWNER(CE-OPR-IX) = CE-THIS-OWNER
003100         MOVE 'Y' TO CE-OT-DONE(CE-OPR-IX)
003110         SUBTRACT 1 FROM CE-UNDONE-COUNT
003120         PERFORM 3200-WRITE-OPERATOR-LINE
003130         PERFORM 3300-WRITE-PROGRAM-LINE
003140             VARYING CE-PGM-IX FROM 1 BY 1
003150             UNTIL CE-PGM-IX > 5
003160     END-IF
003170     .
003180 3200-WRITE-OPERATOR-LINE.
003190     IF CE-OT-STATUS(CE-OPR-IX) = 'S'
003200         MOVE 'SUSPENDED' TO CE-STATUS-TEXT
003210     ELSE
003220         MOVE 'ACTIVE' TO CE-STATUS-TEXT
003230     END-IF
003240     MOVE CE-OT-LAST-CERT(CE-OPR-IX) TO CE-CERT-TEXT
003250     IF CE-CERT-TEXT = SPACES
003260         MOVE 'NEVER' TO CE-CERT-TEXT
003270     END-IF
003280     MOVE SPACES TO RPT-LINE
003290     STRING '  OPERATOR ' DELIMITED BY SIZE
003300            CE-OT-ID(CE-OPR-IX) DELIMITED BY SIZE
003310            '  ROLE ' DELIMITED BY SIZE
003320            CE-OT-ROLE(CE-OPR-IX) DELIMITED BY SIZE
003330            '  ' DELIMITED BY SIZE
003340            CE-STATUS-TEXT DELIMITED BY SIZE
003350            '  LAST RECERTIFIED ' DELIMITED BY SIZE
003360            CE-CERT-TEXT DELIMITED BY SIZE
003370         INTO RPT-LINE
003380     WRITE RPT-LINE
003390     .
003400* 3300-WRITE-PROGRAM-LINE - ONE REPORT LINE AND ONE WORKSHEET LINE
003410* PER PROGRAM HELD.
003420 3300-WRITE-PROGRAM-LINE.
003430     IF CE-OT-PROGRAM(CE-OPR-IX, CE-PGM-IX) NOT = SPACES
003440         PERFORM 3310-FIND-LAST-USE
003450         MOVE SPACES TO RPT-LINE
003460         STRING '      PROGRAM ' DELIMITED BY SIZE
003470                CE-OT-PROGRAM(CE-OPR-IX, CE-PGM-IX)
003480                    DELIMITED BY SIZE
003490                '  LAST USED ' DELIMITED BY SIZE
003500                CE-LAST-USED DELIMITED BY SIZE
003510             INTO RPT-LINE
003520         IF CE-OT-PROGRAM(CE-OPR-IX, CE-PGM-IX) = '*ALL'
003530             MOVE '(ANY PROGRAM)' TO RPT-LINE(44:13)
003540         END-IF
003550         WRITE RPT-LINE
003560         MOVE SPACES TO CW-WORKSHEET-RECORD
003570         MOVE CE-THIS-OWNER TO CW-OWNER-ID
003580         MOVE CE-OT-ID(CE-OPR-IX) TO CW-OPERATOR-ID
003590         MOVE CE-OT-ROLE(CE-OPR-IX) TO CW-ROLE
003600         MOVE CE-OT-PROGRAM(CE-OPR-IX, CE-PGM-IX) TO CW-PROGRAM
003610         MOVE CE-LAST-USED TO CW-LAST-USED
003620         MOVE CE-RUN-DATE TO CW-CYCLE-DATE
003630         WRITE CW-WORKSHEET-RECORD
003640         ADD 1 TO CE-LINE-COUNT
003650     END-IF
003660     .
003670 3310-FIND-LAST-USE.
003680     MOVE SPACES TO CE-LAST-USED
003690     PERFORM VARYING CE-USE-IX FROM 1 BY 1
003700             UNTIL CE-USE-IX > CE-USE-ROWS
003710         IF CE-US-OPERATOR(CE-USE-IX) = CE-OT-ID(CE-OPR-IX)
003720         AND (CE-US-PROGRAM(CE-USE-IX)
003730                 = CE-OT-PROGRAM(CE-OPR-IX, CE-PGM-IX)
003740              OR CE-OT-PROGRAM(CE-OPR-IX, CE-PGM-IX) = '*ALL')
003750         AND CE-US-LAST-DATE(CE-USE-IX) > CE-LAST-USED
003760             MOVE CE-US-LAST-DATE(CE-USE-IX) TO CE-LAST-USED
003770         END-IF
003780     END-PERFORM
003790     IF CE-LAST-USED = SPACES
003800         MOVE 'NEVER' TO CE-LAST-USED
003810     END-IF
003820     .
003830 4000-WRITE-SUMMARY.
003840     MOVE SPACES TO RPT-LINE
003850     WRITE RPT-LINE
003860     STRING 'OWNERS ' DELIMITED BY SIZE
003870            CE-OWNER-COUNT DELIMITED BY SIZE
003880            '  OPERATORS ' DELIMITED BY SIZE
003890            CE-OPER-ROWS DELIMITED BY SIZE
003900            '  WORKSHEET LINES ' DELIMITED BY SIZE
003910            CE-LINE-COUNT DELIMITED BY SIZE
003920            '  AUDIT RECORDS READ ' DELIMITED BY SIZE
003930            CE-AUDIT-COUNT DELIMITED BY SIZE
003940         INTO RPT-LINE
003950     WRITE RPT-LINE
003960     IF CE-OVERFLOW-COUNT > ZERO
003970         MOVE 4 TO RETURN-CODE
003980         MOVE SPACES TO RPT-LINE
003990         STRING 'TABLE FULL - ' DELIMITED BY SIZE
004000                CE-OVERFLOW-COUNT DELIMITED BY SIZE
004010                ' OPERATORS OR USAGE ROWS LEFT OUT'
004020                    DELIMITED BY SIZE
004030             INTO RPT-LINE
004040         WRITE RPT-LINE
004050     END-IF
004060     .
