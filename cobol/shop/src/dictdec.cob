000010
000020* DICTDEC
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    DICTDEC.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* DICTDEC TAKES THE EDITOR'S DECISIONS ON THE DICTHARV
000100* CANDIDATE LIST, IN THE DICTLOAD MOLD.  EACH DICTDTXN
000110* TRANSACTION CARRIES THE EDITOR'S OPERATOR ID, CHECKED
000120* THROUGH OPERAUTH (PROGRAM 'DICTDEC'), AN ACTION, AND THE
000130* LANGUAGE AND WORD.  'A' ACCEPT APPENDS AN ADD TRANSACTION IN
000140* DICTLOAD'S OWN DICTTXN FORMAT, UNDER THE WORD'S LANGUAGE AND
000150* THE EDITOR'S ID, FOR THE NEXT DICTLOAD RUN TO APPLY, AND
000160* TAKES THE WORD OFF DICTREJF IF IT WAS ONCE TURNED DOWN.  'R'
000170* REJECT RECORDS THE WORD ON DICTREJF SO DICTHARV NEVER
000180* PROPOSES IT AGAIN.  EVERY ACCEPTED DECISION IS AUDITED TO
000190* SECAUDF THROUGH OPERAUTH, AND AN APPLIED-OR-REJECTED LINE
000200* PER TRANSACTION GOES TO DICTDRPT.
000210*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 RJ    ORIGINAL PROGRAM
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DICTDTXN ASSIGN TO "DICTDTXN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS DD-TXN-STATUS.
000340     SELECT DICTTXN ASSIGN TO "DICTTXN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS DD-OUT-STATUS.
000370     SELECT DICTREJF ASSIGN TO "DICTREJF"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RJ-WORD-KEY
000410         FILE STATUS IS DD-REJ-STATUS.
000420     SELECT DICTDRPT ASSIGN TO "DICTDRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS DD-RPT-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DICTDTXN.
000480 01  DX-RECORD.
000490     05  DX-ACTION              PIC X(01).
000500         88  DX-ACTION-ACCEPT       VALUE 'A'.
000510         88  DX-ACTION-REJECT       VALUE 'R'.
000520     05  DX-OPERATOR-ID         PIC X(08).
000530     05  DX-LANGUAGE            PIC X(02).
000540     05  DX-WORD                PIC X(30).
000550* SAME LAYOUT AS DICTLOAD'S OWN DICTTXN TRANSACTION.
000560 FD  DICTTXN.
000570 01  DT-RECORD.
000580     05  DT-ACTION              PIC X(01).
000590     05  DT-WORD                PIC X(30).
000600     05  DT-LANGUAGE            PIC X(02).
000610     05  DT-OPERATOR-ID         PIC X(08).
000620 FD  DICTREJF.
000630 COPY "DICTREJ.cpy".
000640 FD  DICTDRPT
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  RPT-LINE                   PIC X(80).
000670 WORKING-STORAGE SECTION.
000680 01  DD-WORK-FIELDS.
000690     05  DD-TXN-STATUS          PIC X(02) VALUE SPACES.
000700         88  DD-TXN-OK              VALUE '00'.
000710         88  DD-TXN-EOF             VALUE '10'.
000720     05  DD-OUT-STATUS          PIC X(02) VALUE SPACES.
000730     05  DD-REJ-STATUS          PIC X(02) VALUE SPACES.
000740         88  DD-REJ-NOT-FOUND       VALUE '35'.
000750     05  DD-RPT-STATUS          PIC X(02) VALUE SPACES.
000760     05  DD-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000770     05  DD-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000780     05  DD-CURRENT-TS          PIC X(21) VALUE SPACES.
000790     05  DD-RUN-DATE            PIC X(08) VALUE SPACES.
000800     05  DD-LANGUAGE            PIC X(02) VALUE SPACES.
000810     05  DD-WORD                PIC X(30) VALUE SPACES.
000820     05  DD-RESULT-TEXT         PIC X(34) VALUE SPACES.
000830 COPY "OPAUTHLK.cpy".
000840 PROCEDURE DIVISION.
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE
000870     PERFORM 2000-READ-NEXT-TRANSACTION
000880     PERFORM UNTIL DD-TXN-EOF
000890         IF DX-WORD NOT = SPACES
000900             PERFORM 3000-APPLY-TRANSACTION
000910         END-IF
000920         PERFORM 2000-READ-NEXT-TRANSACTION
000930     END-PERFORM
000940     PERFORM 4000-WRITE-SUMMARY
000950     CLOSE DICTDTXN DICTTXN DICTREJF DICTDRPT
000960     GOBACK.
000970* 1000-INITIALIZE - ACCEPTED WORDS ARE ADDED TO WHATEVER IS
000980* ALREADY WAITING ON DICTTXN; THE FIRST REJECTION CREATES
000990* DICTREJF.
001000 1000-INITIALIZE.
001010     MOVE FUNCTION CURRENT-DATE TO DD-CURRENT-TS
001020     MOVE DD-CURRENT-TS(1:8) TO DD-RUN-DATE
001030     OPEN INPUT DICTDTXN
001040     OPEN OUTPUT DICTDRPT
001050     OPEN EXTEND DICTTXN
001060     IF DD-OUT-STATUS NOT = '00'
001070         OPEN OUTPUT DICTTXN
001080     END-IF
001090     OPEN I-O DICTREJF
001100     IF DD-REJ-NOT-FOUND
001110         OPEN OUTPUT DICTREJF
001120         CLOSE DICTREJF
001130         OPEN I-O DICTREJF
001140     END-IF
001150     .
001160 2000-READ-NEXT-TRANSACTION.
001170     READ DICTDTXN
001180         AT END
001190             SET DD-TXN-EOF TO TRUE
001200     END-READ
001210     .
001220 3000-APPLY-TRANSACTION.
001230     MOVE SPACES TO DD-RESULT-TEXT
001240     IF DX-LANGUAGE = SPACES
001250         MOVE 'EN' TO DD-LANGUAGE
001260     ELSE
001270         MOVE FUNCTION UPPER-CASE(DX-LANGUAGE) TO DD-LANGUAGE
001280     END-IF
001290     MOVE FUNCTION UPPER-CASE(DX-WORD) TO DD-WORD
001300     PERFORM 3020-CHECK-OPERATOR
001310     IF DD-RESULT-TEXT = SPACES
001320         EVALUATE TRUE
001330             WHEN DX-ACTION-ACCEPT
001340                 PERFORM 3100-ACCEPT-WORD
001350             WHEN DX-ACTION-REJECT
001360                 PERFORM 3200-REJECT-WORD
001370             WHEN OTHER
001380                 MOVE 'REJECTED - BAD ACTION CODE'
001390                     TO DD-RESULT-TEXT
001400                 ADD 1 TO DD-REJECTED-COUNT
001410         END-EVALUATE
001420     END-IF
001430     IF DD-RESULT-TEXT(1:8) NOT = 'REJECTED'
001440         PERFORM 3900-AUDIT-ACCEPTED-ACTION
001450     END-IF
001460     MOVE SPACES TO RPT-LINE
001470     STRING DX-ACTION      DELIMITED BY SIZE
001480            ' '            DELIMITED BY SIZE
001490            DD-LANGUAGE    DELIMITED BY SIZE
001500            ' '            DELIMITED BY SIZE
001510            DD-WORD        DELIMITED BY SIZE
001520            ' '            DELIMITED BY SIZE
001530            DD-RESULT-TEXT DELIMITED BY SIZE
001540         INTO RPT-LINE
001550     WRITE RPT-LINE
001560     .
001570* 3020-CHECK-OPERATOR - THE EDITOR'S OPERATOR ID MUST BE
001580* AUTHORIZED FOR THIS PROGRAM ON THE OPERATOR MASTER.
001590 3020-CHECK-OPERATOR.
001600     MOVE SPACES TO OA-PARMS
001610     SET OA-ASK-CHECK TO TRUE
001620     MOVE DX-OPERATOR-ID TO OA-OPERATOR-ID
001630     MOVE 'DICTDEC ' TO OA-PROGRAM-ID
001640     CALL 'OPERAUTH' USING OA-PARMS
001650     IF OA-OPERATOR-DENIED
001660         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001670             TO DD-RESULT-TEXT
001680         ADD 1 TO DD-REJECTED-COUNT
001690     END-IF
001700     .
001710* 3100-ACCEPT-WORD - THE ADD GOES OUT UNDER THE EDITOR'S ID,
001720* WHICH DICTLOAD CHECKS AGAIN FOR ITS OWN PROGRAM.
001730 3100-ACCEPT-WORD.
001740     MOVE 'A' TO DT-ACTION
001750     MOVE DD-WORD TO DT-WORD
001760     MOVE DD-LANGUAGE TO DT-LANGUAGE
001770     MOVE DX-OPERATOR-ID TO DT-OPERATOR-ID
001780     WRITE DT-RECORD
001790     MOVE DD-LANGUAGE TO RJ-LANGUAGE
001800     MOVE DD-WORD TO RJ-WORD
001810     DELETE DICTREJF RECORD
001820         INVALID KEY
001830             MOVE 'ACCEPTED - QUEUED FOR DICTLOAD'
001840                 TO DD-RESULT-TEXT
001850         NOT INVALID KEY
001860             MOVE 'ACCEPTED - QUEUED, REJECTION LIFTED'
001870                 TO DD-RESULT-TEXT
001880     END-DELETE
001890     ADD 1 TO DD-APPLIED-COUNT
001900     .
001910 3200-REJECT-WORD.
001920     MOVE DD-LANGUAGE TO RJ-LANGUAGE
001930     MOVE DD-WORD TO RJ-WORD
001940     MOVE DD-RUN-DATE TO RJ-REJECTED-DATE
001950     MOVE DX-OPERATOR-ID TO RJ-OPERATOR-ID
001960     WRITE RJ-REJECTED-RECORD
001970         INVALID KEY
001980             MOVE 'REJECTED - ALREADY TURNED DOWN'
001990                 TO DD-RESULT-TEXT
002000             ADD 1 TO DD-REJECTED-COUNT
002010         NOT INVALID KEY
002020             MOVE 'TURNED DOWN' TO DD-RESULT-TEXT
002030             ADD 1 TO DD-APPLIED-COUNT
002040     END-WRITE
002050     .
002060 3900-AUDIT-ACCEPTED-ACTION.
002070     SET OA-ASK-AUDIT TO TRUE
002080     MOVE DX-OPERATOR-ID TO OA-OPERATOR-ID
002090     MOVE 'DICTDEC ' TO OA-PROGRAM-ID
002100     MOVE DX-ACTION TO OA-ACTION
002110     MOVE SPACES TO OA-KEY-TEXT
002120     STRING DD-LANGUAGE DELIMITED BY SIZE
002130            ' ' DELIMITED BY SIZE
002140            DD-WORD(1:27) DELIMITED BY SIZE
002150         INTO OA-KEY-TEXT
002160     CALL 'OPERAUTH' USING OA-PARMS
002170     .
002180 4000-WRITE-SUMMARY.
002190     MOVE SPACES TO RPT-LINE
002200     WRITE RPT-LINE
002210     STRING 'APPLIED ' DELIMITED BY SIZE
002220            DD-APPLIED-COUNT DELIMITED BY SIZE
002230            '  REJECTED ' DELIMITED BY SIZE
002240            DD-REJECTED-COUNT DELIMITED BY SIZE
002250         INTO RPT-LINE
002260     WRITE RPT-LINE
002270     .
