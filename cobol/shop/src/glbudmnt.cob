000010
000020* GLBUDMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    GLBUDMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* GLBUDMNT MAINTAINS THE GLBUDGF GENERAL-LEDGER BUDGET FILE, IN
000100* THE PLANCMNT MOLD.  THE KEYING OPERATOR'S OWN ID LEADS EACH
000110* GLBUDTXN TRANSACTION AND IS CHECKED THROUGH OPERAUTH (PROGRAM
000120* 'GLBUDMNT').  ACTIONS ARE 'A' ADD OR REPLACE THE BUDGET FOR ONE
000130* GLDAILYF SOURCE CODE AND CALENDAR MONTH (AMOUNT WITH A LEADING
000140* '-' FOR A MONEY-OUT SOURCE, AND AN OPTIONAL VARIANCE TOLERANCE
000150* PERCENTAGE - BLANK MEANS 10) AND 'D' DELETE ONE.  A SOURCE CODE
000160* THE JOURNAL DOES NOT CARRY, OR A MONTH THAT IS NOT A REAL
000170* YYYYMM, IS REJECTED.  EVERY ACCEPTED ACTION IS AUDITED TO
000180* SECAUDF THROUGH OPERAUTH, AND AN APPLIED-OR-REJECTED LINE PER
000190* TRANSACTION GOES TO GLBMRPT.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 RJ    ORIGINAL PROGRAM
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT GLBUDTXN ASSIGN TO "GLBUDTXN"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS BM-TXN-STATUS.
000330     SELECT GLBUDGF ASSIGN TO "GLBUDGF"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS BG-BUDGET-KEY
000370         FILE STATUS IS BM-BUD-STATUS.
000380     SELECT GLBMRPT ASSIGN TO "GLBMRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS BM-RPT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  GLBUDTXN.
000440 01  BX-RECORD.
000450     05  BX-ACTION              PIC X(01).
000460         88  BX-ACTION-ADD          VALUE 'A'.
000470         88  BX-ACTION-DELETE       VALUE 'D'.
000480     05  BX-OPERATOR-ID         PIC X(08).
000490     05  BX-SOURCE              PIC X(02).
000500     05  BX-MONTH               PIC X(06).
000510     05  BX-MONTH-PARTS REDEFINES BX-MONTH.
000520         10  BX-MONTH-YEAR      PIC 9(04).
000530         10  BX-MONTH-MM        PIC 9(02).
000540     05  BX-AMOUNT-SIGN         PIC X(01).
000550         88  BX-AMOUNT-NEGATIVE     VALUE '-'.
000560     05  BX-AMOUNT              PIC X(11).
000570     05  BX-AMOUNT-N REDEFINES BX-AMOUNT
000580                                PIC 9(09)V99.
000590     05  BX-TOLERANCE-PCT       PIC X(03).
000600     05  BX-TOLERANCE-PCT-N REDEFINES BX-TOLERANCE-PCT
000610                                PIC 9(03).
000620 FD  GLBUDGF.
000630 COPY "GLBUDGT.cpy".
000640 FD  GLBMRPT
000650     RECORD CONTAINS 80 CHARACTERS.
000660 01  RPT-LINE                   PIC X(80).
000670 WORKING-STORAGE SECTION.
000680* THE SOURCE CODES GLDAILY WRITES TO THE JOURNAL.
000690 01  BM-SOURCE-CODES.
000700     05  BM-SOURCE-VALUES       PIC X(14) VALUE 'RFPCRVVPLPTFIV'.
000710     05  BM-SOURCE-TABLE REDEFINES BM-SOURCE-VALUES.
000720         10  BM-SOURCE-CODE     PIC X(02) OCCURS 7 TIMES.
000730 01  BM-WORK-FIELDS.
000740     05  BM-TXN-STATUS          PIC X(02) VALUE SPACES.
000750         88  BM-TXN-OK              VALUE '00'.
000760         88  BM-TXN-EOF             VALUE '10'.
000770     05  BM-BUD-STATUS          PIC X(02) VALUE SPACES.
000780         88  BM-BUD-NOT-FOUND       VALUE '35'.
000790     05  BM-RPT-STATUS          PIC X(02) VALUE SPACES.
000800     05  BM-APPLIED-COUNT       PIC 9(05) VALUE ZERO.
000810     05  BM-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
000820     05  BM-CURRENT-TS          PIC X(21) VALUE SPACES.
000830     05  BM-RUN-DATE            PIC X(08) VALUE SPACES.
000840     05  BM-RESULT-TEXT         PIC X(40) VALUE SPACES.
000850     05  BM-KEY-TEXT            PIC X(30) VALUE SPACES.
000860     05  BM-SOURCE-IX           PIC 9(02) VALUE ZERO.
000870     05  BM-SOURCE-FLAG         PIC X(01) VALUE 'N'.
000880         88  BM-SOURCE-IS-KNOWN     VALUE 'Y'.
000890     05  BM-ON-FILE-FLAG        PIC X(01) VALUE 'N'.
000900         88  BM-ROW-ON-FILE         VALUE 'Y'.
000910     05  BM-AMOUNT-ED           PIC -ZZZZZZZZ9.99.
000920 COPY "OPAUTHLK.cpy".
000930 PROCEDURE DIVISION.
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE
000960     PERFORM 2000-READ-NEXT-TRANSACTION
000970     PERFORM UNTIL BM-TXN-EOF
000980         IF BX-RECORD NOT = SPACES
000990             PERFORM 3000-APPLY-TRANSACTION
001000         END-IF
001010         PERFORM 2000-READ-NEXT-TRANSACTION
001020     END-PERFORM
001030     PERFORM 4000-WRITE-SUMMARY
001040     CLOSE GLBUDTXN GLBUDGF GLBMRPT
001050     GOBACK.
001060* 1000-INITIALIZE - THE FIRST RUN CREATES AN EMPTY BUDGET FILE TO
001070* MAINTAIN INTO.
001080 1000-INITIALIZE.
001090     MOVE FUNCTION CURRENT-DATE TO BM-CURRENT-TS
001100     MOVE BM-CURRENT-TS(1:8) TO BM-RUN-DATE
001110     OPEN INPUT GLBUDTXN
001120     OPEN OUTPUT GLBMRPT
001130     OPEN I-O GLBUDGF
001140     IF BM-BUD-NOT-FOUND
001150         OPEN OUTPUT GLBUDGF
001160         CLOSE GLBUDGF
001170         OPEN I-O GLBUDGF
001180     END-IF
001190     MOVE 'GENERAL LEDGER BUDGET MAINTENANCE' TO RPT-LINE
001200     WRITE RPT-LINE
001210     .
001220 2000-READ-NEXT-TRANSACTION.
001230     READ GLBUDTXN
001240         AT END
001250             SET BM-TXN-EOF TO TRUE
001260     END-READ
001270     .
001280 3000-APPLY-TRANSACTION.
001290     MOVE SPACES TO BM-RESULT-TEXT
001300     PERFORM 3020-CHECK-KEYING-OPERATOR
001310     IF BM-RESULT-TEXT = SPACES
001320         PERFORM 3050-VALIDATE-KEY
001330     END-IF
001340     IF BM-RESULT-TEXT = SPACES
001350         EVALUATE TRUE
001360             WHEN BX-ACTION-ADD
001370                 PERFORM 3100-SAVE-BUDGET-ROW
001380             WHEN BX-ACTION-DELETE
001390                 PERFORM 3200-DELETE-BUDGET-ROW
001400             WHEN OTHER
001410                 MOVE 'REJECTED - BAD ACTION CODE'
001420                     TO BM-RESULT-TEXT
001430         END-EVALUATE
001440     END-IF
001450     IF BM-RESULT-TEXT(1:8) = 'REJECTED'
001460         ADD 1 TO BM-REJECTED-COUNT
001470     ELSE
001480         ADD 1 TO BM-APPLIED-COUNT
001490         PERFORM 3900-AUDIT-ACCEPTED-ACTION
001500     END-IF
001510     MOVE SPACES TO RPT-LINE
001520     STRING BX-ACTION         DELIMITED BY SIZE
001530            ' '               DELIMITED BY SIZE
001540            BX-SOURCE         DELIMITED BY SIZE
001550            ' '               DELIMITED BY SIZE
001560            BX-MONTH          DELIMITED BY SIZE
001570            ' '               DELIMITED BY SIZE
001580            BM-RESULT-TEXT    DELIMITED BY SIZE
001590         INTO RPT-LINE
001600     WRITE RPT-LINE
001610     .
001620 3020-CHECK-KEYING-OPERATOR.
001630     MOVE SPACES TO OA-PARMS
001640     SET OA-ASK-CHECK TO TRUE
001650     MOVE BX-OPERATOR-ID TO OA-OPERATOR-ID
001660     MOVE 'GLBUDMNT' TO OA-PROGRAM-ID
001670     CALL 'OPERAUTH' USING OA-PARMS
001680     IF OA-OPERATOR-DENIED
001690         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001700             TO BM-RESULT-TEXT
001710     END-IF
001720     .
001730* 3050-VALIDATE-KEY - A SOURCE CODE THE JOURNAL CARRIES AND A
001740* REAL CALENDAR MONTH.
001750 3050-VALIDATE-KEY.
001760     MOVE 'N' TO BM-SOURCE-FLAG
001770     PERFORM VARYING BM-SOURCE-IX FROM 1 BY 1
001780             UNTIL BM-SOURCE-IX > 7
001790         IF BM-SOURCE-CODE(BM-SOURCE-IX) = BX-SOURCE
001800             SET BM-SOURCE-IS-KNOWN TO TRUE
001810         END-IF
001820     END-PERFORM
001830     EVALUATE TRUE
001840         WHEN NOT BM-SOURCE-IS-KNOWN
001850             MOVE 'REJECTED - UNKNOWN SOURCE CODE'
001860                 TO BM-RESULT-TEXT
001870         WHEN BX-MONTH NOT NUMERIC
001880             MOVE 'REJECTED - BAD MONTH' TO BM-RESULT-TEXT
001890         WHEN BX-MONTH-MM < 1 OR BX-MONTH-MM > 12
001900             MOVE 'REJECTED - BAD MONTH' TO BM-RESULT-TEXT
001910         WHEN OTHER
001920             CONTINUE
001930     END-EVALUATE
001940     .
001950* 3100-SAVE-BUDGET-ROW - ADD THE MONTH'S BUDGET, OR REPLACE THE
001960* ONE ALREADY THERE.
001970 3100-SAVE-BUDGET-ROW.
001980     EVALUATE TRUE
001990         WHEN BX-AMOUNT NOT NUMERIC
002000             MOVE 'REJECTED - BAD AMOUNT' TO BM-RESULT-TEXT
002010         WHEN BX-AMOUNT-SIGN NOT = SPACE
002020                 AND BX-AMOUNT-SIGN NOT = '+'
002030                 AND NOT BX-AMOUNT-NEGATIVE
002040             MOVE 'REJECTED - BAD AMOUNT' TO BM-RESULT-TEXT
002050         WHEN BX-TOLERANCE-PCT NOT = SPACES
002060                 AND BX-TOLERANCE-PCT NOT NUMERIC
002070             MOVE 'REJECTED - BAD TOLERANCE' TO BM-RESULT-TEXT
002080         WHEN OTHER
002090             PERFORM 3110-WRITE-BUDGET-ROW
002100     END-EVALUATE
002110     .
002120 3110-WRITE-BUDGET-ROW.
002130     MOVE BX-SOURCE TO BG-SOURCE
002140     MOVE BX-MONTH TO BG-MONTH
002150     READ GLBUDGF
002160         INVALID KEY
002170             MOVE 'N' TO BM-SOURCE-FLAG
002180         NOT INVALID KEY
002190             MOVE 'Y' TO BM-SOURCE-FLAG
002200     END-READ
002210     MOVE BX-SOURCE TO BG-SOURCE
002220     MOVE BX-MONTH TO BG-MONTH
002230     IF BX-AMOUNT-NEGATIVE
002240         COMPUTE BG-BUDGET-AMOUNT = ZERO - BX-AMOUNT-N
002250     ELSE
002260         MOVE BX-AMOUNT-N TO BG-BUDGET-AMOUNT
002270     END-IF
002280     IF BX-TOLERANCE-PCT = SPACES
002290         MOVE 10 TO BG-TOLERANCE-PCT
002300     ELSE
002310         MOVE BX-TOLERANCE-PCT-N TO BG-TOLERANCE-PCT
002320     END-IF
002330     MOVE BX-OPERATOR-ID TO BG-LAST-CHANGED-BY
002340     MOVE BM-RUN-DATE TO BG-LAST-CHANGED-DATE
002350     MOVE BG-BUDGET-AMOUNT TO BM-AMOUNT-ED
002360     MOVE SPACES TO BM-RESULT-TEXT
002370     IF BM-ROW-ON-FILE
002380         REWRITE BG-BUDGET-RECORD
002390         STRING 'BUDGET REPLACED ' DELIMITED BY SIZE
002400                BM-AMOUNT-ED DELIMITED BY SIZE
002410             INTO BM-RESULT-TEXT
002420     ELSE
002430         WRITE BG-BUDGET-RECORD
002440         STRING 'BUDGET ADDED ' DELIMITED BY SIZE
002450                BM-AMOUNT-ED DELIMITED BY SIZE
002460             INTO BM-RESULT-TEXT
002470     END-IF
002480     .
002490 3200-DELETE-BUDGET-ROW.
002500     MOVE BX-SOURCE TO BG-SOURCE
002510     MOVE BX-MONTH TO BG-MONTH
002520     READ GLBUDGF
002530         INVALID KEY
002540             MOVE 'REJECTED - BUDGET NOT ON FILE'
002550                 TO BM-RESULT-TEXT
002560         NOT INVALID KEY
002570             DELETE GLBUDGF RECORD
002580             MOVE 'BUDGET DELETED' TO BM-RESULT-TEXT
002590     END-READ
002600     .
002610 3900-AUDIT-ACCEPTED-ACTION.
002620     MOVE SPACES TO BM-KEY-TEXT
002630     STRING BX-SOURCE DELIMITED BY SIZE
002640            ' '       DELIMITED BY SIZE
002650            BX-MONTH  DELIMITED BY SIZE
002660         INTO BM-KEY-TEXT
002670     SET OA-ASK-AUDIT TO TRUE
002680     MOVE BX-OPERATOR-ID TO OA-OPERATOR-ID
002690     MOVE 'GLBUDMNT' TO OA-PROGRAM-ID
002700     MOVE BX-ACTION TO OA-ACTION
002710     MOVE BM-KEY-TEXT TO OA-KEY-TEXT
002720     CALL 'OPERAUTH' USING OA-PARMS
002730     .
002740 4000-WRITE-SUMMARY.
002750     MOVE SPACES TO RPT-LINE
002760     WRITE RPT-LINE
002770     STRING 'APPLIED ' DELIMITED BY SIZE
002780            BM-APPLIED-COUNT DELIMITED BY SIZE
002790            '  REJECTED ' DELIMITED BY SIZE
002800            BM-REJECTED-COUNT DELIMITED BY SIZE
002810         INTO RPT-LINE
002820     WRITE RPT-LINE
002830     .
