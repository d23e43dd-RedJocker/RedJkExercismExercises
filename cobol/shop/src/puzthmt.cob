000010
000020* PUZTHMT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZTHMT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZTHMT MAINTAINS THE THEMED-DAY FILES BEHIND PUZTHEME - THE
000100* PUZTHRF THEME RULE TABLE AND THE PUZTHCF THEME CALENDAR - IN
000110* THE PUZSUBMT MOLD.  THE KEYING OPERATOR'S OWN ID LEADS EACH
000120* PUZTHTXN TRANSACTION AND IS CHECKED THROUGH OPERAUTH (PROGRAM
000130* 'PUZTHMT').  ACTIONS ARE 'R' ADD OR REPLACE A THEME RULE,
000140* 'D' DELETE A THEME RULE, 'S' SCHEDULE A THEME FOR A DATE AND
000150* GAME ('I', 'P', 'R', OR '*' FOR EVERY GAME), AND 'U'
000160* UNSCHEDULE A DATE AND GAME.  A THEME CAN ONLY BE SCHEDULED
000170* ONCE ITS RULE IS ON FILE.  EVERY ACCEPTED ACTION IS AUDITED TO
000180* SECAUDF THROUGH OPERAUTH, AND AN APPLIED-OR-REJECTED LINE PER
000190* TRANSACTION GOES TO PUZTHRPT.
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
000300     SELECT PUZTHTXN ASSIGN TO "PUZTHTXN"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS TM-TXN-STATUS.
000330     SELECT PUZTHRF ASSIGN TO "PUZTHRF"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS TR-THEME-ID
000370         FILE STATUS IS TM-RUL-STATUS.
000380     SELECT PUZTHCF ASSIGN TO "PUZTHCF"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS TC-CALENDAR-KEY
000420         FILE STATUS IS TM-CAL-STATUS.
000430     SELECT PUZTHRPT ASSIGN TO "PUZTHRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS TM-RPT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PUZTHTXN.
000490 01  TT-RECORD.
000500     05  TT-ACTION              PIC X(01).
000510         88  TT-ACTION-RULE         VALUE 'R'.
000520         88  TT-ACTION-DELETE       VALUE 'D'.
000530         88  TT-ACTION-SCHEDULE     VALUE 'S'.
000540         88  TT-ACTION-UNSCHEDULE   VALUE 'U'.
000550     05  TT-OPERATOR-ID         PIC X(08).
000560     05  TT-THEME-ID            PIC X(06).
000570     05  TT-THEME-DATE          PIC X(08).
000580     05  TT-GAME-CODE           PIC X(01).
000590         88  TT-GAME-IS-VALID       VALUE 'I' 'P' 'R' '*'.
000600     05  TT-DESCRIPTION         PIC X(30).
000610     05  TT-MUST-LETTERS        PIC X(10).
000620     05  TT-MUST-SCOPE          PIC X(01).
000630         88  TT-SCOPE-IS-VALID      VALUE 'P' 'W' ' '.
000640     05  TT-FORBIDDEN-LETTERS   PIC X(10).
000650     05  TT-MIN-LEN             PIC X(03).
000660     05  TT-MAX-LEN             PIC X(03).
000670     05  TT-WORD-LIST-TAG       PIC X(02).
000680 FD  PUZTHRF.
000690 COPY "PUZTHRUL.cpy".
000700 FD  PUZTHCF.
000710 COPY "PUZTHCAL.cpy".
000720 FD  PUZTHRPT
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  RPT-LINE                   PIC X(80).
000750 WORKING-STORAGE SECTION.
000760 01  TM-WORK-FIELDS.
000770     05  TM-TXN-STATUS          PIC X(02) VALUE SPACES.
000780         88  TM-TXN-OK              VALUE '00'.
000790         88  TM-TXN-EOF             VALUE '10'.
000800     05  TM-RUL-STATUS          PIC X(02) VALUE SPACES.
000810         88  TM-RUL-NOT-FOUND       VALUE '35'.
000820     05  TM-CAL-STATUS          PIC X(02) VALUE SPACES.
000830         88  TM-CAL-NOT-FOUND       VALUE '35'.
000840     05  TM-RPT-STATUS          PIC X(02) VALUE SPACES.
000850     05  TM-APPLIED-COUNT       PIC 9(05) VALUE ZERO.
000860     05  TM-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
000870     05  TM-CURRENT-TS          PIC X(21) VALUE SPACES.
000880     05  TM-RUN-DATE            PIC X(08) VALUE SPACES.
000890     05  TM-RESULT-TEXT         PIC X(34) VALUE SPACES.
000900     05  TM-MIN-LEN             PIC 9(03) VALUE ZERO.
000910     05  TM-MAX-LEN             PIC 9(03) VALUE ZERO.
000920     05  TM-KEY-TEXT            PIC X(30) VALUE SPACES.
000930     05  TM-ON-FILE-FLAG        PIC X(01) VALUE 'N'.
000940         88  TM-ROW-ON-FILE         VALUE 'Y'.
000950 COPY "OPAUTHLK.cpy".
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE
000990     PERFORM 2000-READ-NEXT-TRANSACTION
001000     PERFORM UNTIL TM-TXN-EOF
001010         IF TT-RECORD NOT = SPACES
001020             PERFORM 3000-APPLY-TRANSACTION
001030         END-IF
001040         PERFORM 2000-READ-NEXT-TRANSACTION
001050     END-PERFORM
001060     PERFORM 4000-WRITE-SUMMARY
001070     CLOSE PUZTHTXN PUZTHRF PUZTHCF PUZTHRPT
001080     GOBACK.
001090* 1000-INITIALIZE - THE FIRST RUN CREATES EMPTY FILES TO
001100* MAINTAIN INTO.
001110 1000-INITIALIZE.
001120     MOVE FUNCTION CURRENT-DATE TO TM-CURRENT-TS
001130     MOVE TM-CURRENT-TS(1:8) TO TM-RUN-DATE
001140     OPEN INPUT PUZTHTXN
001150     OPEN OUTPUT PUZTHRPT
001160     OPEN I-O PUZTHRF
001170     IF TM-RUL-NOT-FOUND
001180         OPEN OUTPUT PUZTHRF
001190         CLOSE PUZTHRF
001200         OPEN I-O PUZTHRF
001210     END-IF
001220     OPEN I-O PUZTHCF
001230     IF TM-CAL-NOT-FOUND
001240         OPEN OUTPUT PUZTHCF
001250         CLOSE PUZTHCF
001260         OPEN I-O PUZTHCF
001270     END-IF
001280     .
001290 2000-READ-NEXT-TRANSACTION.
001300     READ PUZTHTXN
001310         AT END
001320             SET TM-TXN-EOF TO TRUE
001330     END-READ
001340     .
001350 3000-APPLY-TRANSACTION.
001360     MOVE SPACES TO TM-RESULT-TEXT
001370     PERFORM 3020-CHECK-KEYING-OPERATOR
001380     IF TM-RESULT-TEXT = SPACES
001390         EVALUATE TRUE
001400             WHEN TT-ACTION-RULE
001410                 PERFORM 3100-SAVE-THEME-RULE
001420             WHEN TT-ACTION-DELETE
001430                 PERFORM 3200-DELETE-THEME-RULE
001440             WHEN TT-ACTION-SCHEDULE
001450                 PERFORM 3300-SCHEDULE-THEME
001460             WHEN TT-ACTION-UNSCHEDULE
001470                 PERFORM 3400-UNSCHEDULE-THEME
001480             WHEN OTHER
001490                 MOVE 'REJECTED - BAD ACTION CODE'
001500                     TO TM-RESULT-TEXT
001510         END-EVALUATE
001520     END-IF
001530     IF TM-RESULT-TEXT(1:8) = 'REJECTED'
001540         ADD 1 TO TM-REJECTED-COUNT
001550     ELSE
001560         ADD 1 TO TM-APPLIED-COUNT
001570         PERFORM 3900-AUDIT-ACCEPTED-ACTION
001580     END-IF
001590     MOVE SPACES TO RPT-LINE
001600     STRING TT-ACTION       DELIMITED BY SIZE
001610            ' '             DELIMITED BY SIZE
001620            TT-THEME-ID     DELIMITED BY SIZE
001630            ' '             DELIMITED BY SIZE
001640            TT-THEME-DATE   DELIMITED BY SIZE
001650            ' '             DELIMITED BY SIZE
001660            TT-GAME-CODE    DELIMITED BY SIZE
001670            ' '             DELIMITED BY SIZE
001680            TM-RESULT-TEXT  DELIMITED BY SIZE
001690         INTO RPT-LINE
001700     WRITE RPT-LINE
001710     .
001720 3020-CHECK-KEYING-OPERATOR.
001730     MOVE SPACES TO OA-PARMS
001740     SET OA-ASK-CHECK TO TRUE
001750     MOVE TT-OPERATOR-ID TO OA-OPERATOR-ID
001760     MOVE 'PUZTHMT' TO OA-PROGRAM-ID
001770     CALL 'OPERAUTH' USING OA-PARMS
001780     IF OA-OPERATOR-DENIED
001790         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001800             TO TM-RESULT-TEXT
001810     END-IF
001820     .
001830* 3100-SAVE-THEME-RULE - BLANK LENGTHS ARE NO LIMIT; A MAXIMUM
001840* BELOW THE MINIMUM COULD NEVER BE MET AND IS TURNED AWAY.
001850 3100-SAVE-THEME-RULE.
001860     MOVE ZERO TO TM-MIN-LEN
001870     MOVE ZERO TO TM-MAX-LEN
001880     EVALUATE TRUE
001890         WHEN TT-THEME-ID = SPACES
001900             MOVE 'REJECTED - NO THEME ID' TO TM-RESULT-TEXT
001910         WHEN NOT TT-SCOPE-IS-VALID
001920             MOVE 'REJECTED - BAD LETTER SCOPE' TO TM-RESULT-TEXT
001930         WHEN TT-MIN-LEN NOT = SPACES AND TT-MIN-LEN NOT NUMERIC
001940             MOVE 'REJECTED - BAD MINIMUM LENGTH'
001950                 TO TM-RESULT-TEXT
001960         WHEN TT-MAX-LEN NOT = SPACES AND TT-MAX-LEN NOT NUMERIC
001970             MOVE 'REJECTED - BAD MAXIMUM LENGTH'
001980                 TO TM-RESULT-TEXT
001990         WHEN OTHER
002000             IF TT-MIN-LEN NUMERIC
002010                 MOVE TT-MIN-LEN TO TM-MIN-LEN
002020             END-IF
002030             IF TT-MAX-LEN NUMERIC
002040                 MOVE TT-MAX-LEN TO TM-MAX-LEN
002050             END-IF
002060             IF TM-MAX-LEN > ZERO AND TM-MAX-LEN < TM-MIN-LEN
002070                 MOVE 'REJECTED - MAXIMUM BELOW MINIMUM'
002080                     TO TM-RESULT-TEXT
002090             END-IF
002100     END-EVALUATE
002110     IF TM-RESULT-TEXT = SPACES
002120         PERFORM 3110-WRITE-THEME-RULE
002130     END-IF
002140     .
002150 3110-WRITE-THEME-RULE.
002160     MOVE TT-THEME-ID TO TR-THEME-ID
002170     READ PUZTHRF
002180         INVALID KEY
002190             MOVE 'N' TO TM-ON-FILE-FLAG
002200         NOT INVALID KEY
002210             SET TM-ROW-ON-FILE TO TRUE
002220     END-READ
002230     MOVE SPACES TO TR-THEME-RECORD
002240     MOVE TT-THEME-ID TO TR-THEME-ID
002250     MOVE TT-DESCRIPTION TO TR-DESCRIPTION
002260     MOVE FUNCTION UPPER-CASE(TT-MUST-LETTERS)
002270         TO TR-MUST-LETTERS
002280     MOVE TT-MUST-SCOPE TO TR-MUST-SCOPE
002290     MOVE FUNCTION UPPER-CASE(TT-FORBIDDEN-LETTERS)
002300         TO TR-FORBIDDEN-LETTERS
002310     MOVE TM-MIN-LEN TO TR-MIN-LEN
002320     MOVE TM-MAX-LEN TO TR-MAX-LEN
002330     MOVE TT-WORD-LIST-TAG TO TR-WORD-LIST-TAG
002340     MOVE TT-OPERATOR-ID TO TR-LAST-CHANGED-BY
002350     MOVE TM-RUN-DATE TO TR-LAST-CHANGED-DATE
002360     IF TM-ROW-ON-FILE
002370         REWRITE TR-THEME-RECORD
002380         MOVE 'THEME RULE REPLACED' TO TM-RESULT-TEXT
002390     ELSE
002400         WRITE TR-THEME-RECORD
002410         MOVE 'THEME RULE ADDED' TO TM-RESULT-TEXT
002420     END-IF
002430     .
002440* 3200-DELETE-THEME-RULE - A CALENDAR ROW LEFT POINTING AT A
002450* DELETED THEME IS AN UNTHEMED DAY WITH A WARNING FROM PUZTHEME.
002460 3200-DELETE-THEME-RULE.
002470     MOVE TT-THEME-ID TO TR-THEME-ID
002480     DELETE PUZTHRF
002490         INVALID KEY
002500             MOVE 'REJECTED - THEME NOT ON FILE'
002510                 TO TM-RESULT-TEXT
002520         NOT INVALID KEY
002530             MOVE 'THEME RULE DELETED' TO TM-RESULT-TEXT
002540     END-DELETE
002550     .
002560 3300-SCHEDULE-THEME.
002570     EVALUATE TRUE
002580         WHEN TT-THEME-DATE NOT NUMERIC
002590             MOVE 'REJECTED - BAD THEME DATE' TO TM-RESULT-TEXT
002600         WHEN NOT TT-GAME-IS-VALID
002610             MOVE 'REJECTED - BAD GAME CODE' TO TM-RESULT-TEXT
002620         WHEN OTHER
002630             MOVE TT-THEME-ID TO TR-THEME-ID
002640             READ PUZTHRF
002650                 INVALID KEY
002660                     MOVE 'REJECTED - THEME NOT ON FILE'
002670                         TO TM-RESULT-TEXT
002680             END-READ
002690     END-EVALUATE
002700     IF TM-RESULT-TEXT = SPACES
002710         MOVE TT-THEME-DATE TO TC-THEME-DATE
002720         MOVE TT-GAME-CODE TO TC-GAME-CODE
002730         READ PUZTHCF
002740             INVALID KEY
002750                 MOVE 'N' TO TM-ON-FILE-FLAG
002760             NOT INVALID KEY
002770                 SET TM-ROW-ON-FILE TO TRUE
002780         END-READ
002790         MOVE TT-THEME-ID TO TC-THEME-ID
002800         MOVE TT-OPERATOR-ID TO TC-LAST-CHANGED-BY
002810         MOVE TM-RUN-DATE TO TC-LAST-CHANGED-DATE
002820         IF TM-ROW-ON-FILE
002830             REWRITE TC-CALENDAR-RECORD
002840             MOVE 'SCHEDULE REPLACED' TO TM-RESULT-TEXT
002850         ELSE
002860             WRITE TC-CALENDAR-RECORD
002870             MOVE 'SCHEDULED' TO TM-RESULT-TEXT
002880         END-IF
002890     END-IF
002900     .
002910 3400-UNSCHEDULE-THEME.
002920     MOVE TT-THEME-DATE TO TC-THEME-DATE
002930     MOVE TT-GAME-CODE TO TC-GAME-CODE
002940     DELETE PUZTHCF
002950         INVALID KEY
002960             MOVE 'REJECTED - NOT SCHEDULED' TO TM-RESULT-TEXT
002970         NOT INVALID KEY
002980             MOVE 'UNSCHEDULED' TO TM-RESULT-TEXT
002990     END-DELETE
003000     .
003010 3900-AUDIT-ACCEPTED-ACTION.
003020     MOVE SPACES TO TM-KEY-TEXT
003030     STRING TT-THEME-ID   DELIMITED BY SIZE
003040            ' '           DELIMITED BY SIZE
003050            TT-THEME-DATE DELIMITED BY SIZE
003060            ' '           DELIMITED BY SIZE
003070            TT-GAME-CODE  DELIMITED BY SIZE
003080         INTO TM-KEY-TEXT
003090     SET OA-ASK-AUDIT TO TRUE
003100     MOVE TT-OPERATOR-ID TO OA-OPERATOR-ID
003110     MOVE 'PUZTHMT' TO OA-PROGRAM-ID
003120     MOVE TT-ACTION TO OA-ACTION
003130     MOVE TM-KEY-TEXT TO OA-KEY-TEXT
003140     CALL 'OPERAUTH' USING OA-PARMS
003150     .
003160 4000-WRITE-SUMMARY.
003170     MOVE SPACES TO RPT-LINE
003180     WRITE RPT-LINE
003190     STRING 'APPLIED ' DELIMITED BY SIZE
003200            TM-APPLIED-COUNT DELIMITED BY SIZE
003210            '  REJECTED ' DELIMITED BY SIZE
003220            TM-REJECTED-COUNT DELIMITED BY SIZE
003230         INTO RPT-LINE
003240     WRITE RPT-LINE
003250     .
