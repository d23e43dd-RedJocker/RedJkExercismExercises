000010
000020* PUZATMPT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZATMPT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZATMPT IS THE KIOSK TRANSACTION FOR A PLAYER'S ATTEMPT AT
000100* THE PUZZLE OF THE DAY PUBLISHED BY PUZZDAY ON PUZZDOTD.  THE
000110* ANSWER TYPED IS CHECKED AGAINST THE PUBLISHED PHRASE THE WAY
000120* THE GAMES COMPARE PHRASES - UPPER-CASED, ACCENTS FOLDED BY
000130* DIAFOLD, AND LETTERS ONLY, SO SPACING AND PUNCTUATION DO NOT
000140* COST A SOLVE - AND EVERY ATTEMPT, SOLVED OR NOT, IS APPENDED
000150* TO THE PUZATMF ATTEMPTS FILE WITH THE PLAYER, TERMINAL AND
000160* SECONDS TAKEN FOR THE PUZATRP MORNING REPORT.  A PUZZDOTD
000170* THAT IS MISSING OR NOT DATED TODAY MEANS NO PUZZLE TO ATTEMPT.
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
000280     SELECT PUZZDOTD ASSIGN TO "PUZZDOTD"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS PK-POD-STATUS.
000310     SELECT PUZATMF ASSIGN TO "PUZATMF"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS PK-ATM-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PUZZDOTD.
000370 01  OD-PUZZLE-RECORD.
000380     05  OD-DATE                PIC X(08).
000390     05  OD-CATEGORY            PIC X(10).
000400     05  OD-DIFFICULTY          PIC 9(01).
000410     05  OD-PHRASE              PIC X(120).
000420 FD  PUZATMF.
000430 COPY "PUZATTM.cpy".
000440 WORKING-STORAGE SECTION.
000450 01  PK-WORK-FIELDS.
000460     05  PK-POD-STATUS          PIC X(02) VALUE SPACES.
000470     05  PK-ATM-STATUS          PIC X(02) VALUE SPACES.
000480     05  PK-PUZZLE-FLAG         PIC X(01) VALUE 'N'.
000490         88  PK-PUZZLE-TODAY        VALUE 'Y'.
000500     05  PK-CURRENT-TS          PIC X(21) VALUE SPACES.
000510     05  PK-RUN-DATE            PIC X(08) VALUE SPACES.
000520     05  PK-FOLD-IN             PIC X(120) VALUE SPACES.
000530     05  PK-FOLD-OUT            PIC X(120) VALUE SPACES.
000540     05  PK-FOLD-LEN            PIC 9(03) VALUE ZERO.
000550     05  PK-SCAN-IX             PIC 9(03) VALUE ZERO.
000560     05  PK-CHAR                PIC X(01) VALUE SPACE.
000570     05  PK-ANSWER-KEY          PIC X(120) VALUE SPACES.
000580     05  PK-ATTEMPT-KEY         PIC X(120) VALUE SPACES.
000590 01  PK-PUZZLE.
000600     05  PK-PUZZLE-DATE         PIC X(08) VALUE SPACES.
000610     05  PK-PUZZLE-CATEGORY     PIC X(10) VALUE SPACES.
000620     05  PK-PUZZLE-DIFFICULTY   PIC 9(01) VALUE ZERO.
000630     05  PK-PUZZLE-PHRASE       PIC X(120) VALUE SPACES.
000640 LINKAGE SECTION.
000650 COPY "PUZATMLK.cpy".
000660 PROCEDURE DIVISION USING AT-PARMS.
000670 0000-MAINLINE.
000680     MOVE FUNCTION CURRENT-DATE TO PK-CURRENT-TS
000690     MOVE PK-CURRENT-TS(1:8) TO PK-RUN-DATE
000700     PERFORM 1000-READ-PUBLISHED-PUZZLE
000710     IF NOT PK-PUZZLE-TODAY
000720         SET AT-NO-PUZZLE TO TRUE
000730         MOVE 'NO PUZZLE OF THE DAY YET' TO AT-RESULT-TEXT
000740         SET PS-STATUS-WARNING OF AT-PARMS TO TRUE
000750         GOBACK
000760     END-IF
000770     MOVE PK-PUZZLE-PHRASE TO PK-FOLD-IN
000780     PERFORM 2000-FOLD-TO-LETTERS
000790     MOVE PK-FOLD-OUT TO PK-ANSWER-KEY
000800     MOVE AT-ATTEMPT-TEXT TO PK-FOLD-IN
000810     PERFORM 2000-FOLD-TO-LETTERS
000820     MOVE PK-FOLD-OUT TO PK-ATTEMPT-KEY
000830     IF PK-ATTEMPT-KEY = PK-ANSWER-KEY
000840             AND PK-ATTEMPT-KEY NOT = SPACES
000850         SET AT-SOLVED TO TRUE
000860         MOVE 'SOLVED - WELL DONE' TO AT-RESULT-TEXT
000870     ELSE
000880         SET AT-NOT-SOLVED TO TRUE
000890         MOVE 'NOT QUITE - TRY AGAIN' TO AT-RESULT-TEXT
000900     END-IF
000910     PERFORM 3000-RECORD-ATTEMPT
000920     SET PS-STATUS-NORMAL OF AT-PARMS TO TRUE
000930     GOBACK.
000940* 1000-READ-PUBLISHED-PUZZLE - READ ON EVERY CALL, SINCE THE
000950* KIOSK STAYS LOADED WHILE PUZZDAY PUBLISHES THE NEXT ONE.
000960 1000-READ-PUBLISHED-PUZZLE.
000970     MOVE 'N' TO PK-PUZZLE-FLAG
000980     OPEN INPUT PUZZDOTD
000990     IF PK-POD-STATUS = '00'
001000         READ PUZZDOTD
001010             AT END
001020                 CONTINUE
001030             NOT AT END
001040                 MOVE OD-PUZZLE-RECORD TO PK-PUZZLE
001050                 IF PK-PUZZLE-DATE = PK-RUN-DATE
001060                     SET PK-PUZZLE-TODAY TO TRUE
001070                 END-IF
001080         END-READ
001090         CLOSE PUZZDOTD
001100     END-IF
001110     .
001120* 2000-FOLD-TO-LETTERS - UPPER-CASE, FOLD ACCENTS, AND CLOSE UP
001130* EVERYTHING THAT IS NOT A LETTER.
001140 2000-FOLD-TO-LETTERS.
001150     MOVE FUNCTION UPPER-CASE(PK-FOLD-IN) TO PK-FOLD-IN
001160     INSPECT PK-FOLD-IN REPLACING
001170 COPY "DIAFOLD.cpy".
001180     MOVE SPACES TO PK-FOLD-OUT
001190     MOVE ZERO TO PK-FOLD-LEN
001200     PERFORM VARYING PK-SCAN-IX FROM 1 BY 1
001210             UNTIL PK-SCAN-IX > 120
001220         MOVE PK-FOLD-IN(PK-SCAN-IX:1) TO PK-CHAR
001230         IF PK-CHAR >= 'A' AND PK-CHAR <= 'Z'
001240             ADD 1 TO PK-FOLD-LEN
001250             MOVE PK-CHAR TO PK-FOLD-OUT(PK-FOLD-LEN:1)
001260         END-IF
001270     END-PERFORM
001280     .
001290 3000-RECORD-ATTEMPT.
001300     MOVE SPACES TO PK-ATM-STATUS
001310     OPEN EXTEND PUZATMF
001320     IF PK-ATM-STATUS NOT = '00'
001330         OPEN OUTPUT PUZATMF
001340     END-IF
001350     MOVE SPACES TO AR-ATTEMPT-RECORD
001360     MOVE PK-RUN-DATE TO AR-ATTEMPT-DATE
001370     MOVE PK-CURRENT-TS(9:6) TO AR-ATTEMPT-TIME
001380     MOVE AT-PLAYER-ID TO AR-PLAYER-ID
001390     MOVE AT-TERMINAL-ID TO AR-TERMINAL-ID
001400     MOVE AT-ATTEMPT-TEXT TO AR-ATTEMPT-TEXT
001410     MOVE AT-RESULT TO AR-SOLVED-FLAG
001420     MOVE AT-SECONDS-TAKEN TO AR-SECONDS-TAKEN
001430     MOVE PK-PUZZLE-DATE TO AR-PUZZLE-DATE
001440     MOVE PK-PUZZLE-CATEGORY TO AR-PUZZLE-CATEGORY
001450     MOVE PK-PUZZLE-DIFFICULTY TO AR-PUZZLE-DIFFICULTY
001460     WRITE AR-ATTEMPT-RECORD
001470     CLOSE PUZATMF
001480     .
