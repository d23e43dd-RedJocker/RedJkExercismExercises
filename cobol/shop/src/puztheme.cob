000010
000020* PUZTHEME
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZTHEME.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZTHEME IS THE THEMED-DAY CHECK SHARED BY ISOBATCH, PANBATCH,
000100* RSBATCH, PUZZONL AND PUZZDAY.  THE CALLER HAS ALREADY RUN ITS
000110* OWN ISOGRAM, PANGRAM OR PALINDROME CHECK; PUZTHEME THEN LOOKS
000120* UP TODAY'S THEME FOR THE GAME ON THE PUZTHCF CALENDAR (THE
000130* GAME'S OWN ROW, ELSE THE '*' ROW FOR THE DAY), FETCHES THE RULE
000140* FROM PUZTHRF, AND TESTS THE PHRASE AGAINST IT IN THIS ORDER:
000150* LENGTH, REQUIRED LETTERS, FORBIDDEN LETTERS, WORD LIST.  THE
000160* FIRST RULE BROKEN IS RETURNED.  THE WORD LIST TEST GOES
000170* THROUGH DICTCHK UNDER THE RULE'S TAG AND NEEDS EVERY WORD
000180* FOUND; A MISSING DICTF PASSES IT, THE SAME AS EVERYWHERE ELSE.
000190* BOTH FILES STAY OPEN ACROSS CALLS WITHIN A RUN; WITHOUT THE
000200* CALENDAR EVERY DAY IS UNTHEMED.
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
000310     SELECT PUZTHCF ASSIGN TO "PUZTHCF"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS TC-CALENDAR-KEY
000350         FILE STATUS IS TA-CAL-STATUS.
000360     SELECT PUZTHRF ASSIGN TO "PUZTHRF"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS TR-THEME-ID
000400         FILE STATUS IS TA-RUL-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PUZTHCF.
000440 COPY "PUZTHCAL.cpy".
000450 FD  PUZTHRF.
000460 COPY "PUZTHRUL.cpy".
000470 WORKING-STORAGE SECTION.
000480 01  TA-WORK-FIELDS.
000490     05  TA-CAL-STATUS          PIC X(02) VALUE SPACES.
000500     05  TA-RUL-STATUS          PIC X(02) VALUE SPACES.
000510     05  TA-FILE-SWITCH         PIC X(01) VALUE SPACE.
000520         88  TA-FILES-ARE-OPEN      VALUE 'Y'.
000530         88  TA-FILES-MISSING       VALUE 'N'.
000540         88  TA-NOT-YET-TRIED       VALUE SPACE.
000550     05  TA-FOUND-FLAG          PIC X(01) VALUE 'N'.
000560         88  TA-ROW-FOUND           VALUE 'Y'.
000570     05  TA-CURRENT-TS          PIC X(21) VALUE SPACES.
000580     05  TA-UPPER-PHRASE        PIC X(246) VALUE SPACES.
000590     05  TA-PHRASE-LEN          PIC 9(03) VALUE ZERO.
000600     05  TA-SCAN-IX             PIC 9(03) VALUE ZERO.
000610     05  TA-LETTER-IX           PIC 9(02) VALUE ZERO.
000620     05  TA-LETTER              PIC X(01) VALUE SPACE.
000630     05  TA-TALLY               PIC 9(03) VALUE ZERO.
000640     05  TA-CHAR                PIC X(01) VALUE SPACE.
000650     05  TA-WORD-BUFFER         PIC X(30) VALUE SPACES.
000660     05  TA-WORD-LEN            PIC 9(02) VALUE ZERO.
000670 COPY "DICTCHKL.cpy".
000680 LINKAGE SECTION.
000690 COPY "PUZTHMLK.cpy".
000700 PROCEDURE DIVISION USING TL-PARMS.
000710 0000-MAINLINE.
000720     MOVE SPACES TO TL-THEME-ID
000730     MOVE SPACES TO TL-RESULT-TEXT
000740     SET TL-NO-THEME TO TRUE
000750     SET PS-STATUS-NORMAL OF TL-PARMS TO TRUE
000760     PERFORM 1000-OPEN-THEME-FILES
000770     IF TA-FILES-ARE-OPEN
000780         PERFORM 2000-FIND-TODAYS-THEME
000790         IF TA-ROW-FOUND
000800             PERFORM 3000-APPLY-THEME-RULE
000810         END-IF
000820     END-IF
000830     GOBACK.
000840* 1000-OPEN-THEME-FILES - THE CALENDAR AND RULE TABLE ARE
000850* NEEDED TOGETHER; EITHER MISSING TURNS THEMES OFF FOR THE RUN.
000860 1000-OPEN-THEME-FILES.
000870     IF TA-NOT-YET-TRIED
000880         OPEN INPUT PUZTHCF
000890         OPEN INPUT PUZTHRF
000900         IF TA-CAL-STATUS = '00' AND TA-RUL-STATUS = '00'
000910             SET TA-FILES-ARE-OPEN TO TRUE
000920         ELSE
000930             SET TA-FILES-MISSING TO TRUE
000940         END-IF
000950     END-IF
000960     .
000970* 2000-FIND-TODAYS-THEME - TODAY IS TAKEN ON EVERY CALL, SINCE
000980* THE KIOSK STAYS LOADED PAST MIDNIGHT.
000990 2000-FIND-TODAYS-THEME.
001000     MOVE 'N' TO TA-FOUND-FLAG
001010     MOVE FUNCTION CURRENT-DATE TO TA-CURRENT-TS
001020     MOVE TA-CURRENT-TS(1:8) TO TC-THEME-DATE
001030     MOVE TL-GAME-CODE TO TC-GAME-CODE
001040     PERFORM 2100-READ-CALENDAR
001050     IF NOT TA-ROW-FOUND
001060         MOVE '*' TO TC-GAME-CODE
001070         PERFORM 2100-READ-CALENDAR
001080     END-IF
001090     IF TA-ROW-FOUND
001100         MOVE TC-THEME-ID TO TR-THEME-ID
001110         READ PUZTHRF
001120             INVALID KEY
001130                 MOVE 'N' TO TA-FOUND-FLAG
001140                 MOVE 'THEME NOT ON RULE TABLE'
001150                     TO TL-RESULT-TEXT
001160                 SET PS-STATUS-WARNING OF TL-PARMS TO TRUE
001170         END-READ
001180     END-IF
001190     .
001200 2100-READ-CALENDAR.
001210     READ PUZTHCF
001220         INVALID KEY
001230             MOVE 'N' TO TA-FOUND-FLAG
001240         NOT INVALID KEY
001250             SET TA-ROW-FOUND TO TRUE
001260     END-READ
001270     .
001280* 3000-APPLY-THEME-RULE - EACH TEST RUNS ONLY WHILE NOTHING IS
001290* BROKEN YET, SO THE TEXT NAMES THE FIRST RULE MISSED.
001300 3000-APPLY-THEME-RULE.
001310     MOVE TR-THEME-ID TO TL-THEME-ID
001320     SET TL-THEME-MET TO TRUE
001330     MOVE FUNCTION UPPER-CASE(TL-PHRASE) TO TA-UPPER-PHRASE
001340     PERFORM 3100-CHECK-LENGTH
001350     IF TL-THEME-MET
001360         PERFORM 3200-CHECK-REQUIRED-LETTERS
001370     END-IF
001380     IF TL-THEME-MET
001390         PERFORM 3300-CHECK-FORBIDDEN-LETTERS
001400     END-IF
001410     IF TL-THEME-MET AND TR-WORD-LIST-TAG NOT = SPACES
001420         PERFORM 3400-CHECK-WORD-LIST
001430     END-IF
001440     IF TL-THEME-MET
001450         MOVE TR-DESCRIPTION TO TL-RESULT-TEXT
001460     END-IF
001470     .
001480 3100-CHECK-LENGTH.
001490     MOVE ZERO TO TA-PHRASE-LEN
001500     PERFORM VARYING TA-SCAN-IX FROM 246 BY -1
001510             UNTIL TA-SCAN-IX < 1
001520             OR TA-PHRASE-LEN > ZERO
001530         IF TA-UPPER-PHRASE(TA-SCAN-IX:1) NOT = SPACE
001540             MOVE TA-SCAN-IX TO TA-PHRASE-LEN
001550         END-IF
001560     END-PERFORM
001570     IF TR-MIN-LEN > ZERO AND TA-PHRASE-LEN < TR-MIN-LEN
001580         SET TL-THEME-MISSED TO TRUE
001590         MOVE 'SHORTER THAN THE THEME MINIMUM' TO TL-RESULT-TEXT
001600     END-IF
001610     IF TR-MAX-LEN > ZERO AND TA-PHRASE-LEN > TR-MAX-LEN
001620         SET TL-THEME-MISSED TO TRUE
001630         MOVE 'LONGER THAN THE THEME MAXIMUM' TO TL-RESULT-TEXT
001640     END-IF
001650     .
001660* 3200-CHECK-REQUIRED-LETTERS - PHRASE SCOPE NEEDS EACH LETTER
001670* SOMEWHERE; WORD SCOPE WALKS THE WORDS THE WAY DICTCHK DOES
001680* (A RUN OF LETTERS IS A WORD) AND NEEDS EACH LETTER IN EACH.
001690 3200-CHECK-REQUIRED-LETTERS.
001700     IF TR-MUST-IN-EVERY-WORD
001710         MOVE SPACES TO TA-WORD-BUFFER
001720         MOVE ZERO TO TA-WORD-LEN
001730         PERFORM VARYING TA-SCAN-IX FROM 1 BY 1
001740                 UNTIL TA-SCAN-IX > 246
001750                 OR TL-THEME-MISSED
001760             MOVE TA-UPPER-PHRASE(TA-SCAN-IX:1) TO TA-CHAR
001770             IF TA-CHAR >= 'A' AND TA-CHAR <= 'Z'
001780                 IF TA-WORD-LEN < 30
001790                     ADD 1 TO TA-WORD-LEN
001800                     MOVE TA-CHAR
001810                         TO TA-WORD-BUFFER(TA-WORD-LEN:1)
001820                 END-IF
001830             ELSE
001840                 PERFORM 3210-CHECK-ONE-WORD
001850             END-IF
001860         END-PERFORM
001870         IF TL-THEME-MET
001880             PERFORM 3210-CHECK-ONE-WORD
001890         END-IF
001900     ELSE
001910         PERFORM VARYING TA-LETTER-IX FROM 1 BY 1
001920                 UNTIL TA-LETTER-IX > 10
001930                 OR TL-THEME-MISSED
001940             MOVE TR-MUST-LETTERS(TA-LETTER-IX:1) TO TA-LETTER
001950             IF TA-LETTER NOT = SPACE
001960                 MOVE ZERO TO TA-TALLY
001970                 INSPECT TA-UPPER-PHRASE
001980                     TALLYING TA-TALLY FOR ALL TA-LETTER
001990                 IF TA-TALLY = ZERO
002000                     PERFORM 3250-MISSING-LETTER
002010                 END-IF
002020             END-IF
002030         END-PERFORM
002040     END-IF
002050     .
002060 3210-CHECK-ONE-WORD.
002070     IF TA-WORD-LEN > ZERO
002080         PERFORM VARYING TA-LETTER-IX FROM 1 BY 1
002090                 UNTIL TA-LETTER-IX > 10
002100                 OR TL-THEME-MISSED
002110             MOVE TR-MUST-LETTERS(TA-LETTER-IX:1) TO TA-LETTER
002120             IF TA-LETTER NOT = SPACE
002130                 MOVE ZERO TO TA-TALLY
002140                 INSPECT TA-WORD-BUFFER
002150                     TALLYING TA-TALLY FOR ALL TA-LETTER
002160                 IF TA-TALLY = ZERO
002170                     PERFORM 3250-MISSING-LETTER
002180                 END-IF
002190             END-IF
002200         END-PERFORM
002210         MOVE SPACES TO TA-WORD-BUFFER
002220         MOVE ZERO TO TA-WORD-LEN
002230     END-IF
002240     .
002250 3250-MISSING-LETTER.
002260     SET TL-THEME-MISSED TO TRUE
002270     MOVE SPACES TO TL-RESULT-TEXT
002280     IF TR-MUST-IN-EVERY-WORD
002290         STRING 'A WORD LACKS REQUIRED LETTER ' DELIMITED BY SIZE
002300                TA-LETTER DELIMITED BY SIZE
002310             INTO TL-RESULT-TEXT
002320     ELSE
002330         STRING 'MISSING REQUIRED LETTER ' DELIMITED BY SIZE
002340                TA-LETTER DELIMITED BY SIZE
002350             INTO TL-RESULT-TEXT
002360     END-IF
002370     .
002380 3300-CHECK-FORBIDDEN-LETTERS.
002390     PERFORM VARYING TA-LETTER-IX FROM 1 BY 1
002400             UNTIL TA-LETTER-IX > 10
002410             OR TL-THEME-MISSED
002420         MOVE TR-FORBIDDEN-LETTERS(TA-LETTER-IX:1) TO TA-LETTER
002430         IF TA-LETTER NOT = SPACE
002440             MOVE ZERO TO TA-TALLY
002450             INSPECT TA-UPPER-PHRASE
002460                 TALLYING TA-TALLY FOR ALL TA-LETTER
002470             IF TA-TALLY > ZERO
002480                 SET TL-THEME-MISSED TO TRUE
002490                 MOVE SPACES TO TL-RESULT-TEXT
002500                 STRING 'USES FORBIDDEN LETTER ' DELIMITED BY SIZE
002510                        TA-LETTER DELIMITED BY SIZE
002520                     INTO TL-RESULT-TEXT
002530             END-IF
002540         END-IF
002550     END-PERFORM
002560     .
002570* 3400-CHECK-WORD-LIST - DICTCHK SCANS THE FIRST 120 BYTES, THE
002580* LONGEST PHRASE THE ISOGRAM AND PANGRAM FEEDS CARRY.
002590 3400-CHECK-WORD-LIST.
002600     INITIALIZE DC-PARMS
002610     MOVE TL-PHRASE TO DC-PHRASE
002620     MOVE TR-WORD-LIST-TAG TO DC-LANGUAGE
002630     CALL 'DICTCHK' USING DC-PARMS
002640     IF DC-VALID-COUNT < DC-WORD-COUNT
002650             AND NOT PS-STATUS-WARNING OF DC-PARMS
002660         SET TL-THEME-MISSED TO TRUE
002670         MOVE SPACES TO TL-RESULT-TEXT
002680         STRING 'WORD NOT ON THE ' DELIMITED BY SIZE
002690                TR-WORD-LIST-TAG DELIMITED BY SIZE
002700                ' THEME LIST' DELIMITED BY SIZE
002710             INTO TL-RESULT-TEXT
002720     END-IF
002730     .
