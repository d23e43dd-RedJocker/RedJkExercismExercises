000010
000020* YPLMERGE
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YPLMERGE.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YPLMERGE RETIRES DUPLICATE YACHT PLAYER REGISTRATIONS, THE WAY
000100* BOBMERGE DOES FOR CHAT PROFILES.  A PLAYER WHO FORGETS THEIR
000110* CARD AND RE-REGISTERS AT THE DESK ENDS UP WITH THEIR STATS,
000120* LOYALTY BALANCE, AND TOURNAMENT SEEDING SPLIT ACROSS TWO IDS.
000130* THE DESK KEYS ONE MERGE PER LINE INTO YPLMRGTX - ALIAS ID AND
000140* SURVIVING ID - AND THIS PROGRAM MOVES EVERYTHING THE ALIAS
000150* OWNS ONTO THE SURVIVOR: LIVE AND ARCHIVED SCORECARDS, THE
000160* YACHTAUDF SCORING CALLS BEHIND THOSE CARDS (SO THE NIGHTLY
000170* CROSS-CHECK STILL FINDS THEM), PLEDGERF POSTINGS, THE LOYBALF
000180* BALANCE (ADDED INTO THE SURVIVOR'S), VOUCHF VOUCHERS,
000190* YACHAWDF BADGES (A BADGE BOTH HOLD KEEPS THE EARLIER DATE),
000200* MATCHF ENTRIES AND WINNERS, AND THE YPCONTF CONTACT ROW WHEN
000200* THE SURVIVOR HAS NONE OF ITS OWN - THEN DELETES THE ALIAS FROM
000210* YPLAYERF.  THE SURVIVOR'S PLEDGERF RUNNING BALANCES ARE
000220* RESTATED AS ONE ACCOUNT SO THE STATEMENT'S ENDING BALANCE
000230* AGREES WITH LOYBALF.
000230*
000230* THE ALIAS'S YPLIMF RESPONSIBLE-PLAY ROW IS FOLDED INTO THE
000230* SURVIVOR'S - THE STRICTER OF EACH DAILY LIMIT AND THE LATER
000230* SELF-EXCLUSION END DATE STAND - ITS YSVCARDF PLAY CARDS ARE
000230* RE-ISSUED TO THE SURVIVOR, AND ITS YHHOLDF HOUSEHOLD ROW MOVES
000230* TO THE SURVIVOR (A HOUSEHOLD IT HEADS GOING WITH IT).
000240*
000250* A MERGE IS REFUSED - NAMING EXACTLY WHAT BLOCKS IT - FOR A
000260* SELF-MERGE, AN ID NOT ON YPLAYERF, OR WHILE EITHER ID IS HELD
000270* ON THE YQUARF QUARANTINE QUEUE, NAMED IN A SLOT OF A RUNNING
000280* TOURNAMENT ON YTOURNF, OR MID-GAME (A CARD IN PROGRESS ON
000290* YACHTSCF), WHILE THE TWO IDS BELONG TO DIFFERENT HOUSEHOLDS
000290* ON YHHOLDF, AND ALSO WHEN ONE OF THOSE FILES CANNOT BE OPENED
000300* TO CHECK.  A FILE THAT DOES NOT EXIST HOLDS NOTHING TO MOVE;
000310* ONE THAT EXISTS BUT CANNOT BE PROCESSED, OR A LIVE CARD THE
000320* SURVIVOR ALREADY HOLDS UNDER THE SAME KEY, MARKS THE MERGE
000330* INCOMPLETE AND THE ALIAS REGISTRATION IS KEPT SO THE MERGE
000340* CAN BE RE-KEYED ONCE THE PROBLEM IS CLEARED.  EVERY FILE'S
000350* RE-KEYED RECORD COUNT IS LISTED ON YPLMGRPT.
000360*
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-15 RJ    ORIGINAL PROGRAM
000390*   2026-10-15 RJ    THE ALIAS'S YPCONTF CONTACT ROW MOVES TO A
000390*                    SURVIVOR WHO HAS NONE; OTHERWISE THE
000390*                    SURVIVOR'S OWN DETAILS AND CONSENTS STAND
000390*                    AND THE ALIAS ROW IS DROPPED
000390*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000390*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000390*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000390*                    A LIVE GAME AT SITE 01
000390*   2026-10-15 RJ    THE ALIAS'S YPLIMF LIMITS FOLD INTO THE
000390*                    SURVIVOR'S ROW (STRICTER LIMIT, LATER
000390*                    EXCLUSION END), ITS YSVCARDF PLAY CARDS ARE
000390*                    RE-ISSUED TO THE SURVIVOR AND ITS YHHOLDF ROW
000390*                    MOVES ACROSS; IDS IN DIFFERENT HOUSEHOLDS
000390*                    BLOCK THE MERGE
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.   IBM-370.
000430 OBJECT-COMPUTER.   IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT YPLMRGTX ASSIGN TO "YPLMRGTX"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PM-TXN-STATUS.
000490     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS YP-PLAYER-ID
000530         FILE STATUS IS PM-PLF-STATUS.
000540     SELECT YQUARF ASSIGN TO "YQUARF"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS QU-PLAYER-ID
000580         FILE STATUS IS PM-QUA-STATUS.
000590     SELECT YTOURNF ASSIGN TO "YTOURNF"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS TN-TOURN-KEY
000630         FILE STATUS IS PM-TRN-STATUS.
000640     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS YS-SCORECARD-KEY
000680         FILE STATUS IS PM-SCF-STATUS.
000690     SELECT LOYBALF ASSIGN TO "LOYBALF"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS BL-PLAYER-ID
000730         FILE STATUS IS PM-BAL-STATUS.
000740     SELECT YACHAWDF ASSIGN TO "YACHAWDF"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS AW-AWARD-KEY
000780         FILE STATUS IS PM-AWD-STATUS.
000790     SELECT YPCONTF ASSIGN TO "YPCONTF"
000790         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000790         RECORD KEY IS CT-PLAYER-ID
000790         FILE STATUS IS PM-CON-STATUS.
000790     SELECT YPLIMF ASSIGN TO "YPLIMF"
000790         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000790         RECORD KEY IS PM-PLAYER-ID
000790         FILE STATUS IS PM-LIM-STATUS.
000790     SELECT YSVCARDF ASSIGN TO "YSVCARDF"
000790         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS SV-CARD-NUMBER
000790         FILE STATUS IS PM-SVC-STATUS.
000790     SELECT YHHOLDF ASSIGN TO "YHHOLDF"
000790         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS HH-PLAYER-ID
000790         FILE STATUS IS PM-HHF-STATUS.
000790     SELECT MATCHF ASSIGN TO "MATCHF"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS YM-MATCH-ID
000830         FILE STATUS IS PM-MAT-STATUS.
000840     SELECT YACHTARF ASSIGN TO "YACHTARF"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS PM-TGT-STATUS.
000870     SELECT YACHTAUDF ASSIGN TO "YACHTAUDF"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS PM-TGT-STATUS.
000900     SELECT PLEDGERF ASSIGN TO "PLEDGERF"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS PM-TGT-STATUS.
000930     SELECT VOUCHF ASSIGN TO "VOUCHF"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS PM-TGT-STATUS.
000960     SELECT YPLMGWRK ASSIGN TO "YPLMGWRK"
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS PM-WRK-STATUS.
000990     SELECT YPLMGRPT ASSIGN TO "YPLMGRPT"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS PM-RPT-STATUS.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  YPLMRGTX.
001050 01  PX-MERGE-RECORD.
001060     05  PX-ALIAS-ID            PIC X(10).
001070     05  PX-SURVIVOR-ID         PIC X(10).
001080 FD  YPLAYERF.
001090 COPY "YPLAYER.cpy".
001100 FD  YQUARF.
001110 COPY "YQUAR.cpy".
001120 FD  YTOURNF.
001130 COPY "YTOURN.cpy".
001140 FD  YACHTSCF.
001150 COPY "YACHTSC.cpy".
001160 FD  LOYBALF.
001170 COPY "LOYBAL.cpy".
001180 FD  YACHAWDF.
001190 COPY "YAWARD.cpy".
001200 FD  YPCONTF.
001200 COPY "YPCONT.cpy".
001200 FD  YPLIMF.
001200 COPY "YPLIMIT.cpy".
001200 FD  YSVCARDF.
001200 COPY "YSVCARD.cpy".
001200 FD  YHHOLDF.
001200 COPY "YHHOLD.cpy".
001200 FD  MATCHF.
001210 COPY "YMATCH.cpy".
001220 FD  YACHTARF.
001230* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
001240* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
001240* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
001240* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
001250 01  ARC-RECORD.
001260     05  ARC-PLAYER-ID          PIC X(10).
001270     05  ARC-REST               PIC X(330).
001270     05  ARC-TRAINING-FLAG      PIC X(01).
001270     05  ARC-SITE-CODE          PIC X(02).
001280 FD  YACHTAUDF.
001290* ONE RECORD PER SCORING CALL, AS YACHT WRITES IT.
001300 01  AUD-AUDIT-RECORD.
001310     05  AUD-TIMESTAMP          PIC X(21).
001320     05  AUD-TERMINAL-ID        PIC X(08).
001330     05  AUD-PLAYER-ID          PIC X(10).
001340     05  AUD-CATEGORY           PIC X(15).
001350     05  AUD-DICE               PIC 9(05).
001360     05  AUD-RESULT             PIC 9(03).
001370     05  AUD-GAME-START-TS      PIC X(15).
001380     05  AUD-MODE-CODE          PIC X(04).
001390     05  AUD-STATUS             PIC X(02).
001400 FD  PLEDGERF.
001410 COPY "PLEDGER.cpy".
001420 FD  VOUCHF.
001430 COPY "VOUCHER.cpy".
001440 FD  YPLMGWRK
001450     RECORD CONTAINS 350 CHARACTERS.
001460 01  WK-RECORD                  PIC X(350).
001470 FD  YPLMGRPT
001480     RECORD CONTAINS 80 CHARACTERS.
001490 01  RPT-LINE                   PIC X(80).
001500 WORKING-STORAGE SECTION.
001510* THE ALIAS'S LIVE SCORECARD KEYS OR BADGE CODES, COLLECTED A
001520* BATCH AT A TIME BEFORE EACH RE-KEY PASS.
001530 01  PM-KEY-TABLE.
001540     05  PM-KEY-COUNT           PIC 9(03) VALUE ZERO.
001550     05  PM-KEY-ENTRY OCCURS 100 TIMES.
001560         10  PM-KEY-VALUE       PIC X(15).
001570 01  PM-WORK-FIELDS.
001580     05  PM-TXN-STATUS          PIC X(02) VALUE SPACES.
001590         88  PM-TXN-OK              VALUE '00'.
001600         88  PM-TXN-EOF             VALUE '10'.
001610     05  PM-PLF-STATUS          PIC X(02) VALUE SPACES.
001620         88  PM-PLF-OK              VALUE '00'.
001630     05  PM-QUA-STATUS          PIC X(02) VALUE SPACES.
001640         88  PM-QUA-OK              VALUE '00'.
001650         88  PM-QUA-ABSENT          VALUE '35' '30' '05'.
001660     05  PM-TRN-STATUS          PIC X(02) VALUE SPACES.
001670         88  PM-TRN-OK              VALUE '00'.
001680         88  PM-TRN-EOF             VALUE '10'.
001690         88  PM-TRN-ABSENT          VALUE '35' '30' '05'.
001700     05  PM-SCF-STATUS          PIC X(02) VALUE SPACES.
001710         88  PM-SCF-OK              VALUE '00'.
001720         88  PM-SCF-EOF             VALUE '10'.
001730         88  PM-SCF-ABSENT          VALUE '35' '30' '05'.
001740     05  PM-BAL-STATUS          PIC X(02) VALUE SPACES.
001750         88  PM-BAL-OK              VALUE '00'.
001760         88  PM-BAL-ABSENT          VALUE '35' '30' '05'.
001770     05  PM-AWD-STATUS          PIC X(02) VALUE SPACES.
001780         88  PM-AWD-OK              VALUE '00'.
001790         88  PM-AWD-EOF             VALUE '10'.
001800         88  PM-AWD-ABSENT          VALUE '35' '30' '05'.
001810     05  PM-CON-STATUS          PIC X(02) VALUE SPACES.
001810         88  PM-CON-OK              VALUE '00'.
001810         88  PM-CON-ABSENT          VALUE '35' '30' '05'.
001810     05  PM-LIM-STATUS          PIC X(02) VALUE SPACES.
001810         88  PM-LIM-OK              VALUE '00'.
001810         88  PM-LIM-ABSENT          VALUE '35' '30' '05'.
001810     05  PM-SVC-STATUS          PIC X(02) VALUE SPACES.
001810         88  PM-SVC-OK              VALUE '00'.
001810         88  PM-SVC-EOF             VALUE '10'.
001810         88  PM-SVC-ABSENT          VALUE '35' '30' '05'.
001810     05  PM-HHF-STATUS          PIC X(02) VALUE SPACES.
001810         88  PM-HHF-OK              VALUE '00'.
001810         88  PM-HHF-EOF             VALUE '10'.
001810         88  PM-HHF-ABSENT          VALUE '35' '30' '05'.
001810     05  PM-MAT-STATUS          PIC X(02) VALUE SPACES.
001820         88  PM-MAT-OK              VALUE '00'.
001830         88  PM-MAT-EOF             VALUE '10'.
001840         88  PM-MAT-ABSENT          VALUE '35' '30' '05'.
001850     05  PM-TGT-STATUS          PIC X(02) VALUE SPACES.
001860         88  PM-TGT-OK              VALUE '00'.
001870         88  PM-TGT-ABSENT          VALUE '35' '30' '05'.
001880     05  PM-TGT-EOF-FLAG        PIC X(01) VALUE 'N'.
001890         88  PM-TGT-EOF             VALUE 'Y'.
001900     05  PM-WRK-STATUS          PIC X(02) VALUE SPACES.
001910         88  PM-WRK-EOF             VALUE '10'.
001920     05  PM-RPT-STATUS          PIC X(02) VALUE SPACES.
001930     05  PM-FILE-NO             PIC 9(01) VALUE ZERO.
001940     05  PM-PASS-NAME           PIC X(12) VALUE SPACES.
001950     05  PM-CHECK-ID            PIC X(10) VALUE SPACES.
001960     05  PM-BLOCKED-FLAG        PIC X(01) VALUE 'N'.
001970         88  PM-MERGE-BLOCKED       VALUE 'Y'.
001980     05  PM-INCOMPLETE-FLAG     PIC X(01) VALUE 'N'.
001990         88  PM-MERGE-INCOMPLETE    VALUE 'Y'.
002000     05  PM-RUNNING-FLAG        PIC X(01) VALUE 'N'.
002010         88  PM-TOURN-IS-RUNNING    VALUE 'Y'.
002020     05  PM-ALIAS-IN-TOURN-FLAG PIC X(01) VALUE 'N'.
002030         88  PM-ALIAS-IN-TOURN      VALUE 'Y'.
002040     05  PM-SURV-IN-TOURN-FLAG  PIC X(01) VALUE 'N'.
002050         88  PM-SURV-IN-TOURN       VALUE 'Y'.
002060     05  PM-MID-GAME-FLAG       PIC X(01) VALUE 'N'.
002070         88  PM-ID-IS-MID-GAME      VALUE 'Y'.
002080     05  PM-RECORD-TOUCHED      PIC X(01) VALUE 'N'.
002090     05  PM-ALIAS-SEEN-FLAG     PIC X(01) VALUE 'N'.
002100         88  PM-ALIAS-POSTING-SEEN  VALUE 'Y'.
002110     05  PM-SURV-SEEN-FLAG      PIC X(01) VALUE 'N'.
002120         88  PM-SURV-POSTING-SEEN   VALUE 'Y'.
002130     05  PM-ALIAS-OPENING       PIC S9(07) VALUE ZERO.
002140     05  PM-SURV-OPENING        PIC S9(07) VALUE ZERO.
002150     05  PM-MERGED-BALANCE      PIC S9(07) VALUE ZERO.
002160     05  PM-ALIAS-BALANCE       PIC S9(07) VALUE ZERO.
002170     05  PM-ALIAS-AWARD-DATE    PIC X(08) VALUE SPACES.
002180     05  PM-ALIAS-CARD-LIMIT    PIC 9(03) VALUE ZERO.
002180     05  PM-ALIAS-SPEND-LIMIT   PIC 9(05)V99 VALUE ZERO.
002180     05  PM-ALIAS-EXCLUDE-END   PIC X(08) VALUE SPACES.
002180     05  PM-ALIAS-HOUSEHOLD     PIC X(10) VALUE SPACES.
002180     05  PM-ALIAS-HH-ROLE       PIC X(01) VALUE SPACES.
002180     05  PM-ALIAS-HH-ROW        PIC X(45) VALUE SPACES.
002180     05  PM-CURRENT-TS          PIC X(21) VALUE SPACES.
002180     05  PM-RUN-DATE            PIC X(08) VALUE SPACES.
002180     05  PM-ENTRY-IX            PIC 9(01) VALUE ZERO.
002190     05  PM-KEY-IX              PIC 9(03) VALUE ZERO.
002200     05  PM-BATCH-MOVED         PIC 9(03) VALUE ZERO.
002210     05  PM-TOUCH-COUNT         PIC 9(07) VALUE ZERO.
002220     05  PM-KEPT-COUNT          PIC 9(07) VALUE ZERO.
002230     05  PM-MERGE-TOTAL         PIC 9(07) VALUE ZERO.
002240     05  PM-MERGED-COUNT        PIC 9(05) VALUE ZERO.
002250     05  PM-REFUSED-COUNT       PIC 9(05) VALUE ZERO.
002260     05  PM-INCOMPLETE-COUNT    PIC 9(05) VALUE ZERO.
002270 PROCEDURE DIVISION.
002280 0000-MAINLINE.
002290     PERFORM 1000-INITIALIZE
002300     PERFORM 2000-READ-NEXT-MERGE
002310     PERFORM UNTIL PM-TXN-EOF
002320         IF PX-MERGE-RECORD NOT = SPACES
002330             PERFORM 3000-WORK-ONE-MERGE
002340         END-IF
002350         PERFORM 2000-READ-NEXT-MERGE
002360     END-PERFORM
002370     PERFORM 9100-WRITE-SUMMARY
002380     CLOSE YPLMRGTX YPLMGRPT
002390     GOBACK.
002400 1000-INITIALIZE.
002410     MOVE FUNCTION CURRENT-DATE TO PM-CURRENT-TS
002410     MOVE PM-CURRENT-TS(1:8) TO PM-RUN-DATE
002410     OPEN INPUT YPLMRGTX
002420     IF NOT PM-TXN-OK
002430         SET PM-TXN-EOF TO TRUE
002440     END-IF
002450     OPEN OUTPUT YPLMGRPT
002460     MOVE 'YACHT PLAYER REGISTRATION MERGE' TO RPT-LINE
002470     WRITE RPT-LINE
002480     .
002490 2000-READ-NEXT-MERGE.
002500     IF NOT PM-TXN-EOF
002510         READ YPLMRGTX
002520             AT END
002530                 SET PM-TXN-EOF TO TRUE
002540         END-READ
002550     END-IF
002560     .
002570* 3000-WORK-ONE-MERGE - BLOCKERS FIRST, THEN FILE BY FILE WITH
002580* A REPORT LINE FOR EACH.  THE ALIAS REGISTRATION IS ONLY
002590* DELETED WHEN EVERY PASS ACTUALLY RAN CLEAN.
002600 3000-WORK-ONE-MERGE.
002610     MOVE SPACES TO RPT-LINE
002620     WRITE RPT-LINE
002630     MOVE SPACES TO RPT-LINE
002640     STRING 'MERGE ' DELIMITED BY SIZE
002650            PX-ALIAS-ID DELIMITED BY SIZE
002660            ' INTO ' DELIMITED BY SIZE
002670            PX-SURVIVOR-ID DELIMITED BY SIZE
002680         INTO RPT-LINE
002690     WRITE RPT-LINE
002700     MOVE 'N' TO PM-BLOCKED-FLAG
002710     MOVE 'N' TO PM-INCOMPLETE-FLAG
002720     MOVE ZERO TO PM-MERGE-TOTAL
002730     IF PX-ALIAS-ID = PX-SURVIVOR-ID
002740         SET PM-MERGE-BLOCKED TO TRUE
002750         MOVE '  BLOCKED - SELF MERGE' TO RPT-LINE
002760         WRITE RPT-LINE
002770     ELSE
002780         PERFORM 3100-CHECK-REGISTRATIONS
002790         PERFORM 3200-CHECK-QUARANTINE
002800         PERFORM 3300-CHECK-RUNNING-TOURNAMENTS
002810         PERFORM 3400-CHECK-MID-GAME
002810         PERFORM 3500-CHECK-HOUSEHOLDS
002820     END-IF
002830     IF PM-MERGE-BLOCKED
002840         ADD 1 TO PM-REFUSED-COUNT
002850         MOVE '  REFUSED - CLEAR THE BLOCKS ABOVE FIRST'
002860             TO RPT-LINE
002870         WRITE RPT-LINE
002880     ELSE
002890         PERFORM 4000-REKEY-LIVE-CARDS
002900         PERFORM 4100-MERGE-LOYALTY-BALANCE
002910         PERFORM 4200-REKEY-BADGES
002920         PERFORM 4300-REKEY-MATCHES
002920         PERFORM 4350-MERGE-CONTACT-DETAILS
002920         PERFORM 4360-MERGE-PLAY-LIMITS
002920         PERFORM 4370-REKEY-PLAY-CARDS
002920         PERFORM 4380-MERGE-HOUSEHOLD
002930         PERFORM 4400-FIND-OPENING-BALANCES
002940         MOVE 1 TO PM-FILE-NO
002950         MOVE 'YACHTARF' TO PM-PASS-NAME
002960         PERFORM 5000-REKEY-ONE-PASS
002970         MOVE 2 TO PM-FILE-NO
002980         MOVE 'YACHTAUDF' TO PM-PASS-NAME
002990         PERFORM 5000-REKEY-ONE-PASS
003000         MOVE 3 TO PM-FILE-NO
003010         MOVE 'PLEDGERF' TO PM-PASS-NAME
003020         PERFORM 5000-REKEY-ONE-PASS
003030         MOVE 4 TO PM-FILE-NO
003040         MOVE 'VOUCHF' TO PM-PASS-NAME
003050         PERFORM 5000-REKEY-ONE-PASS
003060         IF PM-MERGE-INCOMPLETE
003070             ADD 1 TO PM-INCOMPLETE-COUNT
003080             MOVE '  INCOMPLETE - ALIAS REGISTRATION KEPT, RE
003090-                 'KEY THE MERGE ONCE CLEARED' TO RPT-LINE
003100             WRITE RPT-LINE
003110         ELSE
003120             PERFORM 4900-DELETE-ALIAS-REGISTRATION
003130             ADD 1 TO PM-MERGED-COUNT
003140             MOVE SPACES TO RPT-LINE
003150             STRING '  MERGED - RECORDS RE-KEYED '
003160                        DELIMITED BY SIZE
003170                    PM-MERGE-TOTAL DELIMITED BY SIZE
003180                 INTO RPT-LINE
003190             WRITE RPT-LINE
003200         END-IF
003210     END-IF
003220     .
003230* 3100-CHECK-REGISTRATIONS - BOTH IDS MUST BE ON YPLAYERF.
003240 3100-CHECK-REGISTRATIONS.
003250     MOVE SPACES TO PM-PLF-STATUS
003260     OPEN INPUT YPLAYERF
003270     IF PM-PLF-OK
003280         MOVE PX-ALIAS-ID TO PM-CHECK-ID
003290         PERFORM 3110-CHECK-ONE-REGISTRATION
003300         MOVE PX-SURVIVOR-ID TO PM-CHECK-ID
003310         PERFORM 3110-CHECK-ONE-REGISTRATION
003320         CLOSE YPLAYERF
003330     ELSE
003340         SET PM-MERGE-BLOCKED TO TRUE
003350         MOVE '  BLOCKED - CANNOT VERIFY YPLAYERF' TO RPT-LINE
003360         WRITE RPT-LINE
003370     END-IF
003380     .
003390 3110-CHECK-ONE-REGISTRATION.
003400     MOVE PM-CHECK-ID TO YP-PLAYER-ID
003410     READ YPLAYERF
003420         INVALID KEY
003430             SET PM-MERGE-BLOCKED TO TRUE
003440             MOVE SPACES TO RPT-LINE
003450             STRING '  BLOCKED - ' DELIMITED BY SIZE
003460                    PM-CHECK-ID DELIMITED BY SIZE
003470                    ' NOT REGISTERED ON YPLAYERF'
003480                        DELIMITED BY SIZE
003490                 INTO RPT-LINE
003500             WRITE RPT-LINE
003510     END-READ
003520     .
003530* 3200-CHECK-QUARANTINE - A HELD PLAYER'S RECORDS ARE UNDER
003540* REVIEW AND MUST NOT MOVE UNTIL A SUPERVISOR RELEASES THEM.
003550 3200-CHECK-QUARANTINE.
003560     MOVE SPACES TO PM-QUA-STATUS
003570     OPEN INPUT YQUARF
003580     EVALUATE TRUE
003590         WHEN PM-QUA-OK
003600             MOVE PX-ALIAS-ID TO PM-CHECK-ID
003610             PERFORM 3210-CHECK-ONE-HOLD
003620             MOVE PX-SURVIVOR-ID TO PM-CHECK-ID
003630             PERFORM 3210-CHECK-ONE-HOLD
003640             CLOSE YQUARF
003650         WHEN PM-QUA-ABSENT
003660             CONTINUE
003670         WHEN OTHER
003680             SET PM-MERGE-BLOCKED TO TRUE
003690             MOVE '  BLOCKED - CANNOT VERIFY YQUARF' TO RPT-LINE
003700             WRITE RPT-LINE
003710     END-EVALUATE
003720     .
003730 3210-CHECK-ONE-HOLD.
003740     MOVE PM-CHECK-ID TO QU-PLAYER-ID
003750     READ YQUARF
003760         INVALID KEY
003770             CONTINUE
003780         NOT INVALID KEY
003790             IF QU-PLAYER-IS-HELD
003800                 SET PM-MERGE-BLOCKED TO TRUE
003810                 MOVE SPACES TO RPT-LINE
003820                 STRING '  BLOCKED - ' DELIMITED BY SIZE
003830                        PM-CHECK-ID DELIMITED BY SIZE
003840                        ' HELD ON YQUARF QUARANTINE'
003850                            DELIMITED BY SIZE
003860                     INTO RPT-LINE
003870                 WRITE RPT-LINE
003880             END-IF
003890     END-READ
003900     .
003910* 3300-CHECK-RUNNING-TOURNAMENTS - ONE SWEEP IN KEY ORDER; EACH
003920* HEADER COMES BEFORE ITS SLOTS, SO ITS STATE IS KNOWN BY THE
003930* TIME THE SLOTS NAMING EITHER ID ARE READ.
003940 3300-CHECK-RUNNING-TOURNAMENTS.
003950     MOVE 'N' TO PM-ALIAS-IN-TOURN-FLAG
003960     MOVE 'N' TO PM-SURV-IN-TOURN-FLAG
003970     MOVE 'N' TO PM-RUNNING-FLAG
003980     MOVE SPACES TO PM-TRN-STATUS
003990     OPEN INPUT YTOURNF
004000     EVALUATE TRUE
004010         WHEN PM-TRN-OK
004020             MOVE LOW-VALUES TO TN-TOURN-KEY
004030             START YTOURNF KEY IS GREATER THAN OR EQUAL
004040                 TN-TOURN-KEY
004050                 INVALID KEY
004060                     SET PM-TRN-EOF TO TRUE
004070             END-START
004080             PERFORM 3310-READ-NEXT-TOURN-RECORD
004090             PERFORM UNTIL PM-TRN-EOF
004100                 PERFORM 3320-CHECK-ONE-TOURN-RECORD
004110                 PERFORM 3310-READ-NEXT-TOURN-RECORD
004120             END-PERFORM
004130             CLOSE YTOURNF
004140         WHEN PM-TRN-ABSENT
004150             CONTINUE
004160         WHEN OTHER
004170             SET PM-MERGE-BLOCKED TO TRUE
004180             MOVE '  BLOCKED - CANNOT VERIFY YTOURNF' TO RPT-LINE
004190             WRITE RPT-LINE
004200     END-EVALUATE
004210     IF PM-ALIAS-IN-TOURN
004220         MOVE PX-ALIAS-ID TO PM-CHECK-ID
004230         PERFORM 3330-REPORT-IN-TOURNAMENT
004240     END-IF
004250     IF PM-SURV-IN-TOURN
004260         MOVE PX-SURVIVOR-ID TO PM-CHECK-ID
004270         PERFORM 3330-REPORT-IN-TOURNAMENT
004280     END-IF
004290     .
004300 3310-READ-NEXT-TOURN-RECORD.
004310     IF NOT PM-TRN-EOF
004320         READ YTOURNF NEXT RECORD
004330             AT END
004340                 SET PM-TRN-EOF TO TRUE
004350         END-READ
004360     END-IF
004370     .
004380 3320-CHECK-ONE-TOURN-RECORD.
004390     IF TN-ROUND-NO = ZERO AND TN-SLOT-NO = ZERO
004400         MOVE 'N' TO PM-RUNNING-FLAG
004410         IF TN-TOURN-IS-RUNNING
004420             SET PM-TOURN-IS-RUNNING TO TRUE
004430         END-IF
004440     ELSE
004450         IF PM-TOURN-IS-RUNNING
004460             IF TN-PLAYER-1 = PX-ALIAS-ID
004470                     OR TN-PLAYER-2 = PX-ALIAS-ID
004480                 SET PM-ALIAS-IN-TOURN TO TRUE
004490             END-IF
004500             IF TN-PLAYER-1 = PX-SURVIVOR-ID
004510                     OR TN-PLAYER-2 = PX-SURVIVOR-ID
004520                 SET PM-SURV-IN-TOURN TO TRUE
004530             END-IF
004540         END-IF
004550     END-IF
004560     .
004570 3330-REPORT-IN-TOURNAMENT.
004580     SET PM-MERGE-BLOCKED TO TRUE
004590     MOVE SPACES TO RPT-LINE
004600     STRING '  BLOCKED - ' DELIMITED BY SIZE
004610            PM-CHECK-ID DELIMITED BY SIZE
004620            ' IN A RUNNING TOURNAMENT ON YTOURNF'
004630                DELIMITED BY SIZE
004640         INTO RPT-LINE
004650     WRITE RPT-LINE
004660     .
004670* 3400-CHECK-MID-GAME - A CARD STILL IN PROGRESS UNDER EITHER
004680* ID MEANS A KIOSK IS PLAYING ON IT RIGHT NOW.
004690 3400-CHECK-MID-GAME.
004700     MOVE SPACES TO PM-SCF-STATUS
004710     OPEN INPUT YACHTSCF
004720     EVALUATE TRUE
004730         WHEN PM-SCF-OK
004740             MOVE PX-ALIAS-ID TO PM-CHECK-ID
004750             PERFORM 3410-CHECK-ONE-PLAYER-CARDS
004760             MOVE PX-SURVIVOR-ID TO PM-CHECK-ID
004770             PERFORM 3410-CHECK-ONE-PLAYER-CARDS
004780             CLOSE YACHTSCF
004790         WHEN PM-SCF-ABSENT
004800             CONTINUE
004810         WHEN OTHER
004820             SET PM-MERGE-BLOCKED TO TRUE
004830             MOVE '  BLOCKED - CANNOT VERIFY YACHTSCF'
004840                 TO RPT-LINE
004850             WRITE RPT-LINE
004860     END-EVALUATE
004870     .
004880 3410-CHECK-ONE-PLAYER-CARDS.
004890     MOVE 'N' TO PM-MID-GAME-FLAG
004900     MOVE '00' TO PM-SCF-STATUS
004910     MOVE PM-CHECK-ID TO YS-PLAYER-ID
004920     MOVE LOW-VALUES TO YS-GAME-START-TS
004930     START YACHTSCF KEY IS GREATER THAN OR EQUAL
004940         YS-SCORECARD-KEY
004950         INVALID KEY
004960             SET PM-SCF-EOF TO TRUE
004970     END-START
004980     PERFORM 3420-READ-NEXT-CARD
004990     PERFORM UNTIL PM-SCF-EOF
005000         IF YS-PLAYER-ID = PM-CHECK-ID
005010             IF YS-GAME-IN-PROGRESS
005020                 SET PM-ID-IS-MID-GAME TO TRUE
005030             END-IF
005040             PERFORM 3420-READ-NEXT-CARD
005050         ELSE
005060             SET PM-SCF-EOF TO TRUE
005070         END-IF
005080     END-PERFORM
005090     IF PM-ID-IS-MID-GAME
005100         SET PM-MERGE-BLOCKED TO TRUE
005110         MOVE SPACES TO RPT-LINE
005120         STRING '  BLOCKED - ' DELIMITED BY SIZE
005130                PM-CHECK-ID DELIMITED BY SIZE
005140                ' MID-GAME ON YACHTSCF' DELIMITED BY SIZE
005150             INTO RPT-LINE
005160         WRITE RPT-LINE
005170     END-IF
005180     .
005190 3420-READ-NEXT-CARD.
005200     IF NOT PM-SCF-EOF
005210         READ YACHTSCF NEXT RECORD
005220             AT END
005230                 SET PM-SCF-EOF TO TRUE
005240         END-READ
005250     END-IF
005260     .
005270* 3500-CHECK-HOUSEHOLDS - A PLAYER BELONGS TO ONE HOUSEHOLD AT
005270* MOST, SO TWO IDS IN DIFFERENT HOUSEHOLDS CANNOT BECOME ONE
005270* PLAYER UNTIL THE DESK DROPS ONE OF THEM ON YHHMNT.
005270 3500-CHECK-HOUSEHOLDS.
005270     MOVE SPACES TO PM-ALIAS-HOUSEHOLD
005270     MOVE SPACES TO PM-HHF-STATUS
005270     OPEN INPUT YHHOLDF
005270     EVALUATE TRUE
005270         WHEN PM-HHF-OK
005270             MOVE PX-ALIAS-ID TO HH-PLAYER-ID
005270             READ YHHOLDF
005270                 INVALID KEY
005270                     CONTINUE
005270                 NOT INVALID KEY
005270                     MOVE HH-HOUSEHOLD-ID TO PM-ALIAS-HOUSEHOLD
005270             END-READ
005270             MOVE PX-SURVIVOR-ID TO HH-PLAYER-ID
005270             READ YHHOLDF
005270                 INVALID KEY
005270                     CONTINUE
005270                 NOT INVALID KEY
005270                     IF PM-ALIAS-HOUSEHOLD NOT = SPACES
005270                             AND HH-HOUSEHOLD-ID
005270                                 NOT = PM-ALIAS-HOUSEHOLD
005270                         SET PM-MERGE-BLOCKED TO TRUE
005270                         MOVE SPACES TO RPT-LINE
005270                         STRING '  BLOCKED - IDS IN DIFFERENT '
005270                                    DELIMITED BY SIZE
005270                                'HOUSEHOLDS ON YHHOLDF'
005270                                    DELIMITED BY SIZE
005270                             INTO RPT-LINE
005270                         WRITE RPT-LINE
005270                     END-IF
005270             END-READ
005270             CLOSE YHHOLDF
005270         WHEN PM-HHF-ABSENT
005270             CONTINUE
005270         WHEN OTHER
005270             SET PM-MERGE-BLOCKED TO TRUE
005270             MOVE '  BLOCKED - CANNOT VERIFY YHHOLDF' TO RPT-LINE
005270             WRITE RPT-LINE
005270     END-EVALUATE
005270     .
005270* 4000-REKEY-LIVE-CARDS - THE PLAYER ID LEADS THE KEY, SO EACH
005280* CARD IS WRITTEN UNDER THE SURVIVOR AND ONLY THEN DELETED FROM
005290* THE ALIAS.  A CARD THE SURVIVOR ALREADY HOLDS UNDER THE SAME
005300* GAME TIMESTAMP STAYS WITH THE ALIAS AND MAKES THE MERGE
005310* INCOMPLETE.
005320 4000-REKEY-LIVE-CARDS.
005330     MOVE ZERO TO PM-TOUCH-COUNT
005340     MOVE ZERO TO PM-KEPT-COUNT
005350     MOVE 'YACHTSCF' TO PM-PASS-NAME
005360     MOVE SPACES TO PM-SCF-STATUS
005370     OPEN I-O YACHTSCF
005380     EVALUATE TRUE
005390         WHEN PM-SCF-OK
005400* THE KEY TABLE HOLDS 100 CARDS; A PLAYER WITH MORE GETS
005410* ANOTHER COLLECT-AND-REKEY BATCH UNTIL A PASS COMES UP SHORT
005420* OR MOVES NOTHING.
005430             MOVE 100 TO PM-KEY-COUNT
005440             MOVE 1 TO PM-BATCH-MOVED
005450             PERFORM 4010-REKEY-ONE-CARD-BATCH
005460                 UNTIL PM-KEY-COUNT < 100
005470                    OR PM-BATCH-MOVED = ZERO
005480             CLOSE YACHTSCF
005490             PERFORM 8000-REPORT-FILE-REKEYED
005500             IF PM-KEPT-COUNT > ZERO
005510                 SET PM-MERGE-INCOMPLETE TO TRUE
005520                 MOVE SPACES TO RPT-LINE
005530                 STRING '  YACHTSCF CARDS LEFT ON ALIAS - SAME '
005540                            DELIMITED BY SIZE
005550                        'KEY HELD BY SURVIVOR '
005560                            DELIMITED BY SIZE
005570                        PM-KEPT-COUNT DELIMITED BY SIZE
005580                     INTO RPT-LINE
005590                 WRITE RPT-LINE
005600             END-IF
005610         WHEN PM-SCF-ABSENT
005620             PERFORM 8100-REPORT-NOT-PRESENT
005630         WHEN OTHER
005640             PERFORM 8200-REPORT-PASS-FAILED
005650     END-EVALUATE
005660     .
005670 4010-REKEY-ONE-CARD-BATCH.
005680     MOVE ZERO TO PM-KEY-COUNT
005690     MOVE ZERO TO PM-BATCH-MOVED
005700     MOVE '00' TO PM-SCF-STATUS
005710     MOVE PX-ALIAS-ID TO YS-PLAYER-ID
005720     MOVE LOW-VALUES TO YS-GAME-START-TS
005730     START YACHTSCF KEY IS GREATER THAN OR EQUAL
005740         YS-SCORECARD-KEY
005750         INVALID KEY
005760             SET PM-SCF-EOF TO TRUE
005770     END-START
005780     PERFORM 3420-READ-NEXT-CARD
005790     PERFORM UNTIL PM-SCF-EOF
005800         IF YS-PLAYER-ID = PX-ALIAS-ID
005810                 AND PM-KEY-COUNT < 100
005820             ADD 1 TO PM-KEY-COUNT
005830             MOVE YS-GAME-START-TS
005840                 TO PM-KEY-VALUE(PM-KEY-COUNT)
005850             PERFORM 3420-READ-NEXT-CARD
005860         ELSE
005870             SET PM-SCF-EOF TO TRUE
005880         END-IF
005890     END-PERFORM
005900     PERFORM 4020-REKEY-ONE-CARD
005910         VARYING PM-KEY-IX FROM 1 BY 1
005920         UNTIL PM-KEY-IX > PM-KEY-COUNT
005930     .
005940 4020-REKEY-ONE-CARD.
005950     MOVE PX-ALIAS-ID TO YS-PLAYER-ID
005960     MOVE PM-KEY-VALUE(PM-KEY-IX) TO YS-GAME-START-TS
005970     READ YACHTSCF
005980         INVALID KEY
005990             CONTINUE
006000         NOT INVALID KEY
006010             MOVE PX-SURVIVOR-ID TO YS-PLAYER-ID
006020             WRITE YS-SCORECARD-RECORD
006030                 INVALID KEY
006040                     ADD 1 TO PM-KEPT-COUNT
006050                 NOT INVALID KEY
006060                     MOVE PX-ALIAS-ID TO YS-PLAYER-ID
006070                     DELETE YACHTSCF RECORD
006080                     ADD 1 TO PM-TOUCH-COUNT
006090                     ADD 1 TO PM-BATCH-MOVED
006100             END-WRITE
006110     END-READ
006120     .
006130* 4100-MERGE-LOYALTY-BALANCE - THE ALIAS'S BALANCE IS ADDED
006140* INTO THE SURVIVOR'S ROW (OR BECOMES IT WHEN THE SURVIVOR HAS
006150* NONE YET) AND THE ALIAS ROW IS DELETED.
006160 4100-MERGE-LOYALTY-BALANCE.
006170     MOVE ZERO TO PM-TOUCH-COUNT
006180     MOVE 'LOYBALF' TO PM-PASS-NAME
006190     MOVE SPACES TO PM-BAL-STATUS
006200     OPEN I-O LOYBALF
006210     EVALUATE TRUE
006220         WHEN PM-BAL-OK
006230             MOVE PX-ALIAS-ID TO BL-PLAYER-ID
006240             READ LOYBALF
006250                 INVALID KEY
006260                     CONTINUE
006270                 NOT INVALID KEY
006280                     MOVE BL-BALANCE TO PM-ALIAS-BALANCE
006290                     PERFORM 4110-FOLD-INTO-SURVIVOR-BALANCE
006300             END-READ
006310             CLOSE LOYBALF
006320             PERFORM 8000-REPORT-FILE-REKEYED
006330         WHEN PM-BAL-ABSENT
006340             PERFORM 8100-REPORT-NOT-PRESENT
006350         WHEN OTHER
006360             PERFORM 8200-REPORT-PASS-FAILED
006370     END-EVALUATE
006380     .
006390 4110-FOLD-INTO-SURVIVOR-BALANCE.
006400     MOVE PX-SURVIVOR-ID TO BL-PLAYER-ID
006410     READ LOYBALF
006420         INVALID KEY
006430             MOVE PX-SURVIVOR-ID TO BL-PLAYER-ID
006440             MOVE PM-ALIAS-BALANCE TO BL-BALANCE
006450             WRITE BL-BALANCE-RECORD
006460         NOT INVALID KEY
006470             ADD PM-ALIAS-BALANCE TO BL-BALANCE
006480             REWRITE BL-BALANCE-RECORD
006490     END-READ
006500     MOVE PX-ALIAS-ID TO BL-PLAYER-ID
006510     DELETE LOYBALF RECORD
006520     ADD 1 TO PM-TOUCH-COUNT
006530     .
006540* 4200-REKEY-BADGES - EACH ALIAS BADGE MOVES TO THE SURVIVOR;
006550* A BADGE THE SURVIVOR ALREADY HOLDS KEEPS WHICHEVER DATE IS
006560* EARLIER, SO THE BADGE IS STILL NEVER HELD TWICE.
006570 4200-REKEY-BADGES.
006580     MOVE ZERO TO PM-TOUCH-COUNT
006590     MOVE 'YACHAWDF' TO PM-PASS-NAME
006600     MOVE SPACES TO PM-AWD-STATUS
006610     OPEN I-O YACHAWDF
006620     EVALUATE TRUE
006630         WHEN PM-AWD-OK
006640             MOVE 100 TO PM-KEY-COUNT
006650             PERFORM 4210-REKEY-ONE-BADGE-BATCH
006660                 UNTIL PM-KEY-COUNT < 100
006670             CLOSE YACHAWDF
006680             PERFORM 8000-REPORT-FILE-REKEYED
006690         WHEN PM-AWD-ABSENT
006700             PERFORM 8100-REPORT-NOT-PRESENT
006710         WHEN OTHER
006720             PERFORM 8200-REPORT-PASS-FAILED
006730     END-EVALUATE
006740     .
006750 4210-REKEY-ONE-BADGE-BATCH.
006760     MOVE ZERO TO PM-KEY-COUNT
006770     MOVE '00' TO PM-AWD-STATUS
006780     MOVE PX-ALIAS-ID TO AW-PLAYER-ID
006790     MOVE LOW-VALUES TO AW-BADGE-CODE
006800     START YACHAWDF KEY IS GREATER THAN OR EQUAL
006810         AW-AWARD-KEY
006820         INVALID KEY
006830             SET PM-AWD-EOF TO TRUE
006840     END-START
006850     PERFORM 4220-READ-NEXT-BADGE
006860     PERFORM UNTIL PM-AWD-EOF
006870         IF AW-PLAYER-ID = PX-ALIAS-ID
006880                 AND PM-KEY-COUNT < 100
006890             ADD 1 TO PM-KEY-COUNT
006900             MOVE AW-BADGE-CODE TO PM-KEY-VALUE(PM-KEY-COUNT)
006910             PERFORM 4220-READ-NEXT-BADGE
006920         ELSE
006930             SET PM-AWD-EOF TO TRUE
006940         END-IF
006950     END-PERFORM
006960     PERFORM 4230-REKEY-ONE-BADGE
006970         VARYING PM-KEY-IX FROM 1 BY 1
006980         UNTIL PM-KEY-IX > PM-KEY-COUNT
006990     .
007000 4220-READ-NEXT-BADGE.
007010     IF NOT PM-AWD-EOF
007020         READ YACHAWDF NEXT RECORD
007030             AT END
007040                 SET PM-AWD-EOF TO TRUE
007050         END-READ
007060     END-IF
007070     .
007080 4230-REKEY-ONE-BADGE.
007090     MOVE PX-ALIAS-ID TO AW-PLAYER-ID
007100     MOVE PM-KEY-VALUE(PM-KEY-IX) TO AW-BADGE-CODE
007110     READ YACHAWDF
007120         INVALID KEY
007130             CONTINUE
007140         NOT INVALID KEY
007150             MOVE AW-AWARD-DATE TO PM-ALIAS-AWARD-DATE
007160             DELETE YACHAWDF RECORD
007170             MOVE PX-SURVIVOR-ID TO AW-PLAYER-ID
007180             READ YACHAWDF
007190                 INVALID KEY
007200                     MOVE PX-SURVIVOR-ID TO AW-PLAYER-ID
007210                     MOVE PM-KEY-VALUE(PM-KEY-IX)
007220                         TO AW-BADGE-CODE
007230                     MOVE PM-ALIAS-AWARD-DATE TO AW-AWARD-DATE
007240                     WRITE AW-AWARD-RECORD
007250                 NOT INVALID KEY
007260                     IF PM-ALIAS-AWARD-DATE < AW-AWARD-DATE
007270                         MOVE PM-ALIAS-AWARD-DATE
007280                             TO AW-AWARD-DATE
007290                         REWRITE AW-AWARD-RECORD
007300                     END-IF
007310             END-READ
007320             ADD 1 TO PM-TOUCH-COUNT
007330     END-READ
007340     .
007350* 4300-REKEY-MATCHES - ENTRY IDS AND WINNERS CHANGE IN PLACE;
007360* THE MATCH KEY IS UNTOUCHED.
007370 4300-REKEY-MATCHES.
007380     MOVE ZERO TO PM-TOUCH-COUNT
007390     MOVE 'MATCHF' TO PM-PASS-NAME
007400     MOVE SPACES TO PM-MAT-STATUS
007410     OPEN I-O MATCHF
007420     EVALUATE TRUE
007430         WHEN PM-MAT-OK
007440             MOVE LOW-VALUES TO YM-MATCH-ID
007450             START MATCHF KEY IS GREATER THAN OR EQUAL
007460                 YM-MATCH-ID
007470                 INVALID KEY
007480                     SET PM-MAT-EOF TO TRUE
007490             END-START
007500             PERFORM 4310-READ-NEXT-MATCH
007510             PERFORM UNTIL PM-MAT-EOF
007520                 PERFORM 4320-REKEY-ONE-MATCH
007530                 PERFORM 4310-READ-NEXT-MATCH
007540             END-PERFORM
007550             CLOSE MATCHF
007560             PERFORM 8000-REPORT-FILE-REKEYED
007570         WHEN PM-MAT-ABSENT
007580             PERFORM 8100-REPORT-NOT-PRESENT
007590         WHEN OTHER
007600             PERFORM 8200-REPORT-PASS-FAILED
007610     END-EVALUATE
007620     .
007630 4310-READ-NEXT-MATCH.
007640     IF NOT PM-MAT-EOF
007650         READ MATCHF NEXT RECORD
007660             AT END
007670                 SET PM-MAT-EOF TO TRUE
007680         END-READ
007690     END-IF
007700     .
007710 4320-REKEY-ONE-MATCH.
007720     MOVE 'N' TO PM-RECORD-TOUCHED
007730     PERFORM VARYING PM-ENTRY-IX FROM 1 BY 1
007740             UNTIL PM-ENTRY-IX > 4
007750         IF YM-PLAYER-ID(PM-ENTRY-IX) = PX-ALIAS-ID
007760             MOVE PX-SURVIVOR-ID TO YM-PLAYER-ID(PM-ENTRY-IX)
007770             MOVE 'Y' TO PM-RECORD-TOUCHED
007780         END-IF
007790     END-PERFORM
007800     IF YM-WINNER-PLAYER-ID = PX-ALIAS-ID
007810         MOVE PX-SURVIVOR-ID TO YM-WINNER-PLAYER-ID
007820         MOVE 'Y' TO PM-RECORD-TOUCHED
007830     END-IF
007840     IF PM-RECORD-TOUCHED = 'Y'
007850         REWRITE YM-MATCH-RECORD
007860         ADD 1 TO PM-TOUCH-COUNT
007870     END-IF
007880     .
007880* 4350-MERGE-CONTACT-DETAILS - ONE CONTACT ROW PER PLAYER.  THE
007880* SURVIVOR'S OWN ROW, AND THE CONSENTS GIVEN ON IT, ALWAYS
007880* STAND; THE ALIAS'S ROW ONLY MOVES ACROSS WHEN THE SURVIVOR
007880* HAS NONE, AND IS DROPPED EITHER WAY.
007880 4350-MERGE-CONTACT-DETAILS.
007880     MOVE ZERO TO PM-TOUCH-COUNT
007880     MOVE 'YPCONTF' TO PM-PASS-NAME
007880     MOVE SPACES TO PM-CON-STATUS
007880     OPEN I-O YPCONTF
007880     EVALUATE TRUE
007880         WHEN PM-CON-OK
007880             MOVE PX-ALIAS-ID TO CT-PLAYER-ID
007880             READ YPCONTF
007880                 INVALID KEY
007880                     CONTINUE
007880                 NOT INVALID KEY
007880                     DELETE YPCONTF RECORD
007880                     MOVE PX-SURVIVOR-ID TO CT-PLAYER-ID
007880                     WRITE CT-CONTACT-RECORD
007880                         INVALID KEY
007880                             CONTINUE
007880                     END-WRITE
007880                     ADD 1 TO PM-TOUCH-COUNT
007880             END-READ
007880             CLOSE YPCONTF
007880             PERFORM 8000-REPORT-FILE-REKEYED
007880         WHEN PM-CON-ABSENT
007880             PERFORM 8100-REPORT-NOT-PRESENT
007880         WHEN OTHER
007880             PERFORM 8200-REPORT-PASS-FAILED
007880     END-EVALUATE
007880     .
007890* 4360-MERGE-PLAY-LIMITS - ONE LIMIT ROW PER PLAYER.  THE
007890* ALIAS'S ROW MOVES ACROSS WHEN THE SURVIVOR HAS NONE; OTHERWISE
007890* THE SURVIVOR'S ROW TAKES THE STRICTER OF EACH DAILY LIMIT (ZERO
007890* BEING NO LIMIT) AND THE LATER SELF-EXCLUSION END DATE, SO NO
007890* CAP OR BAR THE PLAYER ASKED FOR IS LOST BY THE MERGE.
007890 4360-MERGE-PLAY-LIMITS.
007890     MOVE ZERO TO PM-TOUCH-COUNT
007890     MOVE 'YPLIMF' TO PM-PASS-NAME
007890     MOVE SPACES TO PM-LIM-STATUS
007890     OPEN I-O YPLIMF
007890     EVALUATE TRUE
007890         WHEN PM-LIM-OK
007890             MOVE PX-ALIAS-ID TO PM-PLAYER-ID
007890             READ YPLIMF
007890                 INVALID KEY
007890                     CONTINUE
007890                 NOT INVALID KEY
007890                     MOVE PM-DAILY-CARD-LIMIT
007890                         TO PM-ALIAS-CARD-LIMIT
007890                     MOVE PM-DAILY-SPEND-LIMIT
007890                         TO PM-ALIAS-SPEND-LIMIT
007890                     MOVE PM-EXCLUDE-END-DATE
007890                         TO PM-ALIAS-EXCLUDE-END
007890                     DELETE YPLIMF RECORD
007890                     PERFORM 4365-FOLD-INTO-SURVIVOR-LIMITS
007890             END-READ
007890             CLOSE YPLIMF
007890             PERFORM 8000-REPORT-FILE-REKEYED
007890         WHEN PM-LIM-ABSENT
007890             PERFORM 8100-REPORT-NOT-PRESENT
007890         WHEN OTHER
007890             PERFORM 8200-REPORT-PASS-FAILED
007890     END-EVALUATE
007890     .
007890 4365-FOLD-INTO-SURVIVOR-LIMITS.
007890     MOVE PX-SURVIVOR-ID TO PM-PLAYER-ID
007890     READ YPLIMF
007890         INVALID KEY
007890             MOVE PX-SURVIVOR-ID TO PM-PLAYER-ID
007890             MOVE PM-ALIAS-CARD-LIMIT TO PM-DAILY-CARD-LIMIT
007890             MOVE PM-ALIAS-SPEND-LIMIT TO PM-DAILY-SPEND-LIMIT
007890             MOVE PM-ALIAS-EXCLUDE-END TO PM-EXCLUDE-END-DATE
007890             MOVE PM-RUN-DATE TO PM-LAST-SET-DATE
007890             MOVE 'YPLMERGE' TO PM-LAST-SET-BY
007890             WRITE PM-LIMIT-RECORD
007890                 INVALID KEY
007890                     CONTINUE
007890             END-WRITE
007890         NOT INVALID KEY
007890             IF PM-ALIAS-CARD-LIMIT > ZERO
007890                     AND (PM-DAILY-CARD-LIMIT = ZERO
007890                       OR PM-ALIAS-CARD-LIMIT
007890                           < PM-DAILY-CARD-LIMIT)
007890                 MOVE PM-ALIAS-CARD-LIMIT TO PM-DAILY-CARD-LIMIT
007890             END-IF
007890             IF PM-ALIAS-SPEND-LIMIT > ZERO
007890                     AND (PM-DAILY-SPEND-LIMIT = ZERO
007890                       OR PM-ALIAS-SPEND-LIMIT
007890                           < PM-DAILY-SPEND-LIMIT)
007890                 MOVE PM-ALIAS-SPEND-LIMIT TO PM-DAILY-SPEND-LIMIT
007890             END-IF
007890             IF PM-ALIAS-EXCLUDE-END NOT = SPACES
007890                     AND (PM-NO-EXCLUSION
007890                       OR PM-ALIAS-EXCLUDE-END
007890                           > PM-EXCLUDE-END-DATE)
007890                 MOVE PM-ALIAS-EXCLUDE-END TO PM-EXCLUDE-END-DATE
007890             END-IF
007890             MOVE PM-RUN-DATE TO PM-LAST-SET-DATE
007890             MOVE 'YPLMERGE' TO PM-LAST-SET-BY
007890             REWRITE PM-LIMIT-RECORD
007890     END-READ
007890     ADD 1 TO PM-TOUCH-COUNT
007890     .
007890* 4370-REKEY-PLAY-CARDS - YSVCARDF IS KEYED BY CARD NUMBER, SO
007890* THE WHOLE FILE IS SWEPT AND EACH OF THE ALIAS'S PLAY CARDS IS
007890* RE-ISSUED TO THE SURVIVOR IN PLACE, BALANCE AND STATUS AS THEY
007890* STAND.
007890 4370-REKEY-PLAY-CARDS.
007890     MOVE ZERO TO PM-TOUCH-COUNT
007890     MOVE 'YSVCARDF' TO PM-PASS-NAME
007890     MOVE SPACES TO PM-SVC-STATUS
007890     OPEN I-O YSVCARDF
007890     EVALUATE TRUE
007890         WHEN PM-SVC-OK
007890             MOVE LOW-VALUES TO SV-CARD-NUMBER
007890             START YSVCARDF KEY IS GREATER THAN OR EQUAL
007890                 SV-CARD-NUMBER
007890                 INVALID KEY
007890                     SET PM-SVC-EOF TO TRUE
007890             END-START
007890             PERFORM 4375-READ-NEXT-PLAY-CARD
007890             PERFORM UNTIL PM-SVC-EOF
007890                 IF SV-PLAYER-ID = PX-ALIAS-ID
007890                     MOVE PX-SURVIVOR-ID TO SV-PLAYER-ID
007890                     REWRITE SV-CARD-RECORD
007890                     ADD 1 TO PM-TOUCH-COUNT
007890                 END-IF
007890                 PERFORM 4375-READ-NEXT-PLAY-CARD
007890             END-PERFORM
007890             CLOSE YSVCARDF
007890             PERFORM 8000-REPORT-FILE-REKEYED
007890         WHEN PM-SVC-ABSENT
007890             PERFORM 8100-REPORT-NOT-PRESENT
007890         WHEN OTHER
007890             PERFORM 8200-REPORT-PASS-FAILED
007890     END-EVALUATE
007890     .
007890 4375-READ-NEXT-PLAY-CARD.
007890     IF NOT PM-SVC-EOF
007890         READ YSVCARDF NEXT RECORD
007890             AT END
007890                 SET PM-SVC-EOF TO TRUE
007890         END-READ
007890     END-IF
007890     .
007890* 4380-MERGE-HOUSEHOLD - THE ALIAS'S OWN ROW MOVES TO THE
007890* SURVIVOR WHEN THE SURVIVOR HAS NONE, OR IS DROPPED WHEN BOTH
007890* ARE IN THE SAME HOUSEHOLD (THE SURVIVOR BECOMING HEAD IF THE
007890* ALIAS WAS).  ANY ROW NAMING THE ALIAS AS ITS HOUSEHOLD HEAD
007890* THEN TAKES THE SURVIVOR IN PLACE.
007890 4380-MERGE-HOUSEHOLD.
007890     MOVE ZERO TO PM-TOUCH-COUNT
007890     MOVE 'YHHOLDF' TO PM-PASS-NAME
007890     MOVE SPACES TO PM-HHF-STATUS
007890     OPEN I-O YHHOLDF
007890     EVALUATE TRUE
007890         WHEN PM-HHF-OK
007890             MOVE PX-ALIAS-ID TO HH-PLAYER-ID
007890             READ YHHOLDF
007890                 INVALID KEY
007890                     CONTINUE
007890                 NOT INVALID KEY
007890                     MOVE HH-HOUSEHOLD-RECORD TO PM-ALIAS-HH-ROW
007890                     MOVE HH-ROLE TO PM-ALIAS-HH-ROLE
007890                     DELETE YHHOLDF RECORD
007890                     PERFORM 4385-MOVE-HOUSEHOLD-ROW
007890             END-READ
007890             MOVE LOW-VALUES TO HH-PLAYER-ID
007890             START YHHOLDF KEY IS GREATER THAN OR EQUAL
007890                 HH-PLAYER-ID
007890                 INVALID KEY
007890                     SET PM-HHF-EOF TO TRUE
007890             END-START
007890             PERFORM 4390-READ-NEXT-HOUSEHOLD-ROW
007890             PERFORM UNTIL PM-HHF-EOF
007890                 IF HH-HOUSEHOLD-ID = PX-ALIAS-ID
007890                     MOVE PX-SURVIVOR-ID TO HH-HOUSEHOLD-ID
007890                     REWRITE HH-HOUSEHOLD-RECORD
007890                     ADD 1 TO PM-TOUCH-COUNT
007890                 END-IF
007890                 PERFORM 4390-READ-NEXT-HOUSEHOLD-ROW
007890             END-PERFORM
007890             CLOSE YHHOLDF
007890             PERFORM 8000-REPORT-FILE-REKEYED
007890         WHEN PM-HHF-ABSENT
007890             PERFORM 8100-REPORT-NOT-PRESENT
007890         WHEN OTHER
007890             PERFORM 8200-REPORT-PASS-FAILED
007890     END-EVALUATE
007890     .
007890 4385-MOVE-HOUSEHOLD-ROW.
007890     MOVE PX-SURVIVOR-ID TO HH-PLAYER-ID
007890     READ YHHOLDF
007890         INVALID KEY
007890             MOVE PM-ALIAS-HH-ROW TO HH-HOUSEHOLD-RECORD
007890             MOVE PX-SURVIVOR-ID TO HH-PLAYER-ID
007890             IF HH-HOUSEHOLD-ID = PX-ALIAS-ID
007890                 MOVE PX-SURVIVOR-ID TO HH-HOUSEHOLD-ID
007890             END-IF
007890             WRITE HH-HOUSEHOLD-RECORD
007890                 INVALID KEY
007890                     CONTINUE
007890             END-WRITE
007890         NOT INVALID KEY
007890             IF PM-ALIAS-HH-ROLE = 'H'
007890                 SET HH-IS-HEAD TO TRUE
007890                 REWRITE HH-HOUSEHOLD-RECORD
007890             END-IF
007890     END-READ
007890     ADD 1 TO PM-TOUCH-COUNT
007890     .
007890 4390-READ-NEXT-HOUSEHOLD-ROW.
007890     IF NOT PM-HHF-EOF
007890         READ YHHOLDF NEXT RECORD
007890             AT END
007890                 SET PM-HHF-EOF TO TRUE
007890         END-READ
007890     END-IF
007890     .
007890* 4400-FIND-OPENING-BALANCES - THE LEDGER MAY HAVE BEEN PURGED
007900* BACK, SO EACH ID'S BALANCE BEFORE ITS EARLIEST POSTING STILL
007910* ON FILE IS THAT POSTING'S BALANCE LESS ITS POINTS.  THE TWO
007920* TOGETHER OPEN THE MERGED ACCOUNT THE PLEDGERF PASS RESTATES.
007930 4400-FIND-OPENING-BALANCES.
007940     MOVE ZERO TO PM-ALIAS-OPENING
007950     MOVE ZERO TO PM-SURV-OPENING
007960     MOVE 'N' TO PM-ALIAS-SEEN-FLAG
007970     MOVE 'N' TO PM-SURV-SEEN-FLAG
007980     MOVE SPACES TO PM-TGT-STATUS
007990     OPEN INPUT PLEDGERF
008000     IF PM-TGT-OK
008010         MOVE 'N' TO PM-TGT-EOF-FLAG
008020         PERFORM 4410-READ-NEXT-POSTING
008030         PERFORM UNTIL PM-TGT-EOF
008040             IF PL-PLAYER-ID = PX-ALIAS-ID
008050                     AND NOT PM-ALIAS-POSTING-SEEN
008060                 SET PM-ALIAS-POSTING-SEEN TO TRUE
008070                 COMPUTE PM-ALIAS-OPENING =
008080                     PL-BALANCE - PL-POINTS
008090             END-IF
008100             IF PL-PLAYER-ID = PX-SURVIVOR-ID
008110                     AND NOT PM-SURV-POSTING-SEEN
008120                 SET PM-SURV-POSTING-SEEN TO TRUE
008130                 COMPUTE PM-SURV-OPENING =
008140                     PL-BALANCE - PL-POINTS
008150             END-IF
008160             PERFORM 4410-READ-NEXT-POSTING
008170         END-PERFORM
008180         CLOSE PLEDGERF
008190     END-IF
008200     COMPUTE PM-MERGED-BALANCE =
008210         PM-ALIAS-OPENING + PM-SURV-OPENING
008220     .
008230 4410-READ-NEXT-POSTING.
008240     IF NOT PM-TGT-EOF
008250         READ PLEDGERF
008260             AT END
008270                 SET PM-TGT-EOF TO TRUE
008280         END-READ
008290     END-IF
008300     .
008310* 4900-DELETE-ALIAS-REGISTRATION - LAST OF ALL, SO AN ALIAS
008320* IS NEVER LEFT UNREGISTERED WHILE RECORDS STILL NAME IT.
008330 4900-DELETE-ALIAS-REGISTRATION.
008340     MOVE ZERO TO PM-TOUCH-COUNT
008350     MOVE 'YPLAYERF' TO PM-PASS-NAME
008360     MOVE SPACES TO PM-PLF-STATUS
008370     OPEN I-O YPLAYERF
008380     IF PM-PLF-OK
008390         MOVE PX-ALIAS-ID TO YP-PLAYER-ID
008400         READ YPLAYERF
008410             INVALID KEY
008420                 CONTINUE
008430             NOT INVALID KEY
008440                 DELETE YPLAYERF RECORD
008450                 ADD 1 TO PM-TOUCH-COUNT
008460         END-READ
008470         CLOSE YPLAYERF
008480     END-IF
008490     MOVE SPACES TO RPT-LINE
008500     STRING '  ' DELIMITED BY SIZE
008510            PM-PASS-NAME DELIMITED BY SIZE
008520            ' ALIAS REGISTRATIONS DELETED ' DELIMITED BY SIZE
008530            PM-TOUCH-COUNT DELIMITED BY SIZE
008540         INTO RPT-LINE
008550     WRITE RPT-LINE
008560     .
008570* 5000-REKEY-ONE-PASS - THE APPEND-ONLY FILES, EACH READ AND
008580* WRITTEN BACK THROUGH ITS OWN RECORD SHAPE (DISPATCHED ON
008590* PM-FILE-NO), WITH THE WORK COPY IN BETWEEN.
008600 5000-REKEY-ONE-PASS.
008610     MOVE ZERO TO PM-TOUCH-COUNT
008620     MOVE SPACES TO PM-TGT-STATUS
008630     PERFORM 7100-OPEN-PASS-INPUT
008640     EVALUATE TRUE
008650         WHEN PM-TGT-OK
008660             OPEN OUTPUT YPLMGWRK
008670             MOVE 'N' TO PM-TGT-EOF-FLAG
008680             PERFORM 7200-READ-AND-REKEY
008690             PERFORM UNTIL PM-TGT-EOF
008700                 WRITE WK-RECORD
008710                 PERFORM 7200-READ-AND-REKEY
008720             END-PERFORM
008730             PERFORM 7300-CLOSE-PASS-FILE
008740             CLOSE YPLMGWRK
008750             PERFORM 5100-WRITE-PASS-FILE-BACK
008760             PERFORM 8000-REPORT-FILE-REKEYED
008770         WHEN PM-TGT-ABSENT
008780             PERFORM 8100-REPORT-NOT-PRESENT
008790         WHEN OTHER
008800             PERFORM 8200-REPORT-PASS-FAILED
008810     END-EVALUATE
008820     .
008830 5100-WRITE-PASS-FILE-BACK.
008840     MOVE SPACES TO PM-WRK-STATUS
008850     OPEN INPUT YPLMGWRK
008860     PERFORM 7400-OPEN-PASS-OUTPUT
008870     PERFORM 5110-READ-NEXT-WORK
008880     PERFORM UNTIL PM-WRK-EOF
008890         PERFORM 7500-WRITE-PASS-RECORD
008900         PERFORM 5110-READ-NEXT-WORK
008910     END-PERFORM
008920     CLOSE YPLMGWRK
008930     PERFORM 7300-CLOSE-PASS-FILE
008940     .
008950 5110-READ-NEXT-WORK.
008960     IF NOT PM-WRK-EOF
008970         READ YPLMGWRK
008980             AT END
008990                 SET PM-WRK-EOF TO TRUE
009000         END-READ
009010     END-IF
009020     .
009030* 7100 THROUGH 7500 - THE ONE PLACE THE PASS TOUCHES ITS
009040* TARGET: EACH VERB DISPATCHES ON PM-FILE-NO AND EVERY RECORD
009050* RIDES THE WORK COPY AS A FULL RECORD IMAGE.
009060 7100-OPEN-PASS-INPUT.
009070     EVALUATE PM-FILE-NO
009080         WHEN 1 OPEN INPUT YACHTARF
009090         WHEN 2 OPEN INPUT YACHTAUDF
009100         WHEN 3 OPEN INPUT PLEDGERF
009110         WHEN 4 OPEN INPUT VOUCHF
009120     END-EVALUATE
009130     .
009140* 7200-READ-AND-REKEY - READ THE NEXT RECORD, SWAP THE ALIAS
009150* FOR THE SURVIVOR WHERE IT APPEARS, AND LEAVE THE RECORD IMAGE
009160* IN WK-RECORD.  ON PLEDGERF A TRANSFER NAMING THE ALIAS AS
009170* COUNTERPARTY IS SWAPPED TOO, AND EVERY SURVIVOR POSTING TAKES
009180* THE MERGED ACCOUNT'S RUNNING BALANCE.
009190 7200-READ-AND-REKEY.
009200     IF NOT PM-TGT-EOF
009210         MOVE SPACES TO WK-RECORD
009220         EVALUATE PM-FILE-NO
009230             WHEN 1
009240                 READ YACHTARF
009250                     AT END SET PM-TGT-EOF TO TRUE
009260                     NOT AT END
009270                         IF ARC-PLAYER-ID = PX-ALIAS-ID
009280                             MOVE PX-SURVIVOR-ID TO ARC-PLAYER-ID
009290                             ADD 1 TO PM-TOUCH-COUNT
009300                         END-IF
009310                         MOVE ARC-RECORD TO WK-RECORD
009320                 END-READ
009330             WHEN 2
009340                 READ YACHTAUDF
009350                     AT END SET PM-TGT-EOF TO TRUE
009360                     NOT AT END
009370                         IF AUD-PLAYER-ID = PX-ALIAS-ID
009380                             MOVE PX-SURVIVOR-ID TO AUD-PLAYER-ID
009390                             ADD 1 TO PM-TOUCH-COUNT
009400                         END-IF
009410                         MOVE AUD-AUDIT-RECORD TO WK-RECORD
009420                 END-READ
009430             WHEN 3
009440                 READ PLEDGERF
009450                     AT END SET PM-TGT-EOF TO TRUE
009460                     NOT AT END
009470                         PERFORM 7250-REKEY-ONE-POSTING
009480                         MOVE PL-LEDGER-RECORD TO WK-RECORD
009490                 END-READ
009500             WHEN 4
009510                 READ VOUCHF
009520                     AT END SET PM-TGT-EOF TO TRUE
009530                     NOT AT END
009540                         IF VO-PLAYER-ID = PX-ALIAS-ID
009550                             MOVE PX-SURVIVOR-ID TO VO-PLAYER-ID
009560                             ADD 1 TO PM-TOUCH-COUNT
009570                         END-IF
009580                         MOVE VO-VOUCHER-RECORD TO WK-RECORD
009590                 END-READ
009600         END-EVALUATE
009610     END-IF
009620     .
009630 7250-REKEY-ONE-POSTING.
009640     MOVE 'N' TO PM-RECORD-TOUCHED
009650     IF PL-PLAYER-ID = PX-ALIAS-ID
009660         MOVE PX-SURVIVOR-ID TO PL-PLAYER-ID
009670         MOVE 'Y' TO PM-RECORD-TOUCHED
009680     END-IF
009690     IF PL-ENTRY-IS-TRANSFER
009700             AND PL-GAME-START-TS(6:10) = PX-ALIAS-ID
009710         MOVE PX-SURVIVOR-ID TO PL-GAME-START-TS(6:10)
009720         MOVE 'Y' TO PM-RECORD-TOUCHED
009730     END-IF
009740     IF PL-PLAYER-ID = PX-SURVIVOR-ID
009750         ADD PL-POINTS TO PM-MERGED-BALANCE
009760         MOVE PM-MERGED-BALANCE TO PL-BALANCE
009770     END-IF
009780     IF PM-RECORD-TOUCHED = 'Y'
009790         ADD 1 TO PM-TOUCH-COUNT
009800     END-IF
009810     .
009820 7300-CLOSE-PASS-FILE.
009830     EVALUATE PM-FILE-NO
009840         WHEN 1 CLOSE YACHTARF
009850         WHEN 2 CLOSE YACHTAUDF
009860         WHEN 3 CLOSE PLEDGERF
009870         WHEN 4 CLOSE VOUCHF
009880     END-EVALUATE
009890     .
009900 7400-OPEN-PASS-OUTPUT.
009910     EVALUATE PM-FILE-NO
009920         WHEN 1 OPEN OUTPUT YACHTARF
009930         WHEN 2 OPEN OUTPUT YACHTAUDF
009940         WHEN 3 OPEN OUTPUT PLEDGERF
009950         WHEN 4 OPEN OUTPUT VOUCHF
009960     END-EVALUATE
009970     .
009980 7500-WRITE-PASS-RECORD.
009990     EVALUATE PM-FILE-NO
010000         WHEN 1
010010             MOVE WK-RECORD TO ARC-RECORD
010020             WRITE ARC-RECORD
010030         WHEN 2
010040             MOVE WK-RECORD TO AUD-AUDIT-RECORD
010050             WRITE AUD-AUDIT-RECORD
010060         WHEN 3
010070             MOVE WK-RECORD TO PL-LEDGER-RECORD
010080             WRITE PL-LEDGER-RECORD
010090         WHEN 4
010100             MOVE WK-RECORD TO VO-VOUCHER-RECORD
010110             WRITE VO-VOUCHER-RECORD
010120     END-EVALUATE
010130     .
010140 8000-REPORT-FILE-REKEYED.
010150     ADD PM-TOUCH-COUNT TO PM-MERGE-TOTAL
010160     MOVE SPACES TO RPT-LINE
010170     STRING '  ' DELIMITED BY SIZE
010180            PM-PASS-NAME DELIMITED BY SIZE
010190            ' RECORDS RE-KEYED ' DELIMITED BY SIZE
010200            PM-TOUCH-COUNT DELIMITED BY SIZE
010210         INTO RPT-LINE
010220     WRITE RPT-LINE
010230     .
010240* 8100-REPORT-NOT-PRESENT - A FILE THAT DOES NOT EXIST HOLDS
010250* NOTHING OF THE ALIAS'S; THE REPORT SAYS SO RATHER THAN SAYING
010260* NOTHING.
010270 8100-REPORT-NOT-PRESENT.
010280     MOVE SPACES TO RPT-LINE
010290     STRING '  ' DELIMITED BY SIZE
010300            PM-PASS-NAME DELIMITED BY SIZE
010310            ' NOT PRESENT - NOTHING TO RE-KEY'
010320                DELIMITED BY SIZE
010330         INTO RPT-LINE
010340     WRITE RPT-LINE
010350     .
010360* 8200-REPORT-PASS-FAILED - A FILE THAT EXISTS BUT COULD NOT
010370* BE PROCESSED MAKES THE WHOLE MERGE INCOMPLETE.
010380 8200-REPORT-PASS-FAILED.
010390     SET PM-MERGE-INCOMPLETE TO TRUE
010400     MOVE SPACES TO RPT-LINE
010410     STRING '  ' DELIMITED BY SIZE
010420            PM-PASS-NAME DELIMITED BY SIZE
010430            ' COULD NOT BE OPENED - MERGE INCOMPLETE'
010440                DELIMITED BY SIZE
010450         INTO RPT-LINE
010460     WRITE RPT-LINE
010470     .
010480 9100-WRITE-SUMMARY.
010490     MOVE SPACES TO RPT-LINE
010500     WRITE RPT-LINE
010510     STRING 'MERGED ' DELIMITED BY SIZE
010520            PM-MERGED-COUNT DELIMITED BY SIZE
010530            '  REFUSED ' DELIMITED BY SIZE
010540            PM-REFUSED-COUNT DELIMITED BY SIZE
010550            '  INCOMPLETE ' DELIMITED BY SIZE
010560            PM-INCOMPLETE-COUNT DELIMITED BY SIZE
010570         INTO RPT-LINE
010580     WRITE RPT-LINE
010590     .
