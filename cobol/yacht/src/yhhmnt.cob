000010
000020* YHHMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YHHMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YHHMNT IS THE DESK MAINTENANCE TRANSACTION FOR THE YHHOLDF
000100* LOYALTY HOUSEHOLD FILE.  THE DESK KEYS ONE TRANSACTION PER
000110* LINE INTO YHHTXN - 'A' ADD A PLAYER TO A HOUSEHOLD, 'D'
000120* DROP A PLAYER FROM ONE, EACH CARRYING THE KEYING USER'S ID -
000130* AND THIS PROGRAM APPLIES THEM AFTER CHECKING THE USER
000140* THROUGH OPERAUTH.
000150*
000160* AN ADD NAMING THE PLAYER AS THEIR OWN HOUSEHOLD ID OPENS A
000170* NEW HOUSEHOLD WITH THAT PLAYER AS HEAD; ANY OTHER ADD JOINS
000180* THE PLAYER TO AN EXISTING HEAD'S HOUSEHOLD.  EITHER WAY THE
000190* PLAYER MUST BE ON THE YPLAYERF REGISTRATION MASTER AND NOT
000200* ALREADY IN A HOUSEHOLD.  A HEAD MAY ONLY BE DROPPED ONCE
000210* EVERY OTHER MEMBER HAS GONE, SO NO MEMBER IS EVER LEFT
000220* POINTING AT A HOUSEHOLD THAT NO LONGER EXISTS.  AN APPLIED-
000230* OR-REJECTED LINE PER TRANSACTION AND A TOTALS LINE GO TO
000240* YHHMRPT.
000250*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 RJ    ORIGINAL PROGRAM
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT YHHTXN ASSIGN TO "YHHTXN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS HM-TXN-STATUS.
000380     SELECT YHHOLDF ASSIGN TO "YHHOLDF"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS HH-PLAYER-ID
000420         FILE STATUS IS HM-HHF-STATUS.
000430     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS YP-PLAYER-ID
000470         FILE STATUS IS HM-PLF-STATUS.
000480     SELECT YHHMRPT ASSIGN TO "YHHMRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS HM-RPT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  YHHTXN.
000540 01  HT-RECORD.
000550     05  HT-ACTION              PIC X(01).
000560         88  HT-ACTION-ADD          VALUE 'A'.
000570         88  HT-ACTION-DROP         VALUE 'D'.
000580     05  HT-USER-ID             PIC X(08).
000590     05  HT-PLAYER-ID           PIC X(10).
000600     05  HT-HOUSEHOLD-ID        PIC X(10).
000610 FD  YHHOLDF.
000620 COPY "YHHOLD.cpy".
000630 FD  YPLAYERF.
000640 COPY "YPLAYER.cpy".
000650 FD  YHHMRPT
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  RPT-LINE                   PIC X(80).
000680 WORKING-STORAGE SECTION.
000690 01  HM-WORK-FIELDS.
000700     05  HM-TXN-STATUS          PIC X(02) VALUE SPACES.
000710         88  HM-TXN-OK              VALUE '00'.
000720         88  HM-TXN-EOF             VALUE '10'.
000730     05  HM-HHF-STATUS          PIC X(02) VALUE SPACES.
000740         88  HM-HHF-OK              VALUE '00'.
000750         88  HM-HHF-EOF             VALUE '10'.
000760         88  HM-HHF-NOT-FOUND       VALUE '35'.
000770     05  HM-PLF-STATUS          PIC X(02) VALUE SPACES.
000780         88  HM-PLF-OK              VALUE '00'.
000790     05  HM-RPT-STATUS          PIC X(02) VALUE SPACES.
000800     05  HM-CURRENT-TS          PIC X(21) VALUE SPACES.
000810     05  HM-RUN-DATE            PIC X(08) VALUE SPACES.
000820     05  HM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000830     05  HM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000840     05  HM-MEMBER-COUNT        PIC 9(05) VALUE ZERO.
000850     05  HM-RESULT-TEXT         PIC X(40) VALUE SPACES.
000860 COPY "OPAUTHLK.cpy".
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE
000900     PERFORM 2000-READ-NEXT-TRANSACTION
000910     PERFORM UNTIL HM-TXN-EOF
000920         IF HT-RECORD NOT = SPACES
000930             PERFORM 3000-APPLY-TRANSACTION
000940         END-IF
000950         PERFORM 2000-READ-NEXT-TRANSACTION
000960     END-PERFORM
000970     PERFORM 4000-WRITE-SUMMARY
000980     CLOSE YHHTXN YHHOLDF YHHMRPT
000990     IF HM-PLF-OK
001000         CLOSE YPLAYERF
001010     END-IF
001020     GOBACK.
001030 1000-INITIALIZE.
001040     MOVE FUNCTION CURRENT-DATE TO HM-CURRENT-TS
001050     MOVE HM-CURRENT-TS(1:8) TO HM-RUN-DATE
001060     OPEN INPUT YHHTXN
001070     OPEN OUTPUT YHHMRPT
001080     OPEN I-O YHHOLDF
001090     IF HM-HHF-NOT-FOUND
001100         OPEN OUTPUT YHHOLDF
001110         CLOSE YHHOLDF
001120         OPEN I-O YHHOLDF
001130     END-IF
001140     OPEN INPUT YPLAYERF
001150     MOVE 'LOYALTY HOUSEHOLD MAINTENANCE' TO RPT-LINE
001160     WRITE RPT-LINE
001170     .
001180 2000-READ-NEXT-TRANSACTION.
001190     READ YHHTXN
001200         AT END
001210             SET HM-TXN-EOF TO TRUE
001220     END-READ
001230     .
001240* 3000-APPLY-TRANSACTION - CHECK THE OPERATOR AND THE PLAYER,
001250* ROUTE BY ACTION CODE, AUDIT EVERY APPLIED CHANGE, AND WRITE
001260* THE APPLIED-OR-REJECTED LINE.
001270 3000-APPLY-TRANSACTION.
001280     MOVE SPACES TO HM-RESULT-TEXT
001290     PERFORM 3020-CHECK-OPERATOR
001300     IF HM-RESULT-TEXT = SPACES
001310         PERFORM 3040-CHECK-PLAYER
001320     END-IF
001330     IF HM-RESULT-TEXT = SPACES
001340         EVALUATE TRUE
001350             WHEN HT-ACTION-ADD
001360                 PERFORM 3100-ADD-TO-HOUSEHOLD
001370             WHEN HT-ACTION-DROP
001380                 PERFORM 3300-DROP-FROM-HOUSEHOLD
001390             WHEN OTHER
001400                 MOVE 'REJECTED - BAD ACTION CODE'
001410                     TO HM-RESULT-TEXT
001420         END-EVALUATE
001430     END-IF
001440     IF HM-RESULT-TEXT(1:8) = 'REJECTED'
001450         ADD 1 TO HM-REJECTED-COUNT
001460     ELSE
001470         ADD 1 TO HM-APPLIED-COUNT
001480         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001490     END-IF
001500     MOVE SPACES TO RPT-LINE
001510     STRING HT-ACTION       DELIMITED BY SIZE
001520            ' '             DELIMITED BY SIZE
001530            HT-PLAYER-ID    DELIMITED BY SIZE
001540            ' '             DELIMITED BY SIZE
001550            HT-HOUSEHOLD-ID DELIMITED BY SIZE
001560            ' '             DELIMITED BY SIZE
001570            HM-RESULT-TEXT  DELIMITED BY SIZE
001580         INTO RPT-LINE
001590     WRITE RPT-LINE
001600     .
001610* 3020-CHECK-OPERATOR - THE KEYING USER MUST BE AUTHORIZED
001620* FOR THIS PROGRAM ON THE OPERATOR MASTER.
001630 3020-CHECK-OPERATOR.
001640     MOVE SPACES TO OA-PARMS
001650     SET OA-ASK-CHECK TO TRUE
001660     MOVE HT-USER-ID TO OA-OPERATOR-ID
001670     MOVE 'YHHMNT  ' TO OA-PROGRAM-ID
001680     CALL 'OPERAUTH' USING OA-PARMS
001690     IF OA-OPERATOR-DENIED
001700         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001710             TO HM-RESULT-TEXT
001720     END-IF
001730     .
001740* 3040-CHECK-PLAYER - AN ADD MUST NAME A REGISTERED PLAYER.  A
001750* DROP MAY CLEAN UP AFTER A PLAYER ALREADY GONE.
001760 3040-CHECK-PLAYER.
001770     IF HT-ACTION-ADD
001780         IF NOT HM-PLF-OK
001790             MOVE 'REJECTED - PLAYER NOT REGISTERED'
001800                 TO HM-RESULT-TEXT
001810         ELSE
001820             MOVE HT-PLAYER-ID TO YP-PLAYER-ID
001830             READ YPLAYERF
001840                 INVALID KEY
001850                     MOVE 'REJECTED - PLAYER NOT REGISTERED'
001860                         TO HM-RESULT-TEXT
001870             END-READ
001880         END-IF
001890     END-IF
001900     .
001910* 3100-ADD-TO-HOUSEHOLD - THE PLAYER AS THEIR OWN HOUSEHOLD ID
001920* OPENS A NEW HOUSEHOLD; OTHERWISE THE NAMED HEAD MUST ALREADY
001930* HEAD ONE.
001940 3100-ADD-TO-HOUSEHOLD.
001950     IF HT-HOUSEHOLD-ID = SPACES
001960         MOVE 'REJECTED - NO HOUSEHOLD ID'
001970             TO HM-RESULT-TEXT
001980     END-IF
001990     IF HM-RESULT-TEXT = SPACES
002000             AND HT-HOUSEHOLD-ID NOT = HT-PLAYER-ID
002010         MOVE HT-HOUSEHOLD-ID TO HH-PLAYER-ID
002020         READ YHHOLDF
002030             INVALID KEY
002040                 MOVE 'REJECTED - NO SUCH HOUSEHOLD'
002050                     TO HM-RESULT-TEXT
002060             NOT INVALID KEY
002070                 IF NOT HH-IS-HEAD
002080                     MOVE 'REJECTED - NO SUCH HOUSEHOLD'
002090                         TO HM-RESULT-TEXT
002100                 END-IF
002110         END-READ
002120     END-IF
002130     IF HM-RESULT-TEXT = SPACES
002140         MOVE HT-PLAYER-ID    TO HH-PLAYER-ID
002150         MOVE HT-HOUSEHOLD-ID TO HH-HOUSEHOLD-ID
002160         IF HT-HOUSEHOLD-ID = HT-PLAYER-ID
002170             SET HH-IS-HEAD TO TRUE
002180         ELSE
002190             SET HH-IS-MEMBER TO TRUE
002200         END-IF
002210         MOVE HM-RUN-DATE     TO HH-JOIN-DATE
002220         MOVE HM-RUN-DATE     TO HH-LAST-SET-DATE
002230         MOVE HT-USER-ID      TO HH-LAST-SET-BY
002240         WRITE HH-HOUSEHOLD-RECORD
002250             INVALID KEY
002260                 MOVE 'REJECTED - ALREADY IN A HOUSEHOLD'
002270                     TO HM-RESULT-TEXT
002280             NOT INVALID KEY
002290                 IF HH-IS-HEAD
002300                     MOVE 'HOUSEHOLD OPENED' TO HM-RESULT-TEXT
002310                 ELSE
002320                     MOVE 'ADDED' TO HM-RESULT-TEXT
002330                 END-IF
002340         END-WRITE
002350     END-IF
002360     .
002370* 3300-DROP-FROM-HOUSEHOLD - A HEAD GOES LAST.
002380 3300-DROP-FROM-HOUSEHOLD.
002390     MOVE HT-PLAYER-ID TO HH-PLAYER-ID
002400     READ YHHOLDF
002410         INVALID KEY
002420             MOVE 'REJECTED - NOT IN A HOUSEHOLD'
002430                 TO HM-RESULT-TEXT
002440     END-READ
002450     IF HM-RESULT-TEXT = SPACES AND HH-IS-HEAD
002460         PERFORM 3400-COUNT-OTHER-MEMBERS
002470         IF HM-MEMBER-COUNT > ZERO
002480             MOVE 'REJECTED - HOUSEHOLD STILL HAS MEMBERS'
002490                 TO HM-RESULT-TEXT
002500         ELSE
002510             MOVE HT-PLAYER-ID TO HH-PLAYER-ID
002520             READ YHHOLDF
002530                 INVALID KEY
002540                     MOVE 'REJECTED - NOT IN A HOUSEHOLD'
002550                         TO HM-RESULT-TEXT
002560             END-READ
002570         END-IF
002580     END-IF
002590     IF HM-RESULT-TEXT = SPACES
002600         DELETE YHHOLDF RECORD
002610         IF HH-IS-HEAD
002620             MOVE 'HOUSEHOLD CLOSED' TO HM-RESULT-TEXT
002630         ELSE
002640             MOVE 'DROPPED' TO HM-RESULT-TEXT
002650         END-IF
002660     END-IF
002670     .
002680* 3400-COUNT-OTHER-MEMBERS - ONE PASS OF THE FILE FOR ROWS THAT
002690* NAME THIS HEAD AS THEIR HOUSEHOLD, THE HEAD'S OWN ROW APART.
002700 3400-COUNT-OTHER-MEMBERS.
002710     MOVE ZERO TO HM-MEMBER-COUNT
002720     MOVE '00' TO HM-HHF-STATUS
002730     MOVE LOW-VALUES TO HH-PLAYER-ID
002740     START YHHOLDF KEY IS GREATER THAN OR EQUAL HH-PLAYER-ID
002750         INVALID KEY
002760             SET HM-HHF-EOF TO TRUE
002770     END-START
002780     PERFORM 3410-READ-NEXT-HOUSEHOLD-ROW
002790     PERFORM UNTIL HM-HHF-EOF
002800         IF HH-HOUSEHOLD-ID = HT-PLAYER-ID
002810                 AND HH-PLAYER-ID NOT = HT-PLAYER-ID
002820             ADD 1 TO HM-MEMBER-COUNT
002830         END-IF
002840         PERFORM 3410-READ-NEXT-HOUSEHOLD-ROW
002850     END-PERFORM
002860     .
002870 3410-READ-NEXT-HOUSEHOLD-ROW.
002880     IF NOT HM-HHF-EOF
002890         READ YHHOLDF NEXT RECORD
002900             AT END
002910                 SET HM-HHF-EOF TO TRUE
002920         END-READ
002930     END-IF
002940     .
002950 3950-AUDIT-ACCEPTED-ACTION.
002960     SET OA-ASK-AUDIT TO TRUE
002970     MOVE HT-USER-ID TO OA-OPERATOR-ID
002980     MOVE 'YHHMNT  ' TO OA-PROGRAM-ID
002990     MOVE HT-ACTION TO OA-ACTION
003000     MOVE SPACES TO OA-KEY-TEXT
003010     MOVE HT-PLAYER-ID TO OA-KEY-TEXT
003020     CALL 'OPERAUTH' USING OA-PARMS
003030     .
003040* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
003050 4000-WRITE-SUMMARY.
003060     MOVE SPACES TO RPT-LINE
003070     WRITE RPT-LINE
003080     STRING 'APPLIED ' DELIMITED BY SIZE
003090            HM-APPLIED-COUNT DELIMITED BY SIZE
003100            '  REJECTED ' DELIMITED BY SIZE
003110            HM-REJECTED-COUNT DELIMITED BY SIZE
003120         INTO RPT-LINE
003130     WRITE RPT-LINE
003140     .
