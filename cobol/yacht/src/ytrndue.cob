000010
000020* YTRNDUE
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YTRNDUE.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YTRNDUE IS THE FLOOR STAFF'S DAILY "MATCHES DUE IN 24 HOURS"
000100* LIST.  FOR EVERY RUNNING TOURNAMENT ON YTOURNF IT LISTS EACH
000110* BRACKET SLOT STILL WAITING WHOSE ROUND DEADLINE (SET ON THE
000120* HEADER BY YTRNMNT) FALLS BEFORE THIS TIME TOMORROW - ALREADY
000130* PAST DUE ONES MARKED OVERDUE, SINCE YTRNADV WILL FORFEIT THEM
000140* ON ITS NEXT PASS - WITH THE PLAYERS STILL TO CHASE: ANYONE
000150* WHOSE LINKED CARD ON THE SLOT'S MATCHF MATCH IS NOT YET ON
000160* YACHTSCF, OR BOTH PLAYERS WHEN THE MATCH IS NOT EVEN OPENED.
000170* A ROUND WITH NO DEADLINE IS NEVER LISTED.  THE LIST IS
000180* WRITTEN TO YTRNDURP.
000190*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-15 RJ    ORIGINAL PROGRAM
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT YTOURNF ASSIGN TO "YTOURNF"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS TN-TOURN-KEY
000330         FILE STATUS IS DU-TRN-STATUS.
000340     SELECT MATCHF ASSIGN TO "MATCHF"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS YM-MATCH-ID
000380         FILE STATUS IS DU-MAT-STATUS.
000390     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS YS-SCORECARD-KEY
000430         FILE STATUS IS DU-SCF-STATUS.
000440     SELECT YTRNDURP ASSIGN TO "YTRNDURP"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DU-RPT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  YTOURNF.
000500 COPY "YTOURN.cpy".
000510 FD  MATCHF.
000520 COPY "YMATCH.cpy".
000530 FD  YACHTSCF.
000540 COPY "YACHTSC.cpy".
000550 FD  YTRNDURP
000560     RECORD CONTAINS 80 CHARACTERS.
000570 01  RPT-LINE                   PIC X(80).
000580 WORKING-STORAGE SECTION.
000590* THE CURRENT TOURNAMENT'S ROUND DEADLINES AS YYYYMMDDHHMM,
000600* SAVED OFF ITS HEADER FOR THE SLOTS THAT FOLLOW IT IN KEY ORDER.
000610 01  DU-DEADLINE-TABLE.
000620     05  DU-DEADLINE-STAMP OCCURS 6 TIMES
000630                                PIC X(12).
000640 01  DU-WORK-FIELDS.
000650     05  DU-TRN-STATUS          PIC X(02) VALUE SPACES.
000660         88  DU-TRN-OK              VALUE '00'.
000670         88  DU-TRN-EOF             VALUE '10'.
000680     05  DU-MAT-STATUS          PIC X(02) VALUE SPACES.
000690         88  DU-MAT-OK              VALUE '00'.
000700     05  DU-SCF-STATUS          PIC X(02) VALUE SPACES.
000710         88  DU-SCF-OK              VALUE '00'.
000720     05  DU-RPT-STATUS          PIC X(02) VALUE SPACES.
000730     05  DU-MAT-OPEN-FLAG       PIC X(01) VALUE 'N'.
000740         88  DU-MAT-IS-OPEN         VALUE 'Y'.
000750     05  DU-SCF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000760         88  DU-SCF-IS-OPEN         VALUE 'Y'.
000770     05  DU-RUNNING-FLAG        PIC X(01) VALUE 'N'.
000780         88  DU-TOURN-IS-RUNNING    VALUE 'Y'.
000790     05  DU-MATCH-FOUND-FLAG    PIC X(01) VALUE 'N'.
000800         88  DU-MATCH-WAS-FOUND     VALUE 'Y'.
000810     05  DU-P1-STARTED-FLAG     PIC X(01) VALUE 'N'.
000820         88  DU-P1-STARTED          VALUE 'Y'.
000830     05  DU-P2-STARTED-FLAG     PIC X(01) VALUE 'N'.
000840         88  DU-P2-STARTED          VALUE 'Y'.
000850     05  DU-CURRENT-TS          PIC X(21) VALUE SPACES.
000860     05  DU-RUN-DATE-NUM        PIC 9(08) VALUE ZERO.
000870     05  DU-NOW-STAMP           PIC X(12) VALUE SPACES.
000880     05  DU-HORIZON-STAMP       PIC X(12) VALUE SPACES.
000890     05  DU-TOMORROW-DATE       PIC 9(08) VALUE ZERO.
000900     05  DU-ROUND-IX            PIC 9(02) VALUE ZERO.
000910     05  DU-ENTRY-IX            PIC 9(01) VALUE ZERO.
000920     05  DU-DUE-COUNT           PIC 9(05) VALUE ZERO.
000930     05  DU-OVERDUE-COUNT       PIC 9(05) VALUE ZERO.
000940 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE
000970     PERFORM 2000-READ-NEXT-TOURN-RECORD
000980     PERFORM UNTIL DU-TRN-EOF
000990         IF TN-ROUND-NO = ZERO AND TN-SLOT-NO = ZERO
001000             PERFORM 3000-SAVE-TOURNAMENT-HEADER
001010         ELSE
001020             IF DU-TOURN-IS-RUNNING AND TN-SLOT-IS-WAITING
001030                     AND TN-ROUND-NO <= 6
001040                 PERFORM 4000-CHECK-SLOT-DUE
001050             END-IF
001060         END-IF
001070         PERFORM 2000-READ-NEXT-TOURN-RECORD
001080     END-PERFORM
001090     PERFORM 6000-WRITE-SUMMARY
001100     CLOSE YTOURNF YTRNDURP
001110     IF DU-MAT-IS-OPEN
001120         CLOSE MATCHF
001130     END-IF
001140     IF DU-SCF-IS-OPEN
001150         CLOSE YACHTSCF
001160     END-IF
001170     GOBACK.
001180* 1000-INITIALIZE - THE WINDOW RUNS FROM NOW TO THE SAME TIME
001190* TOMORROW.  MATCHF AND YACHTSCF ARE OPTIONAL; WITHOUT THEM
001200* EVERY PLAYER IS SHOWN AS STILL TO CHASE.
001210 1000-INITIALIZE.
001220     MOVE FUNCTION CURRENT-DATE TO DU-CURRENT-TS
001230     MOVE DU-CURRENT-TS(1:12) TO DU-NOW-STAMP
001240     MOVE DU-CURRENT-TS(1:8) TO DU-RUN-DATE-NUM
001250     COMPUTE DU-TOMORROW-DATE = FUNCTION DATE-OF-INTEGER
001260         (FUNCTION INTEGER-OF-DATE(DU-RUN-DATE-NUM) + 1)
001270     MOVE DU-TOMORROW-DATE TO DU-HORIZON-STAMP(1:8)
001280     MOVE DU-CURRENT-TS(9:4) TO DU-HORIZON-STAMP(9:4)
001290     OPEN INPUT YTOURNF
001300     OPEN OUTPUT YTRNDURP
001310     OPEN INPUT MATCHF
001320     IF DU-MAT-OK
001330         SET DU-MAT-IS-OPEN TO TRUE
001340     END-IF
001350     OPEN INPUT YACHTSCF
001360     IF DU-SCF-OK
001370         SET DU-SCF-IS-OPEN TO TRUE
001380     END-IF
001390     MOVE SPACES TO RPT-LINE
001400     STRING 'TOURNAMENT MATCHES DUE BY ' DELIMITED BY SIZE
001410            DU-HORIZON-STAMP(1:8)        DELIMITED BY SIZE
001420            ' '                          DELIMITED BY SIZE
001430            DU-HORIZON-STAMP(9:4)        DELIMITED BY SIZE
001440         INTO RPT-LINE
001450     WRITE RPT-LINE
001460     MOVE LOW-VALUES TO TN-TOURN-KEY
001470     START YTOURNF KEY IS GREATER THAN OR EQUAL
001480         TN-TOURN-KEY
001490         INVALID KEY
001500             SET DU-TRN-EOF TO TRUE
001510     END-START
001520     .
001530 2000-READ-NEXT-TOURN-RECORD.
001540     IF NOT DU-TRN-EOF
001550         READ YTOURNF NEXT RECORD
001560             AT END
001570                 SET DU-TRN-EOF TO TRUE
001580         END-READ
001590     END-IF
001600     .
001610 3000-SAVE-TOURNAMENT-HEADER.
001620     MOVE 'N' TO DU-RUNNING-FLAG
001630     IF TN-TOURN-IS-RUNNING
001640         SET DU-TOURN-IS-RUNNING TO TRUE
001650     END-IF
001660     PERFORM 3100-SAVE-ROUND-DEADLINE
001670         VARYING DU-ROUND-IX FROM 1 BY 1
001680         UNTIL DU-ROUND-IX > 6
001690     .
001700 3100-SAVE-ROUND-DEADLINE.
001710     MOVE SPACES TO DU-DEADLINE-STAMP(DU-ROUND-IX)
001720     IF TN-DEADLINE-DATE(DU-ROUND-IX) NOT = SPACES
001730         MOVE TN-ROUND-DEADLINE(DU-ROUND-IX)
001740             TO DU-DEADLINE-STAMP(DU-ROUND-IX)
001750     END-IF
001760     .
001770* 4000-CHECK-SLOT-DUE - A WAITING SLOT WHOSE ROUND DEADLINE IS
001780* NO LATER THAN THE HORIZON IS LISTED; ONE ALREADY PAST IS
001790* OVERDUE.
001800 4000-CHECK-SLOT-DUE.
001810     IF DU-DEADLINE-STAMP(TN-ROUND-NO) NOT = SPACES
001820             AND DU-DEADLINE-STAMP(TN-ROUND-NO)
001830                 NOT > DU-HORIZON-STAMP
001840         PERFORM 4100-FIND-STARTED-CARDS
001850         PERFORM 4200-WRITE-DUE-LINES
001860     END-IF
001870     .
001880 4100-FIND-STARTED-CARDS.
001890     MOVE 'N' TO DU-MATCH-FOUND-FLAG
001900     MOVE 'N' TO DU-P1-STARTED-FLAG
001910     MOVE 'N' TO DU-P2-STARTED-FLAG
001920     IF DU-MAT-IS-OPEN
001930         MOVE TN-MATCH-ID TO YM-MATCH-ID
001940         READ MATCHF
001950             INVALID KEY
001960                 CONTINUE
001970             NOT INVALID KEY
001980                 SET DU-MATCH-WAS-FOUND TO TRUE
001990                 PERFORM 4150-CHECK-LINKED-CARD
002000                     VARYING DU-ENTRY-IX FROM 1 BY 1
002010                     UNTIL DU-ENTRY-IX > YM-ENTRY-COUNT
002020                        OR DU-ENTRY-IX > 4
002030         END-READ
002040     END-IF
002050     .
002060* 4150-CHECK-LINKED-CARD - A LINKED CARD COUNTS AS STARTED ONCE
002070* THE KIOSK HAS OPENED IT ON YACHTSCF, THE SAME TEST YTRNADV
002080* APPLIES WHEN IT DECIDES A FORFEIT.
002090 4150-CHECK-LINKED-CARD.
002100     IF DU-SCF-IS-OPEN
002110         MOVE YM-PLAYER-ID(DU-ENTRY-IX) TO YS-PLAYER-ID
002120         MOVE YM-GAME-START-TS(DU-ENTRY-IX) TO YS-GAME-START-TS
002130         READ YACHTSCF
002140             INVALID KEY
002150                 CONTINUE
002160             NOT INVALID KEY
002170                 IF YS-PLAYER-ID = TN-PLAYER-1
002180                     SET DU-P1-STARTED TO TRUE
002190                 END-IF
002200                 IF YS-PLAYER-ID = TN-PLAYER-2
002210                     SET DU-P2-STARTED TO TRUE
002220                 END-IF
002230         END-READ
002240     END-IF
002250     .
002260 4200-WRITE-DUE-LINES.
002270     ADD 1 TO DU-DUE-COUNT
002280     MOVE SPACES TO RPT-LINE
002290     STRING TN-TOURN-ID DELIMITED BY SIZE
002300            ' R'        DELIMITED BY SIZE
002310            TN-ROUND-NO DELIMITED BY SIZE
002320            ' S'        DELIMITED BY SIZE
002330            TN-SLOT-NO  DELIMITED BY SIZE
002340            ' '         DELIMITED BY SIZE
002350            TN-PLAYER-1 DELIMITED BY SIZE
002360            ' VS '      DELIMITED BY SIZE
002370            TN-PLAYER-2 DELIMITED BY SIZE
002380            ' DUE '     DELIMITED BY SIZE
002390            DU-DEADLINE-STAMP(TN-ROUND-NO)(1:8)
002400                        DELIMITED BY SIZE
002410            ' '         DELIMITED BY SIZE
002420            DU-DEADLINE-STAMP(TN-ROUND-NO)(9:4)
002430                        DELIMITED BY SIZE
002440         INTO RPT-LINE
002450     IF DU-DEADLINE-STAMP(TN-ROUND-NO) < DU-NOW-STAMP
002460         MOVE 'OVERDUE' TO RPT-LINE(61:)
002470         ADD 1 TO DU-OVERDUE-COUNT
002480     END-IF
002490     WRITE RPT-LINE
002500     MOVE SPACES TO RPT-LINE
002510     EVALUATE TRUE
002520         WHEN NOT DU-MATCH-WAS-FOUND
002530             STRING '      MATCH ' DELIMITED BY SIZE
002540                    TN-MATCH-ID    DELIMITED BY SIZE
002550                    ' NOT OPENED - CHASE ' DELIMITED BY SIZE
002560                    TN-PLAYER-1    DELIMITED BY SIZE
002570                    ' '            DELIMITED BY SIZE
002580                    TN-PLAYER-2    DELIMITED BY SIZE
002590                 INTO RPT-LINE
002600         WHEN DU-P1-STARTED AND DU-P2-STARTED
002610             STRING '      MATCH ' DELIMITED BY SIZE
002620                    TN-MATCH-ID    DELIMITED BY SIZE
002630                    ' BOTH CARDS STARTED' DELIMITED BY SIZE
002640                 INTO RPT-LINE
002650         WHEN DU-P1-STARTED
002660             STRING '      MATCH ' DELIMITED BY SIZE
002670                    TN-MATCH-ID    DELIMITED BY SIZE
002680                    ' CHASE '      DELIMITED BY SIZE
002690                    TN-PLAYER-2    DELIMITED BY SIZE
002700                 INTO RPT-LINE
002710         WHEN DU-P2-STARTED
002720             STRING '      MATCH ' DELIMITED BY SIZE
002730                    TN-MATCH-ID    DELIMITED BY SIZE
002740                    ' CHASE '      DELIMITED BY SIZE
002750                    TN-PLAYER-1    DELIMITED BY SIZE
002760                 INTO RPT-LINE
002770         WHEN OTHER
002780             STRING '      MATCH ' DELIMITED BY SIZE
002790                    TN-MATCH-ID    DELIMITED BY SIZE
002800                    ' CHASE '      DELIMITED BY SIZE
002810                    TN-PLAYER-1    DELIMITED BY SIZE
002820                    ' '            DELIMITED BY SIZE
002830                    TN-PLAYER-2    DELIMITED BY SIZE
002840                 INTO RPT-LINE
002850     END-EVALUATE
002860     WRITE RPT-LINE
002870     .
002880 6000-WRITE-SUMMARY.
002890     MOVE SPACES TO RPT-LINE
002900     WRITE RPT-LINE
002910     STRING 'MATCHES DUE ' DELIMITED BY SIZE
002920            DU-DUE-COUNT DELIMITED BY SIZE
002930            '  OVERDUE ' DELIMITED BY SIZE
002940            DU-OVERDUE-COUNT DELIMITED BY SIZE
002950         INTO RPT-LINE
002960     WRITE RPT-LINE
002970     .
