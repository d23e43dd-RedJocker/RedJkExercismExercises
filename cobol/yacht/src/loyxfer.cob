000010
000020* LOYXFER
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    LOYXFER.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* LOYXFER MOVES LOYALTY POINTS BETWEEN TWO MEMBERS OF THE SAME
000100* YHHOLDF HOUSEHOLD.  THE DESK KEYS ONE TRANSFER PER LINE INTO
000110* LOYXFRF - GIVING PLAYER, RECEIVING PLAYER, POINTS AND THE
000120* CLERK - AND THIS PROGRAM POSTS EACH ONE AS A PAIRED 'T'
000130* ENTRY ON THE PLEDGERF LEDGER: NEGATIVE FOR THE GIVER,
000140* POSITIVE FOR THE RECEIVER, EACH CARRYING 'XFER ' AND THE
000150* OTHER PLAYER'S ID WHERE AN EARNING CARRIES ITS GAME KEY.
000160* BOTH LOYBALF BALANCES MOVE; A RECEIVER WITH NO BALANCE ROW
000170* YET GETS ONE.  THE PAIR ALWAYS NETS TO ZERO, SO THE POINTS
000180* LIABILITY DOES NOT CHANGE.
000190*
000200* A TRANSFER IS REJECTED ON THE LOYXFRPT REGISTER WHEN THE TWO
000210* PLAYERS ARE NOT IN THE SAME HOUSEHOLD, WHEN THE GIVER IS
000220* HELD ON THE YQUARF QUARANTINE QUEUE, WHEN THE GIVER HOLDS
000230* FEWER POINTS THAN ASKED, OR WHEN IT WOULD TAKE THE GIVER'S
000240* TRANSFERS OUT FOR THE CALENDAR MONTH PAST LX-MONTHLY-CAP.
000250* THE MONTH SO FAR IS TAKEN FROM THE LEDGER ITSELF BEFORE THE
000260* RUN POSTS ANYTHING.
000270*
000280* MODIFICATION HISTORY
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-15 RJ    ORIGINAL PROGRAM
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT LOYXFRF ASSIGN TO "LOYXFRF"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS LX-XFR-STATUS.
000400     SELECT PLEDGERF ASSIGN TO "PLEDGERF"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS LX-LDG-STATUS.
000430     SELECT LOYBALF ASSIGN TO "LOYBALF"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS BL-PLAYER-ID
000470         FILE STATUS IS LX-BAL-STATUS.
000480     SELECT YHHOLDF ASSIGN TO "YHHOLDF"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS HH-PLAYER-ID
000520         FILE STATUS IS LX-HHF-STATUS.
000530     SELECT YQUARF ASSIGN TO "YQUARF"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS QU-PLAYER-ID
000570         FILE STATUS IS LX-QUA-STATUS.
000580     SELECT LOYXFRPT ASSIGN TO "LOYXFRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS LX-RPT-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  LOYXFRF.
000640 01  XF-TRANSFER-RECORD.
000650     05  XF-FROM-PLAYER-ID      PIC X(10).
000660     05  XF-TO-PLAYER-ID        PIC X(10).
000670     05  XF-POINTS              PIC 9(07).
000680     05  XF-CLERK-ID            PIC X(08).
000690 FD  PLEDGERF.
000700 COPY "PLEDGER.cpy".
000710 FD  LOYBALF.
000720 COPY "LOYBAL.cpy".
000730 FD  YHHOLDF.
000740 COPY "YHHOLD.cpy".
000750 FD  YQUARF.
000760 COPY "YQUAR.cpy".
000770 FD  LOYXFRPT
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  RPT-LINE                   PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 01  LX-WORK-FIELDS.
000820     05  LX-XFR-STATUS          PIC X(02) VALUE SPACES.
000830         88  LX-XFR-OK              VALUE '00'.
000840         88  LX-XFR-EOF             VALUE '10'.
000850     05  LX-LDG-STATUS          PIC X(02) VALUE SPACES.
000860         88  LX-LDG-OK              VALUE '00'.
000870         88  LX-LDG-EOF             VALUE '10'.
000880     05  LX-BAL-STATUS          PIC X(02) VALUE SPACES.
000890         88  LX-BAL-NOT-FOUND       VALUE '35'.
000900     05  LX-HHF-STATUS          PIC X(02) VALUE SPACES.
000910         88  LX-HHF-OK              VALUE '00'.
000920     05  LX-QUA-STATUS          PIC X(02) VALUE SPACES.
000930         88  LX-QUA-OK              VALUE '00'.
000940     05  LX-RPT-STATUS          PIC X(02) VALUE SPACES.
000950     05  LX-CURRENT-TS          PIC X(21) VALUE SPACES.
000960     05  LX-RUN-DATE            PIC X(08) VALUE SPACES.
000970     05  LX-MONTHLY-CAP         PIC 9(07) VALUE 5000.
000980     05  LX-LOOKUP-ID           PIC X(10) VALUE SPACES.
000990     05  LX-GIVER-HOUSEHOLD     PIC X(10) VALUE SPACES.
001000     05  LX-GIVER-BALANCE       PIC S9(07) VALUE ZERO.
001010     05  LX-NEW-BALANCE         PIC S9(07) VALUE ZERO.
001020     05  LX-RECEIVER-BALANCE    PIC S9(07) VALUE ZERO.
001030     05  LX-MONTH-AFTER         PIC 9(08) VALUE ZERO.
001040     05  LX-POSTED-COUNT        PIC 9(07) VALUE ZERO.
001050     05  LX-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
001060     05  LX-POINTS-POSTED       PIC 9(09) VALUE ZERO.
001070     05  LX-POINTS-ED           PIC ZZZZZZ9.
001080     05  LX-BALANCE-ED          PIC -ZZZZZZ9.
001090     05  LX-RESULT-TEXT         PIC X(40) VALUE SPACES.
001100* POINTS EACH GIVER HAS ALREADY TRANSFERRED OUT THIS CALENDAR
001110* MONTH - LOADED FROM THE LEDGER AT START, RAISED AS THE RUN
001120* POSTS.
001130 01  LX-GIVER-TABLE.
001140     05  LX-GIVER-COUNT         PIC 9(04) VALUE ZERO.
001150     05  LX-GIVER-IX            PIC 9(04) VALUE ZERO.
001160     05  LX-FOUND-IX            PIC 9(04) VALUE ZERO.
001170     05  LX-GIVER-ENTRY OCCURS 1000 TIMES.
001180         10  LX-TAB-PLAYER-ID   PIC X(10).
001190         10  LX-TAB-MONTH-OUT   PIC 9(08).
001200 PROCEDURE DIVISION.
001210 0000-MAINLINE.
001220     PERFORM 1000-INITIALIZE
001230     PERFORM 2000-READ-NEXT-TRANSFER
001240     PERFORM UNTIL LX-XFR-EOF
001250         IF XF-TRANSFER-RECORD NOT = SPACES
001260             PERFORM 3000-POST-TRANSFER
001270         END-IF
001280         PERFORM 2000-READ-NEXT-TRANSFER
001290     END-PERFORM
001300     PERFORM 4000-WRITE-SUMMARY
001310     CLOSE LOYXFRF PLEDGERF LOYBALF LOYXFRPT
001320     IF LX-HHF-OK
001330         CLOSE YHHOLDF
001340     END-IF
001350     IF LX-QUA-OK
001360         CLOSE YQUARF
001370     END-IF
001380     GOBACK.
001390 1000-INITIALIZE.
001400     MOVE FUNCTION CURRENT-DATE TO LX-CURRENT-TS
001410     MOVE LX-CURRENT-TS(1:8) TO LX-RUN-DATE
001420     PERFORM 1100-LOAD-MONTH-TO-DATE
001430     OPEN INPUT LOYXFRF
001440     OPEN EXTEND PLEDGERF
001450     IF LX-LDG-STATUS NOT = '00'
001460         OPEN OUTPUT PLEDGERF
001470     END-IF
001480     OPEN I-O LOYBALF
001490     IF LX-BAL-NOT-FOUND
001500         OPEN OUTPUT LOYBALF
001510         CLOSE LOYBALF
001520         OPEN I-O LOYBALF
001530     END-IF
001540     OPEN INPUT YHHOLDF
001550     OPEN INPUT YQUARF
001560     OPEN OUTPUT LOYXFRPT
001570     MOVE SPACES TO RPT-LINE
001580     STRING 'LOYALTY POINT TRANSFERS - ' DELIMITED BY SIZE
001590            LX-RUN-DATE                  DELIMITED BY SIZE
001600         INTO RPT-LINE
001610     WRITE RPT-LINE
001620     .
001630* 1100-LOAD-MONTH-TO-DATE - THE GIVING HALF OF EVERY TRANSFER
001640* ALREADY POSTED THIS CALENDAR MONTH COUNTS AGAINST THE CAP.
001650* NO LEDGER YET MEANS NOTHING HAS BEEN GIVEN.
001660 1100-LOAD-MONTH-TO-DATE.
001670     OPEN INPUT PLEDGERF
001680     IF LX-LDG-OK
001690         PERFORM 1110-READ-NEXT-LEDGER
001700         PERFORM UNTIL LX-LDG-EOF
001710             IF PL-ENTRY-IS-TRANSFER
001720                     AND PL-POINTS < ZERO
001730                     AND PL-ENTRY-DATE(1:6) = LX-RUN-DATE(1:6)
001740                 MOVE PL-PLAYER-ID TO LX-LOOKUP-ID
001750                 PERFORM 3500-FIND-OR-ADD-GIVER
001760                 IF LX-FOUND-IX > ZERO
001770                     COMPUTE LX-TAB-MONTH-OUT(LX-FOUND-IX) =
001780                         LX-TAB-MONTH-OUT(LX-FOUND-IX)
001790                         - PL-POINTS
001800                 END-IF
001810             END-IF
001820             PERFORM 1110-READ-NEXT-LEDGER
001830         END-PERFORM
001840         CLOSE PLEDGERF
001850     END-IF
001860     .
001870 1110-READ-NEXT-LEDGER.
001880     IF NOT LX-LDG-EOF
001890         READ PLEDGERF
001900             AT END
001910                 SET LX-LDG-EOF TO TRUE
001920         END-READ
001930     END-IF
001940     .
001950 2000-READ-NEXT-TRANSFER.
001960     READ LOYXFRF
001970         AT END
001980             SET LX-XFR-EOF TO TRUE
001990     END-READ
002000     .
002010* 3000-POST-TRANSFER - EVERY CHECK MUST PASS BEFORE EITHER
002020* BALANCE MOVES, SO A TRANSFER IS POSTED WHOLE OR NOT AT ALL.
002030 3000-POST-TRANSFER.
002040     MOVE SPACES TO LX-RESULT-TEXT
002050     IF XF-POINTS IS NOT NUMERIC OR XF-POINTS = ZERO
002060         MOVE 'REJECTED - BAD POINTS AMOUNT'
002070             TO LX-RESULT-TEXT
002080     END-IF
002090     IF LX-RESULT-TEXT = SPACES
002100             AND XF-FROM-PLAYER-ID = XF-TO-PLAYER-ID
002110         MOVE 'REJECTED - SAME PLAYER BOTH SIDES'
002120             TO LX-RESULT-TEXT
002130     END-IF
002140     IF LX-RESULT-TEXT = SPACES
002150         PERFORM 3100-CHECK-SAME-HOUSEHOLD
002160     END-IF
002170     IF LX-RESULT-TEXT = SPACES
002180         PERFORM 3200-CHECK-QUARANTINED
002190     END-IF
002200     IF LX-RESULT-TEXT = SPACES
002210         PERFORM 3300-CHECK-MONTHLY-CAP
002220     END-IF
002230     IF LX-RESULT-TEXT = SPACES
002240         PERFORM 3400-CHECK-GIVER-BALANCE
002250     END-IF
002260     IF LX-RESULT-TEXT = SPACES
002270         PERFORM 3600-APPLY-TRANSFER
002280     END-IF
002290     MOVE XF-POINTS TO LX-POINTS-ED
002300     IF LX-RESULT-TEXT(1:8) = 'REJECTED'
002310         ADD 1 TO LX-REJECTED-COUNT
002320     ELSE
002330         ADD 1 TO LX-POSTED-COUNT
002340         ADD XF-POINTS TO LX-POINTS-POSTED
002350     END-IF
002360     MOVE SPACES TO RPT-LINE
002370     STRING XF-FROM-PLAYER-ID DELIMITED BY SIZE
002380            ' TO '            DELIMITED BY SIZE
002390            XF-TO-PLAYER-ID   DELIMITED BY SIZE
002400            ' '               DELIMITED BY SIZE
002410            LX-POINTS-ED      DELIMITED BY SIZE
002420            ' '               DELIMITED BY SIZE
002430            LX-RESULT-TEXT    DELIMITED BY SIZE
002440         INTO RPT-LINE
002450     WRITE RPT-LINE
002460     .
002470* 3100-CHECK-SAME-HOUSEHOLD - BOTH PLAYERS MUST HAVE A YHHOLDF
002480* ROW AND BOTH ROWS MUST NAME THE SAME HEAD.
002490 3100-CHECK-SAME-HOUSEHOLD.
002500     IF NOT LX-HHF-OK
002510         MOVE 'REJECTED - NOT IN THE SAME HOUSEHOLD'
002520             TO LX-RESULT-TEXT
002530     ELSE
002540         MOVE XF-FROM-PLAYER-ID TO HH-PLAYER-ID
002550         READ YHHOLDF
002560             INVALID KEY
002570                 MOVE 'REJECTED - GIVER NOT IN A HOUSEHOLD'
002580                     TO LX-RESULT-TEXT
002590             NOT INVALID KEY
002600                 MOVE HH-HOUSEHOLD-ID TO LX-GIVER-HOUSEHOLD
002610         END-READ
002620     END-IF
002630     IF LX-RESULT-TEXT = SPACES
002640         MOVE XF-TO-PLAYER-ID TO HH-PLAYER-ID
002650         READ YHHOLDF
002660             INVALID KEY
002670                 MOVE 'REJECTED - NOT IN THE SAME HOUSEHOLD'
002680                     TO LX-RESULT-TEXT
002690             NOT INVALID KEY
002700                 IF HH-HOUSEHOLD-ID NOT = LX-GIVER-HOUSEHOLD
002710                     MOVE 'REJECTED - NOT IN THE SAME HOUSEHOLD'
002720                         TO LX-RESULT-TEXT
002730                 END-IF
002740         END-READ
002750     END-IF
002760     .
002770* 3200-CHECK-QUARANTINED - A GIVER HELD BY THE VELOCITY SCREEN
002780* CANNOT MOVE POINTS OUT FROM UNDER THE HOLD.  NO QUEUE FILE
002790* MEANS NOBODY IS HELD.
002800 3200-CHECK-QUARANTINED.
002810     IF LX-QUA-OK
002820         MOVE XF-FROM-PLAYER-ID TO QU-PLAYER-ID
002830         READ YQUARF
002840             INVALID KEY
002850                 CONTINUE
002860             NOT INVALID KEY
002870                 IF QU-PLAYER-IS-HELD
002880                     MOVE 'REJECTED - GIVER HELD IN QUARANTINE'
002890                         TO LX-RESULT-TEXT
002900                 END-IF
002910         END-READ
002920     END-IF
002930     .
002940 3300-CHECK-MONTHLY-CAP.
002950     MOVE XF-FROM-PLAYER-ID TO LX-LOOKUP-ID
002960     PERFORM 3500-FIND-OR-ADD-GIVER
002970     IF LX-FOUND-IX = ZERO
002980         MOVE 'REJECTED - GIVER TABLE FULL'
002990             TO LX-RESULT-TEXT
003000     ELSE
003010         COMPUTE LX-MONTH-AFTER =
003020             LX-TAB-MONTH-OUT(LX-FOUND-IX) + XF-POINTS
003030         IF LX-MONTH-AFTER > LX-MONTHLY-CAP
003040             MOVE 'REJECTED - OVER MONTHLY TRANSFER CAP'
003050                 TO LX-RESULT-TEXT
003060         END-IF
003070     END-IF
003080     .
003090 3400-CHECK-GIVER-BALANCE.
003100     MOVE XF-FROM-PLAYER-ID TO BL-PLAYER-ID
003110     READ LOYBALF
003120         INVALID KEY
003130             MOVE 'REJECTED - INSUFFICIENT BALANCE'
003140                 TO LX-RESULT-TEXT
003150         NOT INVALID KEY
003160             IF XF-POINTS > BL-BALANCE
003170                 MOVE 'REJECTED - INSUFFICIENT BALANCE'
003180                     TO LX-RESULT-TEXT
003190             ELSE
003200                 MOVE BL-BALANCE TO LX-GIVER-BALANCE
003210             END-IF
003220     END-READ
003230     .
003240* 3500-FIND-OR-ADD-GIVER - LX-FOUND-IX COMES BACK ZERO ONLY
003250* WHEN A NEW GIVER WILL NOT FIT IN THE TABLE.
003260 3500-FIND-OR-ADD-GIVER.
003270     MOVE ZERO TO LX-FOUND-IX
003280     PERFORM VARYING LX-GIVER-IX FROM 1 BY 1
003290             UNTIL LX-GIVER-IX > LX-GIVER-COUNT
003300         IF LX-TAB-PLAYER-ID(LX-GIVER-IX) = LX-LOOKUP-ID
003310             MOVE LX-GIVER-IX TO LX-FOUND-IX
003320         END-IF
003330     END-PERFORM
003340     IF LX-FOUND-IX = ZERO AND LX-GIVER-COUNT < 1000
003350         ADD 1 TO LX-GIVER-COUNT
003360         MOVE LX-GIVER-COUNT TO LX-FOUND-IX
003370         MOVE LX-LOOKUP-ID TO LX-TAB-PLAYER-ID(LX-FOUND-IX)
003380         MOVE ZERO TO LX-TAB-MONTH-OUT(LX-FOUND-IX)
003390     END-IF
003400     .
003410* 3600-APPLY-TRANSFER - GIVER DOWN, RECEIVER UP, ONE LEDGER
003420* ENTRY EACH.  LX-FOUND-IX STILL POINTS AT THE GIVER'S ROW
003430* FROM THE CAP CHECK.
003440 3600-APPLY-TRANSFER.
003450     MOVE XF-FROM-PLAYER-ID TO BL-PLAYER-ID
003460     COMPUTE LX-NEW-BALANCE = LX-GIVER-BALANCE - XF-POINTS
003470     MOVE LX-NEW-BALANCE TO BL-BALANCE
003480     REWRITE BL-BALANCE-RECORD
003490     MOVE XF-FROM-PLAYER-ID TO PL-PLAYER-ID
003500     MOVE SPACES            TO PL-GAME-START-TS
003510     STRING 'XFER '         DELIMITED BY SIZE
003520            XF-TO-PLAYER-ID DELIMITED BY SIZE
003530         INTO PL-GAME-START-TS
003540     MOVE LX-RUN-DATE       TO PL-ENTRY-DATE
003550     SET PL-ENTRY-IS-TRANSFER TO TRUE
003560     COMPUTE PL-POINTS = ZERO - XF-POINTS
003570     MOVE LX-NEW-BALANCE    TO PL-BALANCE
003580     MOVE SPACES            TO PL-CAMPAIGN-ID
003590     MOVE ZERO              TO PL-BASE-POINTS
003600     WRITE PL-LEDGER-RECORD
003610     ADD XF-POINTS TO LX-TAB-MONTH-OUT(LX-FOUND-IX)
003620     MOVE XF-TO-PLAYER-ID TO BL-PLAYER-ID
003630     READ LOYBALF
003640         INVALID KEY
003650             MOVE XF-POINTS TO LX-RECEIVER-BALANCE
003660             MOVE XF-TO-PLAYER-ID TO BL-PLAYER-ID
003670             MOVE LX-RECEIVER-BALANCE TO BL-BALANCE
003680             WRITE BL-BALANCE-RECORD
003690         NOT INVALID KEY
003700             COMPUTE LX-RECEIVER-BALANCE =
003710                 BL-BALANCE + XF-POINTS
003720             MOVE LX-RECEIVER-BALANCE TO BL-BALANCE
003730             REWRITE BL-BALANCE-RECORD
003740     END-READ
003750     MOVE XF-TO-PLAYER-ID   TO PL-PLAYER-ID
003760     MOVE SPACES            TO PL-GAME-START-TS
003770     STRING 'XFER '           DELIMITED BY SIZE
003780            XF-FROM-PLAYER-ID DELIMITED BY SIZE
003790         INTO PL-GAME-START-TS
003800     MOVE LX-RUN-DATE       TO PL-ENTRY-DATE
003810     SET PL-ENTRY-IS-TRANSFER TO TRUE
003820     MOVE XF-POINTS         TO PL-POINTS
003830     MOVE LX-RECEIVER-BALANCE TO PL-BALANCE
003840     MOVE SPACES            TO PL-CAMPAIGN-ID
003850     MOVE ZERO              TO PL-BASE-POINTS
003860     WRITE PL-LEDGER-RECORD
003870     MOVE LX-NEW-BALANCE TO LX-BALANCE-ED
003880     MOVE SPACES TO LX-RESULT-TEXT
003890     STRING 'POSTED  GIVER BALANCE ' DELIMITED BY SIZE
003900            LX-BALANCE-ED            DELIMITED BY SIZE
003910         INTO LX-RESULT-TEXT
003920     .
003930* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE
003940* REGISTER.
003950 4000-WRITE-SUMMARY.
003960     MOVE SPACES TO RPT-LINE
003970     WRITE RPT-LINE
003980     STRING 'TRANSFERS POSTED ' DELIMITED BY SIZE
003990            LX-POSTED-COUNT DELIMITED BY SIZE
004000            '  REJECTED ' DELIMITED BY SIZE
004010            LX-REJECTED-COUNT DELIMITED BY SIZE
004020            '  POINTS MOVED ' DELIMITED BY SIZE
004030            LX-POINTS-POSTED DELIMITED BY SIZE
004040         INTO RPT-LINE
004050     WRITE RPT-LINE
004060     .
