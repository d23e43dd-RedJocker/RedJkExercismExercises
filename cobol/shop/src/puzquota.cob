000010
000020* PUZQUOTA
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZQUOTA.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZQUOTA IS THE DAILY SUBMISSION QUOTA CHECK SHARED BY THE
000100* PUZZONL KIOSK TRANSACTION AND THE ISOBATCH, PANBATCH AND
000110* RSBATCH FILE-FED BATCHES, SO ONE SUBMITTER CANNOT FLOOD A
000120* GAME WITH HUNDREDS OF BRUTE-FORCE PHRASES A DAY.  THE LIMITS
000130* COME FROM THE PUZQUOTF TABLE - ONE ROW PER GAME CODE AND
000140* SUBMITTER TIER, WITH A TIER OF '*' STANDING FOR ANY TIER
000150* WITHOUT ITS OWN ROW - LOADED ONCE PER RUN.  TODAY'S COUNTS
000160* PER GAME AND SUBMITTER ARE KEPT ON THE PUZQCNTF COUNTER
000170* FILE, WHICH STAYS OPEN ACROSS CALLS WITHIN A RUN.  A BLANK
000180* TIER IS 'S' STANDARD.  NO TABLE, OR NO ROW THAT FITS, MEANS
000190* NO LIMIT; A COUNTER FILE THAT CANNOT BE OPENED RETURNS
000200* WITHIN QUOTA WITH PS-STATUS-WARNING, THE SAME DEGRADE-TO-
000210* NO-ENFORCEMENT RULE AS PUZSUBCK.
000220*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 RJ    ORIGINAL PROGRAM
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PUZQUOTF ASSIGN TO "PUZQUOTF"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS QA-TBL-STATUS.
000350     SELECT PUZQCNTF ASSIGN TO "PUZQCNTF"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS QC-COUNTER-KEY
000390         FILE STATUS IS QA-CNT-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PUZQUOTF.
000430 01  QT-QUOTA-RECORD.
000440     05  QT-GAME-CODE           PIC X(01).
000450     05  QT-TIER                PIC X(01).
000460     05  QT-DAILY-MAX           PIC 9(05).
000470 FD  PUZQCNTF.
000480 COPY "PUZQCNT.cpy".
000490 WORKING-STORAGE SECTION.
000500 01  QA-WORK-FIELDS.
000510     05  QA-TBL-STATUS          PIC X(02) VALUE SPACES.
000520         88  QA-TBL-OK              VALUE '00'.
000530         88  QA-TBL-EOF             VALUE '10'.
000540     05  QA-TBL-SWITCH          PIC X(01) VALUE SPACE.
000550         88  QA-TBL-LOADED          VALUE 'Y'.
000560         88  QA-TBL-NOT-YET-LOADED  VALUE SPACE.
000570     05  QA-CNT-STATUS          PIC X(02) VALUE SPACES.
000580         88  QA-CNT-NOT-FOUND       VALUE '35'.
000590     05  QA-CNT-SWITCH          PIC X(01) VALUE SPACE.
000600         88  QA-CNT-FILE-IS-OPEN    VALUE 'Y'.
000610         88  QA-CNT-FILE-MISSING    VALUE 'N'.
000620         88  QA-CNT-NOT-YET-TRIED   VALUE SPACE.
000630     05  QA-ROW-FLAG            PIC X(01) VALUE 'N'.
000640         88  QA-ROW-ON-FILE         VALUE 'Y'.
000650     05  QA-CURRENT-TS          PIC X(21) VALUE SPACES.
000660     05  QA-USE-TIER            PIC X(01) VALUE SPACE.
000670     05  QA-QUOTA-IX            PIC 9(02) VALUE ZERO.
000680 01  QA-QUOTA-TABLE.
000690     05  QA-QUOTA-COUNT         PIC 9(02) VALUE ZERO.
000700     05  QA-QUOTA-ENTRY OCCURS 30 TIMES.
000710         10  QA-QUOTA-GAME      PIC X(01).
000720         10  QA-QUOTA-TIER      PIC X(01).
000730         10  QA-QUOTA-MAX       PIC 9(05).
000740 LINKAGE SECTION.
000750 COPY "PUZQTLK.cpy".
000760 PROCEDURE DIVISION USING QK-PARMS.
000770 0000-MAINLINE.
000780     SET QK-WITHIN-QUOTA TO TRUE
000790     MOVE ZERO TO QK-DAILY-MAX
000800     MOVE ZERO TO QK-ADMITTED-COUNT
000810     PERFORM 1000-LOAD-QUOTA-TABLE
000820     PERFORM 1100-OPEN-COUNTERS
000830     IF QA-CNT-FILE-MISSING
000840         SET PS-STATUS-WARNING TO TRUE
000850     ELSE
000860         PERFORM 2000-FIND-DAILY-MAX
000870         PERFORM 3000-READ-TODAYS-COUNTER
000880         EVALUATE TRUE
000890             WHEN QK-ASK-CHECK
000900                 IF QK-DAILY-MAX > ZERO
000910                         AND QC-ADMITTED-COUNT >= QK-DAILY-MAX
000920                     SET QK-OVER-QUOTA TO TRUE
000930                 END-IF
000940             WHEN QK-ASK-ADMIT
000950                 ADD 1 TO QC-ADMITTED-COUNT
000960                 PERFORM 3100-SAVE-COUNTER
000970             WHEN QK-ASK-REFUSE
000980                 ADD 1 TO QC-REFUSED-COUNT
000990                 SET QK-OVER-QUOTA TO TRUE
001000                 PERFORM 3100-SAVE-COUNTER
001010         END-EVALUATE
001020         MOVE QC-ADMITTED-COUNT TO QK-ADMITTED-COUNT
001030         SET PS-STATUS-NORMAL TO TRUE
001040     END-IF
001050     GOBACK.
001060* 1000-LOAD-QUOTA-TABLE - ONCE PER RUN; A MISSING TABLE LEAVES
001070* IT EMPTY, WHICH IS NO LIMITS AT ALL.
001080 1000-LOAD-QUOTA-TABLE.
001090     IF QA-TBL-NOT-YET-LOADED
001100         SET QA-TBL-LOADED TO TRUE
001110         MOVE ZERO TO QA-QUOTA-COUNT
001120         OPEN INPUT PUZQUOTF
001130         IF QA-TBL-OK
001140             PERFORM 1010-READ-NEXT-QUOTA
001150             PERFORM UNTIL QA-TBL-EOF
001160                     OR QA-QUOTA-COUNT >= 30
001170                 IF QT-GAME-CODE NOT = SPACE
001180                     ADD 1 TO QA-QUOTA-COUNT
001190                     MOVE QT-GAME-CODE
001200                         TO QA-QUOTA-GAME(QA-QUOTA-COUNT)
001210                     MOVE QT-TIER
001220                         TO QA-QUOTA-TIER(QA-QUOTA-COUNT)
001230                     MOVE QT-DAILY-MAX
001240                         TO QA-QUOTA-MAX(QA-QUOTA-COUNT)
001250                 END-IF
001260                 PERFORM 1010-READ-NEXT-QUOTA
001270             END-PERFORM
001280             CLOSE PUZQUOTF
001290         END-IF
001300     END-IF
001310     .
001320 1010-READ-NEXT-QUOTA.
001330     READ PUZQUOTF
001340         AT END
001350             SET QA-TBL-EOF TO TRUE
001360     END-READ
001370     .
001380* 1100-OPEN-COUNTERS - THE FIRST RUN CREATES AN EMPTY COUNTER
001390* FILE.
001400 1100-OPEN-COUNTERS.
001410     IF QA-CNT-NOT-YET-TRIED
001420         OPEN I-O PUZQCNTF
001430         IF QA-CNT-NOT-FOUND
001440             OPEN OUTPUT PUZQCNTF
001450             CLOSE PUZQCNTF
001460             OPEN I-O PUZQCNTF
001470         END-IF
001480         IF QA-CNT-STATUS = '00'
001490             SET QA-CNT-FILE-IS-OPEN TO TRUE
001500         ELSE
001510             SET QA-CNT-FILE-MISSING TO TRUE
001520         END-IF
001530     END-IF
001540     .
001550* 2000-FIND-DAILY-MAX - THE ROW FOR THE GAME AND THE TIER
001560* ITSELF WINS OVER THE GAME'S '*' ROW.
001570 2000-FIND-DAILY-MAX.
001580     IF QK-TIER = SPACE
001590         MOVE 'S' TO QA-USE-TIER
001600     ELSE
001610         MOVE QK-TIER TO QA-USE-TIER
001620     END-IF
001630     PERFORM VARYING QA-QUOTA-IX FROM 1 BY 1
001640             UNTIL QA-QUOTA-IX > QA-QUOTA-COUNT
001650         IF QA-QUOTA-GAME(QA-QUOTA-IX) = QK-GAME-CODE
001660                 AND QA-QUOTA-TIER(QA-QUOTA-IX) = '*'
001670                 AND QK-DAILY-MAX = ZERO
001680             MOVE QA-QUOTA-MAX(QA-QUOTA-IX) TO QK-DAILY-MAX
001690         END-IF
001700     END-PERFORM
001710     PERFORM VARYING QA-QUOTA-IX FROM 1 BY 1
001720             UNTIL QA-QUOTA-IX > QA-QUOTA-COUNT
001730         IF QA-QUOTA-GAME(QA-QUOTA-IX) = QK-GAME-CODE
001740                 AND QA-QUOTA-TIER(QA-QUOTA-IX) = QA-USE-TIER
001750             MOVE QA-QUOTA-MAX(QA-QUOTA-IX) TO QK-DAILY-MAX
001760         END-IF
001770     END-PERFORM
001780     .
001790* 3000-READ-TODAYS-COUNTER - TODAY IS TAKEN ON EVERY CALL, AS
001800* IN PUZSUBCK, SINCE THE KIOSK STAYS LOADED PAST MIDNIGHT.
001810 3000-READ-TODAYS-COUNTER.
001820     MOVE FUNCTION CURRENT-DATE TO QA-CURRENT-TS
001830     MOVE QA-CURRENT-TS(1:8) TO QC-COUNT-DATE
001840     MOVE QK-GAME-CODE TO QC-GAME-CODE
001850     MOVE QK-SUBMITTER-ID TO QC-SUBMITTER-ID
001860     READ PUZQCNTF
001870         INVALID KEY
001880             MOVE 'N' TO QA-ROW-FLAG
001890             MOVE ZERO TO QC-ADMITTED-COUNT
001900             MOVE ZERO TO QC-REFUSED-COUNT
001910         NOT INVALID KEY
001920             SET QA-ROW-ON-FILE TO TRUE
001930     END-READ
001940     .
001950 3100-SAVE-COUNTER.
001960     MOVE QA-USE-TIER TO QC-TIER
001970     MOVE QK-DAILY-MAX TO QC-DAILY-MAX
001980     IF QA-ROW-ON-FILE
001990         REWRITE QC-COUNTER-RECORD
002000     ELSE
002010         WRITE QC-COUNTER-RECORD
002020     END-IF
002030     .
