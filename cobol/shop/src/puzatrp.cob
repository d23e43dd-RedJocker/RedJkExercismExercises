000010
000020* PUZATRP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZATRP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZATRP IS THE MORNING REPORT ON YESTERDAY'S PUZZLE OF THE
000100* DAY.  IT READS YESTERDAY'S ATTEMPTS OFF THE PUZATMF FILE KEPT
000110* BY THE PUZATMPT KIOSK TRANSACTION AND REPORTS TO PUZATRPT THE
000120* ATTEMPTS, SOLVES, SOLVE RATE, MEDIAN SOLVE TIME (THE SOLVE
000130* TIMES ARE SORTED ON SRTWK16; AN EVEN COUNT TAKES THE MEAN OF
000140* THE MIDDLE TWO) AND THE FIRST PLAYER TO SOLVE IT.  THE SAME
000150* FIGURES ARE APPENDED AS ONE ROW TO THE PUZSOLVF SOLVE HISTORY,
000160* WHICH PUZZDAY READS TO STEER ITS NEXT PICK.  A DAY WITH NO
000170* ATTEMPTS WRITES NO HISTORY ROW, SO A DEAD KIOSK DOES NOT LOOK
000180* LIKE AN IMPOSSIBLE PUZZLE.
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
000290     SELECT PUZATMF ASSIGN TO "PUZATMF"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS AP-ATM-STATUS.
000320     SELECT PUZSOLVF ASSIGN TO "PUZSOLVF"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS AP-SLV-STATUS.
000350     SELECT PUZATRPT ASSIGN TO "PUZATRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS AP-RPT-STATUS.
000380     SELECT SORT-WORK ASSIGN TO "SRTWK16".
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PUZATMF.
000420 COPY "PUZATTM.cpy".
000430 FD  PUZSOLVF.
000440 COPY "PUZSOLV.cpy".
000450 FD  PUZATRPT
000460     RECORD CONTAINS 80 CHARACTERS.
000470 01  RPT-LINE                   PIC X(80).
000480 SD  SORT-WORK.
000490 01  SRT-RECORD.
000500     05  SRT-SECONDS            PIC 9(05).
000510 WORKING-STORAGE SECTION.
000520 01  AP-WORK-FIELDS.
000530     05  AP-ATM-STATUS          PIC X(02) VALUE SPACES.
000540         88  AP-ATM-OK              VALUE '00'.
000550     05  AP-ATM-EOF-FLAG        PIC X(01) VALUE 'N'.
000560         88  AP-ATM-IS-EOF          VALUE 'Y'.
000570     05  AP-SLV-STATUS          PIC X(02) VALUE SPACES.
000580     05  AP-RPT-STATUS          PIC X(02) VALUE SPACES.
000590     05  AP-SORT-EOF-FLAG       PIC X(01) VALUE 'N'.
000600         88  AP-SORT-IS-EOF         VALUE 'Y'.
000610     05  AP-CURRENT-TS          PIC X(21) VALUE SPACES.
000620     05  AP-RUN-DATE            PIC X(08) VALUE SPACES.
000630     05  AP-REPORT-INTEGER      PIC 9(07) VALUE ZERO.
000640     05  AP-REPORT-DATE         PIC 9(08) VALUE ZERO.
000650     05  AP-REPORT-DATE-X REDEFINES AP-REPORT-DATE
000660                                PIC X(08).
000670     05  AP-PUZZLE-DATE         PIC X(08) VALUE SPACES.
000680     05  AP-PUZZLE-CATEGORY     PIC X(10) VALUE SPACES.
000690     05  AP-PUZZLE-DIFFICULTY   PIC 9(01) VALUE ZERO.
000700     05  AP-ATTEMPT-COUNT       PIC 9(05) VALUE ZERO.
000710     05  AP-SOLVE-COUNT         PIC 9(05) VALUE ZERO.
000720     05  AP-SOLVE-PCT           PIC 9(03) VALUE ZERO.
000730     05  AP-RETURNED-COUNT      PIC 9(05) VALUE ZERO.
000740     05  AP-MEDIAN-LOW-POS      PIC 9(05) VALUE ZERO.
000750     05  AP-MEDIAN-HIGH-POS     PIC 9(05) VALUE ZERO.
000760     05  AP-MEDIAN-TOTAL        PIC 9(06) VALUE ZERO.
000770     05  AP-MEDIAN-SECONDS      PIC 9(05) VALUE ZERO.
000780     05  AP-FIRST-TIME          PIC X(06) VALUE SPACES.
000790     05  AP-FIRST-PLAYER        PIC X(10) VALUE SPACES.
000800     05  AP-FIRST-TERMINAL      PIC X(08) VALUE SPACES.
000810     05  AP-COUNT-ED            PIC ZZ,ZZ9.
000820     05  AP-PCT-ED              PIC ZZ9.
000830     05  AP-SECONDS-ED          PIC ZZ,ZZ9.
000840 PROCEDURE DIVISION.
000850 0000-MAINLINE.
000860     PERFORM 1000-INITIALIZE
000870     SORT SORT-WORK
000880         ON ASCENDING KEY SRT-SECONDS
000890         INPUT PROCEDURE IS 2000-RELEASE-SOLVE-TIMES
000900         OUTPUT PROCEDURE IS 3000-FIND-MEDIAN
000910     PERFORM 4000-WRITE-REPORT
000920     IF AP-ATTEMPT-COUNT > ZERO
000930         PERFORM 5000-APPEND-SOLVE-HISTORY
000940     END-IF
000950     CLOSE PUZATRPT
000960     GOBACK.
000970* 1000-INITIALIZE - THE REPORT RUNS THE MORNING AFTER, SO IT
000980* COVERS YESTERDAY.
000990 1000-INITIALIZE.
001000     MOVE FUNCTION CURRENT-DATE TO AP-CURRENT-TS
001010     MOVE AP-CURRENT-TS(1:8) TO AP-RUN-DATE
001020     COMPUTE AP-REPORT-INTEGER =
001030         FUNCTION INTEGER-OF-DATE
001040             (FUNCTION NUMVAL(AP-RUN-DATE))
001050         - 1
001060     COMPUTE AP-REPORT-DATE =
001070         FUNCTION DATE-OF-INTEGER(AP-REPORT-INTEGER)
001080     OPEN OUTPUT PUZATRPT
001090     MOVE SPACES TO RPT-LINE
001100     STRING 'PUZZLE OF THE DAY - ATTEMPTS FOR ' DELIMITED BY SIZE
001110            AP-REPORT-DATE-X DELIMITED BY SIZE
001120         INTO RPT-LINE
001130     WRITE RPT-LINE
001140     MOVE SPACES TO RPT-LINE
001150     WRITE RPT-LINE
001160     .
001170* 2000-RELEASE-SOLVE-TIMES - SORT INPUT.  EVERY ATTEMPT MADE ON
001180* THE REPORT DATE IS COUNTED; ONLY THE SOLVES GO TO THE SORT.
001190* THE EARLIEST SOLVE BY CLOCK TIME IS THE FIRST SOLVER.
001200 2000-RELEASE-SOLVE-TIMES.
001210     OPEN INPUT PUZATMF
001220     IF AP-ATM-OK
001230         PERFORM UNTIL AP-ATM-IS-EOF
001240             READ PUZATMF
001250                 AT END
001260                     SET AP-ATM-IS-EOF TO TRUE
001270                 NOT AT END
001280                     IF AR-ATTEMPT-DATE = AP-REPORT-DATE-X
001290                         PERFORM 2100-COUNT-ONE-ATTEMPT
001300                     END-IF
001310             END-READ
001320         END-PERFORM
001330         CLOSE PUZATMF
001340     END-IF
001350     .
001360 2100-COUNT-ONE-ATTEMPT.
001370     ADD 1 TO AP-ATTEMPT-COUNT
001380     IF AP-PUZZLE-DATE = SPACES
001390         MOVE AR-PUZZLE-DATE TO AP-PUZZLE-DATE
001400         MOVE AR-PUZZLE-CATEGORY TO AP-PUZZLE-CATEGORY
001410         MOVE AR-PUZZLE-DIFFICULTY TO AP-PUZZLE-DIFFICULTY
001420     END-IF
001430     IF AR-ATTEMPT-SOLVED
001440         ADD 1 TO AP-SOLVE-COUNT
001450         MOVE AR-SECONDS-TAKEN TO SRT-SECONDS
001460         RELEASE SRT-RECORD
001470         IF AP-FIRST-TIME = SPACES
001480                 OR AR-ATTEMPT-TIME < AP-FIRST-TIME
001490             MOVE AR-ATTEMPT-TIME TO AP-FIRST-TIME
001500             MOVE AR-PLAYER-ID TO AP-FIRST-PLAYER
001510             MOVE AR-TERMINAL-ID TO AP-FIRST-TERMINAL
001520         END-IF
001530     END-IF
001540     .
001550* 3000-FIND-MEDIAN - SORT OUTPUT.  THE SOLVE COUNT IS KNOWN BY
001560* NOW, SO THE MIDDLE POSITION (OR THE MIDDLE TWO) IS TOO.
001570 3000-FIND-MEDIAN.
001580     COMPUTE AP-MEDIAN-LOW-POS = (AP-SOLVE-COUNT + 1) / 2
001590     COMPUTE AP-MEDIAN-HIGH-POS = AP-SOLVE-COUNT / 2 + 1
001600     MOVE ZERO TO AP-MEDIAN-TOTAL
001610     PERFORM 3010-RETURN-NEXT-TIME
001620     PERFORM UNTIL AP-SORT-IS-EOF
001630         ADD 1 TO AP-RETURNED-COUNT
001640         IF AP-RETURNED-COUNT = AP-MEDIAN-LOW-POS
001650             ADD SRT-SECONDS TO AP-MEDIAN-TOTAL
001660         END-IF
001670         IF AP-RETURNED-COUNT = AP-MEDIAN-HIGH-POS
001680             ADD SRT-SECONDS TO AP-MEDIAN-TOTAL
001690         END-IF
001700         PERFORM 3010-RETURN-NEXT-TIME
001710     END-PERFORM
001720     IF AP-SOLVE-COUNT > ZERO
001730         COMPUTE AP-MEDIAN-SECONDS ROUNDED = AP-MEDIAN-TOTAL / 2
001740     END-IF
001750     .
001760 3010-RETURN-NEXT-TIME.
001770     RETURN SORT-WORK
001780         AT END
001790             SET AP-SORT-IS-EOF TO TRUE
001800     END-RETURN
001810     .
001820 4000-WRITE-REPORT.
001830     IF AP-ATTEMPT-COUNT = ZERO
001840         MOVE 'NO ATTEMPTS RECORDED' TO RPT-LINE
001850         WRITE RPT-LINE
001860     ELSE
001870         COMPUTE AP-SOLVE-PCT ROUNDED =
001880             AP-SOLVE-COUNT * 100 / AP-ATTEMPT-COUNT
001890         MOVE SPACES TO RPT-LINE
001900         STRING 'PUZZLE      ' DELIMITED BY SIZE
001910                AP-PUZZLE-DATE DELIMITED BY SIZE
001920                ' ' DELIMITED BY SIZE
001930                AP-PUZZLE-CATEGORY DELIMITED BY SIZE
001940                ' DIFFICULTY ' DELIMITED BY SIZE
001950                AP-PUZZLE-DIFFICULTY DELIMITED BY SIZE
001960             INTO RPT-LINE
001970         WRITE RPT-LINE
001980         MOVE AP-ATTEMPT-COUNT TO AP-COUNT-ED
001990         MOVE SPACES TO RPT-LINE
002000         STRING 'ATTEMPTS    ' DELIMITED BY SIZE
002010                AP-COUNT-ED DELIMITED BY SIZE
002020             INTO RPT-LINE
002030         WRITE RPT-LINE
002040         MOVE AP-SOLVE-COUNT TO AP-COUNT-ED
002050         MOVE AP-SOLVE-PCT TO AP-PCT-ED
002060         MOVE SPACES TO RPT-LINE
002070         STRING 'SOLVED      ' DELIMITED BY SIZE
002080                AP-COUNT-ED DELIMITED BY SIZE
002090                '  SOLVE RATE ' DELIMITED BY SIZE
002100                AP-PCT-ED DELIMITED BY SIZE
002110                '%' DELIMITED BY SIZE
002120             INTO RPT-LINE
002130         WRITE RPT-LINE
002140         IF AP-SOLVE-COUNT > ZERO
002150             PERFORM 4100-WRITE-SOLVER-LINES
002160         END-IF
002170     END-IF
002180     .
002190 4100-WRITE-SOLVER-LINES.
002200     MOVE AP-MEDIAN-SECONDS TO AP-SECONDS-ED
002210     MOVE SPACES TO RPT-LINE
002220     STRING 'MEDIAN SOLVE' DELIMITED BY SIZE
002230            AP-SECONDS-ED DELIMITED BY SIZE
002240            ' SECONDS' DELIMITED BY SIZE
002250         INTO RPT-LINE
002260     WRITE RPT-LINE
002270     MOVE SPACES TO RPT-LINE
002280     STRING 'FIRST SOLVER' DELIMITED BY SIZE
002290            ' ' DELIMITED BY SIZE
002300            AP-FIRST-PLAYER DELIMITED BY SIZE
002310            ' AT ' DELIMITED BY SIZE
002320            AP-FIRST-TIME(1:2) DELIMITED BY SIZE
002330            ':' DELIMITED BY SIZE
002340            AP-FIRST-TIME(3:2) DELIMITED BY SIZE
002350            ':' DELIMITED BY SIZE
002360            AP-FIRST-TIME(5:2) DELIMITED BY SIZE
002370            ' ON ' DELIMITED BY SIZE
002380            AP-FIRST-TERMINAL DELIMITED BY SIZE
002390         INTO RPT-LINE
002400     WRITE RPT-LINE
002410     .
002420 5000-APPEND-SOLVE-HISTORY.
002430     MOVE SPACES TO AP-SLV-STATUS
002440     OPEN EXTEND PUZSOLVF
002450     IF AP-SLV-STATUS NOT = '00'
002460         OPEN OUTPUT PUZSOLVF
002470     END-IF
002480     MOVE AP-PUZZLE-DATE TO SV-PUZZLE-DATE
002490     MOVE AP-PUZZLE-CATEGORY TO SV-PUZZLE-CATEGORY
002500     MOVE AP-PUZZLE-DIFFICULTY TO SV-PUZZLE-DIFFICULTY
002510     MOVE AP-ATTEMPT-COUNT TO SV-ATTEMPT-COUNT
002520     MOVE AP-SOLVE-COUNT TO SV-SOLVE-COUNT
002530     MOVE AP-SOLVE-PCT TO SV-SOLVE-PCT
002540     MOVE AP-MEDIAN-SECONDS TO SV-MEDIAN-SECONDS
002550     WRITE SV-SOLVE-RECORD
002560     CLOSE PUZSOLVF
002570     .
