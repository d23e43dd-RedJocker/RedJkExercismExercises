000010
000020* FISCPER
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    FISCPER.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* FISCPER IS THE SHARED FISCAL-CALENDAR MODULE, IN THE LEAPCALC/
000100* DATEVAL/BIZDAY MOLD.  HEAD OFFICE REPORTS ON A 4-4-5 RETAIL
000110* CALENDAR - EACH QUARTER IS A FOUR-WEEK, A FOUR-WEEK AND A
000120* FIVE-WEEK PERIOD - SO A CALENDAR MONTH HAS TO BE RE-CUT BY HAND
000130* AT EVERY MONTH-END.  THIS MODULE MAPS ANY DATE TO ITS FISCAL
000140* YEAR, QUARTER, PERIOD AND WEEK.  THE YEARS COME OFF THE FISCALF
000150* FISCAL-YEAR START TABLE (ONE FISCAL YEAR AND ITS FIRST DAY PER
000160* LINE, LOADED ONCE PER RUN); A YEAR IS AS MANY WEEKS AS THERE
000170* ARE TO THE NEXT YEAR'S START, SO A 53-WEEK YEAR NEEDS NOTHING
000180* MORE THAN ITS NEIGHBOUR ON THE TABLE, AND ITS EXTRA WEEK GOES
000190* INTO PERIOD 12.  AN INVALID DATE (DATEVAL SAYS SO) OR ONE BEFORE
000200* THE TABLE STARTS COMES BACK WITH THE SHARED STATUS AT ERROR AND
000210* NOTHING COMPUTED.
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
000320     SELECT FISCALF ASSIGN TO "FISCALF"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FC-CAL-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  FISCALF.
000380 01  FS-START-RECORD.
000390     05  FS-FISCAL-YEAR         PIC X(04).
000400     05  FS-START-DATE          PIC X(08).
000410 WORKING-STORAGE SECTION.
000420 01  FC-START-TABLE.
000430     05  FC-YEAR-COUNT          PIC 9(02) VALUE ZERO.
000440     05  FC-YEAR-ENTRY OCCURS 50 TIMES.
000450         10  FC-TAB-YEAR        PIC 9(04).
000460         10  FC-TAB-START       PIC 9(07).
000470* LAST WEEK OF EACH PERIOD IN A 52-WEEK YEAR - 4-4-5 PER QUARTER.
000480 01  FC-PERIOD-END-WEEKS.
000490     05  FC-PERIOD-END-VALUES   PIC X(24)
000500             VALUE '040813172126303439434752'.
000510     05  FC-PERIOD-END-TABLE REDEFINES FC-PERIOD-END-VALUES.
000520         10  FC-PERIOD-END-WEEK PIC 9(02) OCCURS 12 TIMES.
000530 01  FC-WORK-FIELDS.
000540     05  FC-CAL-STATUS          PIC X(02) VALUE SPACES.
000550         88  FC-CAL-OK              VALUE '00'.
000560         88  FC-CAL-EOF             VALUE '10'.
000570     05  FC-CAL-SWITCH          PIC X(01) VALUE 'N'.
000580         88  FC-CALENDAR-IS-LOADED  VALUE 'Y'.
000590     05  FC-WORK-DATE           PIC 9(08) VALUE ZERO.
000600     05  FC-WORK-DATE-X REDEFINES FC-WORK-DATE
000610                                PIC X(08).
000620     05  FC-DAY-INTEGER         PIC 9(07) VALUE ZERO.
000630     05  FC-YEAR-IX             PIC 9(02) VALUE ZERO.
000640     05  FC-FOUND-IX            PIC 9(02) VALUE ZERO.
000650     05  FC-DAY-OF-YEAR         PIC 9(03) VALUE ZERO.
000660     05  FC-DAYS-IN-YEAR        PIC 9(03) VALUE ZERO.
000670     05  FC-PERIOD-IX           PIC 9(02) VALUE ZERO.
000680     05  FC-FIRST-WEEK          PIC 9(02) VALUE ZERO.
000690     05  FC-LAST-WEEK           PIC 9(02) VALUE ZERO.
000700     05  FC-BOUND-INTEGER       PIC 9(07) VALUE ZERO.
000710 COPY "DATEVAL.cpy".
000720 LINKAGE SECTION.
000730 COPY "FISCPRLK.cpy".
000740 PROCEDURE DIVISION USING FP-PARMS.
000750 0000-MAINLINE.
000760     SET PS-STATUS-NORMAL OF FP-PARMS TO TRUE
000770     MOVE ZERO TO FP-FISCAL-YEAR
000780     MOVE ZERO TO FP-PERIOD
000790     MOVE ZERO TO FP-QUARTER
000800     MOVE ZERO TO FP-WEEK
000810     MOVE ZERO TO FP-WEEK-OF-PERIOD
000820     MOVE ZERO TO FP-WEEKS-IN-YEAR
000830     MOVE SPACES TO FP-PERIOD-START-DATE
000840     MOVE SPACES TO FP-PERIOD-END-DATE
000850     PERFORM 1000-LOAD-START-TABLE
000860     PERFORM 1500-VALIDATE-INPUT-DATE
000870     IF PS-STATUS-ERROR OF FP-PARMS
000880         CONTINUE
000890     ELSE
000900         PERFORM 2000-FIND-FISCAL-YEAR
000910         IF FC-FOUND-IX = ZERO
000920             SET PS-STATUS-ERROR OF FP-PARMS TO TRUE
000930         ELSE
000940             PERFORM 3000-PLACE-IN-YEAR
000950         END-IF
000960     END-IF
000970     GOBACK.
000980* 1000-LOAD-START-TABLE - ONCE PER RUN.  THE TABLE IS KEPT IN
000990* DATE ORDER, ONE FISCAL YEAR PER LINE.
001000 1000-LOAD-START-TABLE.
001010     IF NOT FC-CALENDAR-IS-LOADED
001020         SET FC-CALENDAR-IS-LOADED TO TRUE
001030         OPEN INPUT FISCALF
001040         IF FC-CAL-OK
001050             PERFORM 1100-READ-NEXT-START
001060             PERFORM UNTIL FC-CAL-EOF
001070                     OR FC-YEAR-COUNT >= 50
001080                 IF FS-FISCAL-YEAR IS NUMERIC
001090                         AND FS-START-DATE IS NUMERIC
001100                     ADD 1 TO FC-YEAR-COUNT
001110                     MOVE FS-FISCAL-YEAR
001120                         TO FC-TAB-YEAR(FC-YEAR-COUNT)
001130                     MOVE FS-START-DATE TO FC-WORK-DATE-X
001140                     COMPUTE FC-TAB-START(FC-YEAR-COUNT) =
001150                         FUNCTION INTEGER-OF-DATE(FC-WORK-DATE)
001160                 END-IF
001170                 PERFORM 1100-READ-NEXT-START
001180             END-PERFORM
001190             CLOSE FISCALF
001200         END-IF
001210     END-IF
001220     .
001230 1100-READ-NEXT-START.
001240     READ FISCALF
001250         AT END
001260             SET FC-CAL-EOF TO TRUE
001270     END-READ
001280     .
001290 1500-VALIDATE-INPUT-DATE.
001300     MOVE FP-YEAR TO DV-YEAR
001310     MOVE FP-MONTH TO DV-MONTH
001320     MOVE FP-DAY TO DV-DAY
001330     CALL 'DATEVAL' USING DV-PARMS
001340     IF DV-DATE-IS-NOT-VALID
001350         SET PS-STATUS-ERROR OF FP-PARMS TO TRUE
001360     ELSE
001370         COMPUTE FC-WORK-DATE =
001380             (FP-YEAR * 10000) + (FP-MONTH * 100) + FP-DAY
001390         COMPUTE FC-DAY-INTEGER =
001400             FUNCTION INTEGER-OF-DATE(FC-WORK-DATE)
001410     END-IF
001420     .
001430* 2000-FIND-FISCAL-YEAR - THE LAST YEAR ON THE TABLE STARTING ON
001440* OR BEFORE THE DATE.  ITS LENGTH IS THE GAP TO THE NEXT START;
001450* THE LAST YEAR ON THE TABLE HAS NONE AND IS TAKEN AS 52 WEEKS.
001460 2000-FIND-FISCAL-YEAR.
001470     MOVE ZERO TO FC-FOUND-IX
001480     PERFORM VARYING FC-YEAR-IX FROM 1 BY 1
001490             UNTIL FC-YEAR-IX > FC-YEAR-COUNT
001500         IF FC-TAB-START(FC-YEAR-IX) NOT > FC-DAY-INTEGER
001510             MOVE FC-YEAR-IX TO FC-FOUND-IX
001520         END-IF
001530     END-PERFORM
001540     IF FC-FOUND-IX > ZERO
001550         IF FC-FOUND-IX < FC-YEAR-COUNT
001560             COMPUTE FC-DAYS-IN-YEAR =
001570                 FC-TAB-START(FC-FOUND-IX + 1)
001580                 - FC-TAB-START(FC-FOUND-IX)
001590         ELSE
001600             MOVE 364 TO FC-DAYS-IN-YEAR
001610             SET PS-STATUS-WARNING OF FP-PARMS TO TRUE
001620         END-IF
001630         COMPUTE FC-DAY-OF-YEAR =
001640             FC-DAY-INTEGER - FC-TAB-START(FC-FOUND-IX)
001650         IF FC-DAY-OF-YEAR NOT < FC-DAYS-IN-YEAR
001660             MOVE ZERO TO FC-FOUND-IX
001670         END-IF
001680     END-IF
001690     .
001700* 3000-PLACE-IN-YEAR - WEEK OF THE YEAR FROM THE DAY COUNT, THEN
001710* THE PERIOD WHOSE LAST WEEK IT DOES NOT PASS.  PERIOD 12 RUNS TO
001720* THE END OF THE YEAR, SO IT TAKES A 53RD WEEK WHEN THERE IS ONE.
001730 3000-PLACE-IN-YEAR.
001740     MOVE FC-TAB-YEAR(FC-FOUND-IX) TO FP-FISCAL-YEAR
001750     COMPUTE FP-WEEKS-IN-YEAR = FC-DAYS-IN-YEAR / 7
001760     COMPUTE FP-WEEK = (FC-DAY-OF-YEAR / 7) + 1
001770     MOVE 12 TO FP-PERIOD
001780     PERFORM VARYING FC-PERIOD-IX FROM 11 BY -1
001790             UNTIL FC-PERIOD-IX < 1
001800         IF FP-WEEK NOT > FC-PERIOD-END-WEEK(FC-PERIOD-IX)
001810             MOVE FC-PERIOD-IX TO FP-PERIOD
001820         END-IF
001830     END-PERFORM
001840     COMPUTE FP-QUARTER = ((FP-PERIOD - 1) / 3) + 1
001850     IF FP-PERIOD = 1
001860         MOVE 1 TO FC-FIRST-WEEK
001870     ELSE
001880         COMPUTE FC-FIRST-WEEK =
001890             FC-PERIOD-END-WEEK(FP-PERIOD - 1) + 1
001900     END-IF
001910     IF FP-PERIOD = 12
001920         MOVE FP-WEEKS-IN-YEAR TO FC-LAST-WEEK
001930     ELSE
001940         MOVE FC-PERIOD-END-WEEK(FP-PERIOD) TO FC-LAST-WEEK
001950     END-IF
001960     COMPUTE FP-WEEK-OF-PERIOD = FP-WEEK - FC-FIRST-WEEK + 1
001970     COMPUTE FC-BOUND-INTEGER = FC-TAB-START(FC-FOUND-IX)
001980         + ((FC-FIRST-WEEK - 1) * 7)
001990     COMPUTE FC-WORK-DATE =
002000         FUNCTION DATE-OF-INTEGER(FC-BOUND-INTEGER)
002010     MOVE FC-WORK-DATE-X TO FP-PERIOD-START-DATE
002020     COMPUTE FC-BOUND-INTEGER = FC-TAB-START(FC-FOUND-IX)
002030         + (FC-LAST-WEEK * 7) - 1
002040     COMPUTE FC-WORK-DATE =
002050         FUNCTION DATE-OF-INTEGER(FC-BOUND-INTEGER)
002060     MOVE FC-WORK-DATE-X TO FP-PERIOD-END-DATE
002070     .
