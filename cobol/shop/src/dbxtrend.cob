000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-08-22 RJ    ORIGINAL PROGRAM
000200*   2026-10-15 RJ    FISCAL-PERIOD MODE - A 'F' ON THE OPTIONAL
000200*                    DBXTCTL CONTROL FILE REPORTS THE 4-4-5
000200*                    FISCAL PERIOD OF THE NEWEST RUN DATE (FROM
000200*                    THE SHARED FISCPER MODULE) INSTEAD OF ITS
000200*                    CALENDAR MONTH, WITH THE WEEKS AS FISCAL
000200*                    WEEKS FROM THE START OF THE PERIOD.  NO
000200*                    CONTROL FILE, OR A DATE OFF THE FISCAL
000200*                    TABLE, KEEPS THE CALENDAR-MONTH VIEW
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000270     SELECT DBXHISTF ASSIGN TO "DBXHISTF"
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS DT-HIS-STATUS.
000300     SELECT DBXTCTL ASSIGN TO "DBXTCTL"
000300         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS DT-CTL-STATUS.
000300     SELECT DBXTRPT ASSIGN TO "DBXTRPT"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS DT-RPT-STATUS.
000380     05  DH-PROGRAM-NAME        PIC X(15).
000390     05  DH-VOLUME-COUNT        PIC 9(07).
000400     05  DH-EXCEPTION-COUNT     PIC 9(07).
000410 FD  DBXTCTL.
000410 01  TC-CONTROL-RECORD.
000410     05  TC-REPORT-MODE         PIC X(01).
000410 FD  DBXTRPT
000420     RECORD CONTAINS 100 CHARACTERS.
000430 01  RPT-LINE                   PIC X(100).
000640     05  DT-VOL-ED              PIC ZZZZZZ9.
000650     05  DT-EXC-ED              PIC ZZZZZZ9.
000660     05  DT-MOVE-ED             PIC +ZZZZZZZZ9.
000660     05  DT-CTL-STATUS          PIC X(02) VALUE SPACES.
000660         88  DT-CTL-OK              VALUE '00'.
000660     05  DT-MODE-FLAG           PIC X(01) VALUE 'C'.
000660         88  DT-CALENDAR-MODE       VALUE 'C'.
000660         88  DT-FISCAL-MODE         VALUE 'F'.
000660     05  DT-SLOT-LIMIT          PIC 9(02) VALUE 31.
000660     05  DT-WEEK-LIMIT          PIC 9(01) VALUE 5.
000660     05  DT-PERIOD-LABEL        PIC X(06) VALUE SPACES.
000660     05  DT-PERIOD-START        PIC X(08) VALUE SPACES.
000660     05  DT-PERIOD-END          PIC X(08) VALUE SPACES.
000660     05  DT-START-INTEGER       PIC 9(07) VALUE ZERO.
000660     05  DT-DAY-INTEGER         PIC 9(07) VALUE ZERO.
000660     05  DT-DATE-NUM            PIC 9(08) VALUE ZERO.
000660     05  DT-DATE-NUM-X REDEFINES DT-DATE-NUM
000660                                PIC X(08).
000670 01  DT-PROGRAM-TABLE.
000680     05  DT-PGM-ENTRY OCCURS 10 TIMES.
000690         10  DT-TAB-PROGRAM     PIC X(15).
000700* ONE SLOT PER DAY - OF THE MONTH, OR OF THE FISCAL PERIOD (UP
000700* TO SIX WEEKS WHEN PERIOD 12 TAKES A 53RD WEEK).
000700         10  DT-DAY-SLOT OCCURS 42 TIMES.
000710             15  DT-DAY-PRESENT PIC X(01).
000720             15  DT-DAY-VOLUME  PIC 9(07).
000730             15  DT-DAY-EXCEPTS PIC 9(07).
000740 COPY "FISCPRLK.cpy".
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000750     PERFORM 0500-READ-CONTROL
000760     PERFORM 1000-FIND-NEWEST-DATE
000770     PERFORM 2000-LOAD-MONTH-GRID
000780     PERFORM 3000-WRITE-TREND-REPORT
000790     GOBACK.
000800* 0500-READ-CONTROL - 'F' ON THE OPTIONAL DBXTCTL CONTROL FILE
000800* ASKS FOR THE FISCAL-PERIOD VIEW; ANYTHING ELSE, OR NO FILE,
000800* GIVES THE CALENDAR MONTH.
000800 0500-READ-CONTROL.
000800     OPEN INPUT DBXTCTL
000800     IF DT-CTL-OK
000800         READ DBXTCTL
000800             AT END
000800                 CONTINUE
000800             NOT AT END
000800                 IF TC-REPORT-MODE = 'F'
000800                     SET DT-FISCAL-MODE TO TRUE
000800                 END-IF
000800         END-READ
000800         CLOSE DBXTCTL
000800     END-IF
000800     .
000800 1000-FIND-NEWEST-DATE.
000810     OPEN INPUT DBXHISTF
000820     IF DT-HIS-OK
000930         CLOSE DBXHISTF
000940     END-IF
000950     MOVE DT-NEWEST-DATE(1:6) TO DT-MONTH
000950     IF DT-FISCAL-MODE
000950         PERFORM 1200-FIND-FISCAL-PERIOD
000950     END-IF
000960     .
000960* 1200-FIND-FISCAL-PERIOD - THE FISCAL PERIOD HOLDING THE NEWEST
000960* RUN DATE AND ITS FIRST AND LAST DAYS.  A DATE FISCPER CANNOT
000960* PLACE FALLS BACK TO THE CALENDAR MONTH.
000960 1200-FIND-FISCAL-PERIOD.
000960     MOVE 'C' TO DT-MODE-FLAG
000960     IF DT-NEWEST-DATE IS NUMERIC
000960         MOVE DT-NEWEST-DATE(1:4) TO FP-YEAR
000960         MOVE DT-NEWEST-DATE(5:2) TO FP-MONTH
000960         MOVE DT-NEWEST-DATE(7:2) TO FP-DAY
000960         CALL 'FISCPER' USING FP-PARMS
000960         IF NOT PS-STATUS-ERROR OF FP-PARMS
000960             SET DT-FISCAL-MODE TO TRUE
000960             MOVE FP-FISCAL-PERIOD TO DT-PERIOD-LABEL
000960             MOVE FP-PERIOD-START-DATE TO DT-PERIOD-START
000960             MOVE FP-PERIOD-END-DATE TO DT-PERIOD-END
000960             MOVE DT-PERIOD-START TO DT-DATE-NUM-X
000960             COMPUTE DT-START-INTEGER =
000960                 FUNCTION INTEGER-OF-DATE(DT-DATE-NUM)
000960             MOVE 42 TO DT-SLOT-LIMIT
000960             MOVE 6 TO DT-WEEK-LIMIT
000960         END-IF
000960     END-IF
000960     .
000970 1100-READ-NEXT-HISTORY.
000980     IF NOT DT-HIS-EOF
001100     END-IF
001110     PERFORM 1100-READ-NEXT-HISTORY
001120     PERFORM UNTIL DT-HIS-EOF
001130         IF DT-FISCAL-MODE
001130             IF DH-RUN-DATE NOT < DT-PERIOD-START
001130                     AND DH-RUN-DATE NOT > DT-PERIOD-END
001130                 PERFORM 2100-GRID-ONE-RECORD
001130             END-IF
001130         ELSE
001130             IF DH-RUN-DATE(1:6) = DT-MONTH
001130                 PERFORM 2100-GRID-ONE-RECORD
001130             END-IF
001130         END-IF
001160         PERFORM 1100-READ-NEXT-HISTORY
001170     END-PERFORM
001180     IF DT-HIS-OPENED-FLAG = 'Y'
001330         MOVE DH-PROGRAM-NAME
001340             TO DT-TAB-PROGRAM(DT-FOUND-IX)
001350         PERFORM VARYING DT-DAY-IX FROM 1 BY 1
001350                 UNTIL DT-DAY-IX > 42
001350             MOVE 'N' TO DT-DAY-PRESENT(DT-FOUND-IX,
001380                 DT-DAY-IX)
001390             MOVE ZERO TO DT-DAY-VOLUME(DT-FOUND-IX,
001400                 DT-DAY-IX)
001430         END-PERFORM
001440     END-IF
001450     IF DT-FOUND-IX > ZERO
001460         IF DT-FISCAL-MODE
001460             MOVE DH-RUN-DATE TO DT-DATE-NUM-X
001460             COMPUTE DT-DAY-INTEGER =
001460                 FUNCTION INTEGER-OF-DATE(DT-DATE-NUM)
001460             COMPUTE DT-DAY-NUM =
001460                 DT-DAY-INTEGER - DT-START-INTEGER + 1
001460         ELSE
001460             MOVE DH-RUN-DATE(7:2) TO DT-DAY-NUM
001460         END-IF
001460         IF DT-DAY-NUM >= 1 AND DT-DAY-NUM <= DT-SLOT-LIMIT
001480             MOVE 'Y' TO DT-DAY-PRESENT(DT-FOUND-IX,
001490                 DT-DAY-NUM)
001500             MOVE DH-VOLUME-COUNT
001590 3000-WRITE-TREND-REPORT.
001600     OPEN OUTPUT DBXTRPT
001610     MOVE SPACES TO RPT-LINE
001610     IF DT-FISCAL-MODE
001610         STRING 'DASHBOARD TRENDS - FISCAL PERIOD '
001610                    DELIMITED BY SIZE
001610                DT-PERIOD-LABEL DELIMITED BY SIZE
001610                ' (' DELIMITED BY SIZE
001610                DT-PERIOD-START DELIMITED BY SIZE
001610                ' - ' DELIMITED BY SIZE
001610                DT-PERIOD-END DELIMITED BY SIZE
001610                ')' DELIMITED BY SIZE
001610             INTO RPT-LINE
001610     ELSE
001610         STRING 'DASHBOARD TRENDS - MONTH ' DELIMITED BY SIZE
001610                DT-MONTH DELIMITED BY SIZE
001610             INTO RPT-LINE
001610     END-IF
001650     WRITE RPT-LINE
001660     PERFORM VARYING DT-PGM-IX FROM 1 BY 1
001670             UNTIL DT-PGM-IX > DT-PGM-COUNT
001760         INTO RPT-LINE
001770     WRITE RPT-LINE
001780     PERFORM VARYING DT-DAY-IX FROM 1 BY 1
001780             UNTIL DT-DAY-IX > DT-SLOT-LIMIT
001780         IF DT-DAY-PRESENT(DT-PGM-IX, DT-DAY-IX) = 'Y'
001780             PERFORM 3200-WRITE-ONE-DAY
001820         END-IF
001830     END-PERFORM
001840     MOVE ZERO TO DT-PREV-WEEK-VOL
001850     PERFORM 3300-WRITE-ONE-WEEK
001860         VARYING DT-WEEK-IX FROM 1 BY 1
001870         UNTIL DT-WEEK-IX > DT-WEEK-LIMIT
001880     MOVE SPACES TO RPT-LINE
001890     WRITE RPT-LINE
001900     .
002000     MOVE DT-DAY-EXCEPTS(DT-PGM-IX, DT-DAY-IX)
002010         TO DT-EXC-ED
002020     MOVE SPACES TO DT-DAY-DATE
002020     IF DT-FISCAL-MODE
002020         COMPUTE DT-DAY-INTEGER =
002020             DT-START-INTEGER + DT-DAY-IX - 1
002020         COMPUTE DT-DATE-NUM =
002020             FUNCTION DATE-OF-INTEGER(DT-DAY-INTEGER)
002020         MOVE DT-DATE-NUM-X TO DT-DAY-DATE
002020     ELSE
002020         MOVE DT-MONTH TO DT-DAY-DATE(1:6)
002020         MOVE DT-DAY-IX TO DT-DAY-DATE(7:2)
002020     END-IF
002050     MOVE SPACES TO RPT-LINE
002060     STRING '  ' DELIMITED BY SIZE
002070            DT-DAY-DATE DELIMITED BY SIZE
002160     WRITE RPT-LINE
002170     .
002180* 3300-WRITE-ONE-WEEK - SEVEN-DAY BUCKETS FROM THE FIRST OF
002180* THE MONTH (IN FISCAL MODE THE FISCAL WEEKS OF THE PERIOD),
002180* EACH WITH ITS MOVEMENT AGAINST THE WEEK BEFORE.
002200 3300-WRITE-ONE-WEEK.
002210     MOVE ZERO TO DT-WEEK-VOL
002220     MOVE ZERO TO DT-WEEK-EXC
002230     COMPUTE DT-DAY-NUM = (DT-WEEK-IX - 1) * 7 + 1
002240     PERFORM VARYING DT-DAY-IX FROM DT-DAY-NUM BY 1
002250             UNTIL DT-DAY-IX > DT-DAY-NUM + 6
002260             OR DT-DAY-IX > DT-SLOT-LIMIT
002270         IF DT-DAY-PRESENT(DT-PGM-IX, DT-DAY-IX) = 'Y'
002280             ADD DT-DAY-VOLUME(DT-PGM-IX, DT-DAY-IX)
002290                 TO DT-WEEK-VOL
