000010
000020* PUZQTARP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZQTARP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZQTARP IS THE DAILY QUOTA REPORT.  IT READS TODAY'S ROWS OFF
000100* THE PUZQCNTF COUNTER FILE KEPT BY PUZQUOTA AND LISTS, GAME BY
000110* GAME, EVERY SUBMITTER WHO REACHED THE DAILY LIMIT FOR THEIR
000120* TIER - THE LIMIT, HOW MANY SUBMISSIONS WERE LET THROUGH, AND
000130* HOW MANY MORE WERE TRIED AND TURNED AWAY, WHICH IS HOW FAR
000140* OVER THE SUBMITTER TRIED TO GO.  THE REPORT GOES TO PUZQTRPT.
000150* NO COUNTER FILE MEANS NO QUOTA ACTIVITY AND SAYS SO.
000160*
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   2026-10-15 RJ    ORIGINAL PROGRAM
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER.   IBM-370.
000230 OBJECT-COMPUTER.   IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PUZQCNTF ASSIGN TO "PUZQCNTF"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS QC-COUNTER-KEY
000300         FILE STATUS IS QR-CNT-STATUS.
000310     SELECT PUZQTRPT ASSIGN TO "PUZQTRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS QR-RPT-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PUZQCNTF.
000370 COPY "PUZQCNT.cpy".
000380 FD  PUZQTRPT
000390     RECORD CONTAINS 132 CHARACTERS.
000400 01  RPT-LINE                   PIC X(132).
000410 WORKING-STORAGE SECTION.
000420 01  QR-WORK-FIELDS.
000430     05  QR-CNT-STATUS          PIC X(02) VALUE SPACES.
000440         88  QR-CNT-OK              VALUE '00'.
000450     05  QR-RPT-STATUS          PIC X(02) VALUE SPACES.
000460     05  QR-CURRENT-TS          PIC X(21) VALUE SPACES.
000470     05  QR-REPORT-DATE         PIC X(08) VALUE SPACES.
000480     05  QR-LAST-GAME           PIC X(01) VALUE SPACE.
000490     05  QR-GAME-NAME           PIC X(10) VALUE SPACES.
000500     05  QR-LIST-COUNT          PIC 9(05) VALUE ZERO.
000510     05  QR-ACTIVE-COUNT        PIC 9(05) VALUE ZERO.
000520     05  QR-REFUSED-TOTAL       PIC 9(07) VALUE ZERO.
000530     05  QR-MAX-ED              PIC ZZZZ9.
000540     05  QR-ADMITTED-ED         PIC ZZZZ9.
000550     05  QR-REFUSED-ED          PIC ZZZZ9.
000560 PROCEDURE DIVISION.
000570 0000-MAINLINE.
000580     PERFORM 1000-INITIALIZE
000590     IF QR-CNT-OK
000600         PERFORM 2000-LIST-TODAYS-COUNTERS
000610         CLOSE PUZQCNTF
000620     ELSE
000630         MOVE 'NO QUOTA COUNTERS - NO QUOTA ACTIVITY' TO RPT-LINE
000640         WRITE RPT-LINE
000650     END-IF
000660     PERFORM 3000-WRITE-SUMMARY
000670     CLOSE PUZQTRPT
000680     GOBACK.
000690 1000-INITIALIZE.
000700     MOVE FUNCTION CURRENT-DATE TO QR-CURRENT-TS
000710     MOVE QR-CURRENT-TS(1:8) TO QR-REPORT-DATE
000720     OPEN OUTPUT PUZQTRPT
000730     MOVE SPACES TO RPT-LINE
000740     STRING 'DAILY SUBMISSION QUOTA REPORT FOR ' DELIMITED BY SIZE
000750            QR-REPORT-DATE DELIMITED BY SIZE
000760         INTO RPT-LINE
000770     WRITE RPT-LINE
000780     MOVE SPACES TO RPT-LINE
000790     WRITE RPT-LINE
000800     OPEN INPUT PUZQCNTF
000810     .
000820* 2000-LIST-TODAYS-COUNTERS - THE KEY LEADS WITH THE DATE, SO
000830* TODAY'S ROWS COME TOGETHER IN GAME AND SUBMITTER ORDER.
000840 2000-LIST-TODAYS-COUNTERS.
000850     MOVE LOW-VALUES TO QC-COUNTER-KEY
000860     MOVE QR-REPORT-DATE TO QC-COUNT-DATE
000870     START PUZQCNTF KEY IS GREATER THAN OR EQUAL
000880         QC-COUNTER-KEY
000890         INVALID KEY
000900             MOVE '10' TO QR-CNT-STATUS
000910     END-START
000920     PERFORM UNTIL QR-CNT-STATUS NOT = '00'
000930         READ PUZQCNTF NEXT RECORD
000940             AT END
000950                 CONTINUE
000960             NOT AT END
000970                 IF QC-COUNT-DATE NOT = QR-REPORT-DATE
000980                     MOVE '10' TO QR-CNT-STATUS
000990                 ELSE
001000                     ADD 1 TO QR-ACTIVE-COUNT
001010                     ADD QC-REFUSED-COUNT TO QR-REFUSED-TOTAL
001020                     IF QC-REFUSED-COUNT > ZERO
001030                         OR (QC-DAILY-MAX > ZERO
001040                         AND QC-ADMITTED-COUNT
001050                             >= QC-DAILY-MAX)
001060                         PERFORM 2100-WRITE-QUOTA-LINE
001070                     END-IF
001080                 END-IF
001090         END-READ
001100     END-PERFORM
001110     .
001120 2100-WRITE-QUOTA-LINE.
001130     IF QC-GAME-CODE NOT = QR-LAST-GAME
001140         PERFORM 2200-WRITE-GAME-HEADING
001150     END-IF
001160     ADD 1 TO QR-LIST-COUNT
001170     MOVE QC-DAILY-MAX TO QR-MAX-ED
001180     MOVE QC-ADMITTED-COUNT TO QR-ADMITTED-ED
001190     MOVE QC-REFUSED-COUNT TO QR-REFUSED-ED
001200     MOVE SPACES TO RPT-LINE
001210     STRING '  ' DELIMITED BY SIZE
001220            QC-SUBMITTER-ID DELIMITED BY SIZE
001230            ' TIER ' DELIMITED BY SIZE
001240            QC-TIER DELIMITED BY SIZE
001250            '  LIMIT ' DELIMITED BY SIZE
001260            QR-MAX-ED DELIMITED BY SIZE
001270            '  ADMITTED ' DELIMITED BY SIZE
001280            QR-ADMITTED-ED DELIMITED BY SIZE
001290            '  TRIED OVER BY ' DELIMITED BY SIZE
001300            QR-REFUSED-ED DELIMITED BY SIZE
001310         INTO RPT-LINE
001320     WRITE RPT-LINE
001330     .
001340 2200-WRITE-GAME-HEADING.
001350     MOVE QC-GAME-CODE TO QR-LAST-GAME
001360     EVALUATE QC-GAME-CODE
001370         WHEN 'I'
001380             MOVE 'ISOGRAM' TO QR-GAME-NAME
001390         WHEN 'P'
001400             MOVE 'PANGRAM' TO QR-GAME-NAME
001410         WHEN 'R'
001420             MOVE 'PALINDROME' TO QR-GAME-NAME
001430         WHEN OTHER
001440             MOVE QC-GAME-CODE TO QR-GAME-NAME
001450     END-EVALUATE
001460     MOVE SPACES TO RPT-LINE
001470     WRITE RPT-LINE
001480     STRING QR-GAME-NAME DELIMITED BY SPACE
001490            ' - SUBMITTERS AT THE DAILY LIMIT' DELIMITED BY SIZE
001500         INTO RPT-LINE
001510     WRITE RPT-LINE
001520     .
001530 3000-WRITE-SUMMARY.
001540     MOVE SPACES TO RPT-LINE
001550     WRITE RPT-LINE
001560     STRING 'COUNTER ROWS TODAY ' DELIMITED BY SIZE
001570            QR-ACTIVE-COUNT DELIMITED BY SIZE
001580            '  AT LIMIT ' DELIMITED BY SIZE
001590            QR-LIST-COUNT DELIMITED BY SIZE
001600            '  ATTEMPTS TURNED AWAY ' DELIMITED BY SIZE
001610            QR-REFUSED-TOTAL DELIMITED BY SIZE
001620         INTO RPT-LINE
001630     WRITE RPT-LINE
001640     .
