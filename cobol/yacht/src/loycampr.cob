000010
000020* LOYCAMPR
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    LOYCAMPR.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* LOYCAMPR IS THE BONUS CAMPAIGN COST REPORT.  IT READS THE
000100* WHOLE PLEDGERF LEDGER AND, FOR EVERY EARNING ENTRY A LOYCAMPF
000110* CAMPAIGN LIFTED, ADDS UP BY CAMPAIGN THE GAMES LIFTED, THE
000120* POINTS THE BASE RATE ALONE WOULD HAVE GIVEN, AND THE POINTS
000130* ACTUALLY GIVEN.  THE DIFFERENCE IS WHAT THE CAMPAIGN GAVE
000140* AWAY, PRICED AT LC-CENTS-PER-POINT (THE SAME ONE CENT A POINT
000150* GLDAILY BOOKS THE LOYALTY LIABILITY AT).  ONE LINE PER
000160* CAMPAIGN ON THE TABLE, ANY CAMPAIGN ID FOUND ON THE LEDGER
000170* BUT NO LONGER ON THE TABLE, AND A GRAND TOTAL GO TO LOYCMRPT.
000180*
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15 RJ    ORIGINAL PROGRAM
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000250 OBJECT-COMPUTER.   IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LOYCAMPF ASSIGN TO "LOYCAMPF"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS LC-CAMP-STATUS.
000310     SELECT PLEDGERF ASSIGN TO "PLEDGERF"
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS LC-LDG-STATUS.
000340     SELECT LOYCMRPT ASSIGN TO "LOYCMRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS LC-RPT-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  LOYCAMPF.
000400 COPY "LOYCAMP.cpy".
000410 FD  PLEDGERF.
000420 COPY "PLEDGER.cpy".
000430 FD  LOYCMRPT
000440     RECORD CONTAINS 80 CHARACTERS.
000450 01  RPT-LINE                   PIC X(80).
000460 WORKING-STORAGE SECTION.
000470 01  LC-WORK-FIELDS.
000480     05  LC-CAMP-STATUS         PIC X(02) VALUE SPACES.
000490         88  LC-CAMP-OK             VALUE '00'.
000500         88  LC-CAMP-EOF            VALUE '10'.
000510     05  LC-LDG-STATUS          PIC X(02) VALUE SPACES.
000520         88  LC-LDG-OK              VALUE '00'.
000530         88  LC-LDG-EOF             VALUE '10'.
000540     05  LC-RPT-STATUS          PIC X(02) VALUE SPACES.
000550     05  LC-CURRENT-TS          PIC X(21) VALUE SPACES.
000560     05  LC-CENTS-PER-POINT     PIC 9(02) VALUE 1.
000570     05  LC-FOUND-IX            PIC 9(02) VALUE ZERO.
000580     05  LC-EXTRA-POINTS        PIC S9(09) VALUE ZERO.
000590     05  LC-LIABILITY           PIC S9(07)V99 VALUE ZERO.
000600     05  LC-TOTAL-EXTRA         PIC S9(09) VALUE ZERO.
000610     05  LC-TOTAL-LIABILITY     PIC S9(07)V99 VALUE ZERO.
000620     05  LC-MULT-ED             PIC 9.99.
000630     05  LC-GAMES-ED            PIC ZZZZZ9.
000640     05  LC-BASE-ED             PIC -ZZZZZZZ9.
000650     05  LC-EXTRA-ED            PIC -ZZZZZZZ9.
000660     05  LC-LIABILITY-ED        PIC -ZZZZZZ9.99.
000670* ONE ROW PER CAMPAIGN ON LOYCAMPF, PLUS ANY CAMPAIGN ID THE
000680* LEDGER CARRIES THAT THE TABLE NO LONGER DOES.
000690 01  LC-CAMP-TABLE.
000700     05  LC-CAMP-COUNT          PIC 9(02) VALUE ZERO.
000710     05  LC-CAMP-IX             PIC 9(02) VALUE ZERO.
000720     05  LC-CAMP-ENTRY OCCURS 60 TIMES.
000730         10  LC-TAB-CAMP-ID     PIC X(08).
000740         10  LC-TAB-FROM        PIC X(08).
000750         10  LC-TAB-TO          PIC X(08).
000760         10  LC-TAB-MULT        PIC 9(01)V99.
000770         10  LC-TAB-DESC        PIC X(30).
000780         10  LC-TAB-GAMES       PIC 9(07).
000790         10  LC-TAB-BASE        PIC S9(09).
000800         10  LC-TAB-AWARDED     PIC S9(09).
000810 PROCEDURE DIVISION.
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE
000840     PERFORM 2000-READ-NEXT-LEDGER
000850     PERFORM UNTIL LC-LDG-EOF
000860         IF PL-ENTRY-IS-EARNING AND NOT PL-NO-CAMPAIGN
000870             PERFORM 3000-ADD-ENTRY-TO-CAMPAIGN
000880         END-IF
000890         PERFORM 2000-READ-NEXT-LEDGER
000900     END-PERFORM
000910     PERFORM 4000-WRITE-CAMPAIGN-LINES
000920     PERFORM 5000-WRITE-TOTALS
000930     IF LC-LDG-STATUS = '10'
000940         CLOSE PLEDGERF
000950     END-IF
000960     CLOSE LOYCMRPT
000970     GOBACK.
000980 1000-INITIALIZE.
000990     MOVE FUNCTION CURRENT-DATE TO LC-CURRENT-TS
001000     PERFORM 1500-LOAD-CAMPAIGN-TABLE
001010     OPEN INPUT PLEDGERF
001020     IF NOT LC-LDG-OK
001030         SET LC-LDG-EOF TO TRUE
001040     END-IF
001050     OPEN OUTPUT LOYCMRPT
001060     MOVE SPACES TO RPT-LINE
001070     STRING 'BONUS CAMPAIGN COST REPORT - ' DELIMITED BY SIZE
001080            LC-CURRENT-TS(1:8)             DELIMITED BY SIZE
001090         INTO RPT-LINE
001100     WRITE RPT-LINE
001110     MOVE SPACES TO RPT-LINE
001120     WRITE RPT-LINE
001130     MOVE 'CAMPAIGN  FROM     TO       MULT  GAMES  BASE PTS  EXT
001140-         'RA PTS   LIABILITY' TO RPT-LINE
001150     WRITE RPT-LINE
001160     .
001170 1500-LOAD-CAMPAIGN-TABLE.
001180     MOVE ZERO TO LC-CAMP-COUNT
001190     OPEN INPUT LOYCAMPF
001200     IF LC-CAMP-OK
001210         PERFORM 1510-READ-NEXT-CAMPAIGN
001220         PERFORM UNTIL LC-CAMP-EOF
001230                 OR LC-CAMP-COUNT > 49
001240             IF CP-CAMPAIGN-ID NOT = SPACES
001250                 ADD 1 TO LC-CAMP-COUNT
001260                 MOVE LC-CAMP-COUNT TO LC-FOUND-IX
001270                 PERFORM 1520-CLEAR-CAMPAIGN-ROW
001280                 MOVE CP-CAMPAIGN-ID
001290                     TO LC-TAB-CAMP-ID(LC-FOUND-IX)
001300                 MOVE CP-FROM-DATE TO LC-TAB-FROM(LC-FOUND-IX)
001310                 MOVE CP-TO-DATE   TO LC-TAB-TO(LC-FOUND-IX)
001320                 IF CP-MULTIPLIER IS NUMERIC
001330                     MOVE CP-MULTIPLIER
001340                         TO LC-TAB-MULT(LC-FOUND-IX)
001350                 END-IF
001360                 MOVE CP-DESCRIPTION
001370                     TO LC-TAB-DESC(LC-FOUND-IX)
001380             END-IF
001390             PERFORM 1510-READ-NEXT-CAMPAIGN
001400         END-PERFORM
001410         CLOSE LOYCAMPF
001420     END-IF
001430     .
001440 1510-READ-NEXT-CAMPAIGN.
001450     READ LOYCAMPF
001460         AT END
001470             SET LC-CAMP-EOF TO TRUE
001480     END-READ
001490     .
001500 1520-CLEAR-CAMPAIGN-ROW.
001510     MOVE SPACES TO LC-TAB-CAMP-ID(LC-FOUND-IX)
001520     MOVE SPACES TO LC-TAB-FROM(LC-FOUND-IX)
001530     MOVE SPACES TO LC-TAB-TO(LC-FOUND-IX)
001540     MOVE ZERO   TO LC-TAB-MULT(LC-FOUND-IX)
001550     MOVE SPACES TO LC-TAB-DESC(LC-FOUND-IX)
001560     MOVE ZERO   TO LC-TAB-GAMES(LC-FOUND-IX)
001570     MOVE ZERO   TO LC-TAB-BASE(LC-FOUND-IX)
001580     MOVE ZERO   TO LC-TAB-AWARDED(LC-FOUND-IX)
001590     .
001600 2000-READ-NEXT-LEDGER.
001610     IF NOT LC-LDG-EOF
001620         READ PLEDGERF
001630             AT END
001640                 SET LC-LDG-EOF TO TRUE
001650         END-READ
001660     END-IF
001670     .
001680* 3000-ADD-ENTRY-TO-CAMPAIGN - A CAMPAIGN ID THE TABLE DOES NOT
001690* KNOW GETS A ROW OF ITS OWN SO ITS COST IS NOT LOST.
001700 3000-ADD-ENTRY-TO-CAMPAIGN.
001710     MOVE ZERO TO LC-FOUND-IX
001720     PERFORM VARYING LC-CAMP-IX FROM 1 BY 1
001730             UNTIL LC-CAMP-IX > LC-CAMP-COUNT
001740         IF LC-TAB-CAMP-ID(LC-CAMP-IX) = PL-CAMPAIGN-ID
001750             MOVE LC-CAMP-IX TO LC-FOUND-IX
001760         END-IF
001770     END-PERFORM
001780     IF LC-FOUND-IX = ZERO AND LC-CAMP-COUNT < 60
001790         ADD 1 TO LC-CAMP-COUNT
001800         MOVE LC-CAMP-COUNT TO LC-FOUND-IX
001810         PERFORM 1520-CLEAR-CAMPAIGN-ROW
001820         MOVE PL-CAMPAIGN-ID TO LC-TAB-CAMP-ID(LC-FOUND-IX)
001830         MOVE '** NO LONGER ON LOYCAMPF **'
001840             TO LC-TAB-DESC(LC-FOUND-IX)
001850     END-IF
001860     IF LC-FOUND-IX > ZERO
001870         ADD 1 TO LC-TAB-GAMES(LC-FOUND-IX)
001880         ADD PL-BASE-POINTS TO LC-TAB-BASE(LC-FOUND-IX)
001890         ADD PL-POINTS TO LC-TAB-AWARDED(LC-FOUND-IX)
001900     END-IF
001910     .
001920 4000-WRITE-CAMPAIGN-LINES.
001930     PERFORM VARYING LC-CAMP-IX FROM 1 BY 1
001940             UNTIL LC-CAMP-IX > LC-CAMP-COUNT
001950         PERFORM 4100-WRITE-ONE-CAMPAIGN
001960     END-PERFORM
001970     .
001980* 4100-WRITE-ONE-CAMPAIGN - THE FIGURES LINE, THEN THE
001990* DESCRIPTION UNDER IT.
002000 4100-WRITE-ONE-CAMPAIGN.
002010     COMPUTE LC-EXTRA-POINTS =
002020         LC-TAB-AWARDED(LC-CAMP-IX) - LC-TAB-BASE(LC-CAMP-IX)
002030     COMPUTE LC-LIABILITY =
002040         (LC-EXTRA-POINTS * LC-CENTS-PER-POINT) / 100
002050     ADD LC-EXTRA-POINTS TO LC-TOTAL-EXTRA
002060     ADD LC-LIABILITY TO LC-TOTAL-LIABILITY
002070     MOVE LC-TAB-MULT(LC-CAMP-IX)  TO LC-MULT-ED
002080     MOVE LC-TAB-GAMES(LC-CAMP-IX) TO LC-GAMES-ED
002090     MOVE LC-TAB-BASE(LC-CAMP-IX)  TO LC-BASE-ED
002100     MOVE LC-EXTRA-POINTS          TO LC-EXTRA-ED
002110     MOVE LC-LIABILITY             TO LC-LIABILITY-ED
002120     MOVE SPACES TO RPT-LINE
002130     STRING LC-TAB-CAMP-ID(LC-CAMP-IX) DELIMITED BY SIZE
002140            '  '                       DELIMITED BY SIZE
002150            LC-TAB-FROM(LC-CAMP-IX)    DELIMITED BY SIZE
002160            ' '                        DELIMITED BY SIZE
002170            LC-TAB-TO(LC-CAMP-IX)      DELIMITED BY SIZE
002180            ' '                        DELIMITED BY SIZE
002190            LC-MULT-ED                 DELIMITED BY SIZE
002200            ' '                        DELIMITED BY SIZE
002210            LC-GAMES-ED                DELIMITED BY SIZE
002220            ' '                        DELIMITED BY SIZE
002230            LC-BASE-ED                 DELIMITED BY SIZE
002240            ' '                        DELIMITED BY SIZE
002250            LC-EXTRA-ED                DELIMITED BY SIZE
002260            ' '                        DELIMITED BY SIZE
002270            LC-LIABILITY-ED            DELIMITED BY SIZE
002280         INTO RPT-LINE
002290     WRITE RPT-LINE
002300     MOVE SPACES TO RPT-LINE
002310     STRING '          '              DELIMITED BY SIZE
002320            LC-TAB-DESC(LC-CAMP-IX)   DELIMITED BY SIZE
002330         INTO RPT-LINE
002340     WRITE RPT-LINE
002350     .
002360 5000-WRITE-TOTALS.
002370     MOVE LC-TOTAL-EXTRA     TO LC-EXTRA-ED
002380     MOVE LC-TOTAL-LIABILITY TO LC-LIABILITY-ED
002390     MOVE SPACES TO RPT-LINE
002400     WRITE RPT-LINE
002410     STRING 'ALL CAMPAIGNS - EXTRA POINTS ' DELIMITED BY SIZE
002420            LC-EXTRA-ED                     DELIMITED BY SIZE
002430            '  LIABILITY '                  DELIMITED BY SIZE
002440            LC-LIABILITY-ED                 DELIMITED BY SIZE
002450         INTO RPT-LINE
002460     WRITE RPT-LINE
002470     .
