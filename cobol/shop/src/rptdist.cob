000010
000020* RPTDIST
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    RPTDIST.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* RPTDIST IS THE REPORT DISTRIBUTION STEP.  IT RUNS AFTER RPTGENMG
000100* AT THE END OF A CLEAN NIGHT AND SPLITS THE NIGHT'S REPORTS INTO
000110* ONE FILE PER RECIPIENT, SO OPERATIONS NO LONGER HAND-CARRY
000120* PRINTOUTS TO THE DESKS.  THE RPTDISTF TABLE (RPTDIST.CPY) NAMES
000130* EACH REPORT, WHO GETS IT, AND AN OPTIONAL BURST KEY - THE
000140* COLUMNS HOLDING THE AGENT, TERMINAL OR PLAYER THE SECTION
000150* BELONGS TO - SO A DESK GETS ONLY ITS OWN PART.  EACH DELIVERED
000160* FILE IS NAMED <REPORT>.<RECIPIENT> AND STARTS WITH A COVER
000170* BANNER GIVING THE RECIPIENT, THE REPORT, THE RUN AND THE
000180* SELECTION.
000190*
000200* EVERY TABLE ROW IS LOGGED TO THE RPTDLOG DELIVERY LOG
000210* (RPTDLOG.CPY), WHICH IS APPENDED AND NEVER CLEARED, AND LISTED
000220* ON THE RPTDRPT CONTROL REPORT - INCLUDING A REPORT THAT WAS NOT
000230* THERE TO SEND, SO "I NEVER GOT MY REPORT" CAN BE ANSWERED.  A
000240* MISSING REPORT IS NOT AN ERROR (SOME RUN WEEKLY OR MONTHLY); A
000250* REJECTED TABLE ROW ENDS THE STEP WITH RETURN CODE 4.
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 RJ    ORIGINAL PROGRAM
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RPTDISTF ASSIGN TO "RPTDISTF"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS BU-DST-STATUS.
000390     SELECT CURRPT ASSIGN TO DYNAMIC BU-CURRENT-NAME
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS BU-CUR-STATUS.
000420     SELECT DLVRPT ASSIGN TO DYNAMIC BU-DELIVER-NAME
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS BU-DLV-STATUS.
000450     SELECT RPTDLOG ASSIGN TO "RPTDLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS BU-LOG-STATUS.
000480     SELECT RPTDRPT ASSIGN TO "RPTDRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS BU-RPT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  RPTDISTF.
000540 01  RPTDISTF-LINE              PIC X(73).
000550 FD  CURRPT.
000560 01  CUR-LINE                   PIC X(300).
000570 FD  DLVRPT.
000580 01  DLV-LINE                   PIC X(300).
000590 FD  RPTDLOG.
000600 COPY "RPTDLOG.cpy".
000610 FD  RPTDRPT
000620     RECORD CONTAINS 120 CHARACTERS.
000630 01  RPT-LINE                   PIC X(120).
000640 WORKING-STORAGE SECTION.
000650 01  BU-WORK-FIELDS.
000660     05  BU-DST-STATUS          PIC X(02) VALUE SPACES.
000670         88  BU-DST-OK              VALUE '00'.
000680     05  BU-CUR-STATUS          PIC X(02) VALUE SPACES.
000690         88  BU-CUR-OK              VALUE '00'.
000700         88  BU-CUR-EOF             VALUE '10'.
000710     05  BU-DLV-STATUS          PIC X(02) VALUE SPACES.
000720     05  BU-LOG-STATUS          PIC X(02) VALUE SPACES.
000730     05  BU-RPT-STATUS          PIC X(02) VALUE SPACES.
000740     05  BU-EOF-FLAG            PIC X(01) VALUE 'N'.
000750         88  BU-AT-END              VALUE 'Y'.
000760     05  BU-SECTION-FLAG        PIC X(01) VALUE 'N'.
000770         88  BU-IN-OWN-SECTION      VALUE 'Y'.
000780     05  BU-CURRENT-NAME        PIC X(20) VALUE SPACES.
000790     05  BU-DELIVER-NAME        PIC X(20) VALUE SPACES.
000800     05  BU-CURRENT-TS          PIC X(21) VALUE SPACES.
000810     05  BU-RUN-DATE            PIC X(08) VALUE SPACES.
000820     05  BU-RUN-TIME            PIC X(06) VALUE SPACES.
000830     05  BU-REJECT-TEXT         PIC X(30) VALUE SPACES.
000840     05  BU-BURST-END           PIC 9(03) VALUE ZERO.
000850     05  BU-LINE-NO             PIC 9(06) VALUE ZERO.
000860     05  BU-SENT-COUNT          PIC 9(06) VALUE ZERO.
000870     05  BU-DIST-IX             PIC 9(03) VALUE ZERO.
000880     05  BU-CHECK-IX            PIC 9(03) VALUE ZERO.
000890     05  BU-ROW-COUNT           PIC 9(05) VALUE ZERO.
000900     05  BU-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
000910     05  BU-DELIVERED-COUNT     PIC 9(05) VALUE ZERO.
000920     05  BU-NO-ITEMS-COUNT      PIC 9(05) VALUE ZERO.
000930     05  BU-MISSING-COUNT       PIC 9(05) VALUE ZERO.
000940 01  BU-BANNER-RULE             PIC X(60) VALUE ALL '*'.
000950 COPY "RPTDIST.cpy".
000960* THE ACCEPTED TABLE ROWS, IN RPTDISTF ORDER.
000970 01  BU-DIST-TABLE.
000980     05  BU-DIST-ROWS           PIC 9(03) VALUE ZERO.
000990     05  BU-DIST-ENTRY OCCURS 200 TIMES.
001000         10  BU-DIST-IMAGE      PIC X(73).
001010 PROCEDURE DIVISION.
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE
001040     PERFORM 2000-LOAD-DISTRIBUTION
001050     PERFORM 3000-DELIVER-ONE-ROW
001060         VARYING BU-DIST-IX FROM 1 BY 1
001070         UNTIL BU-DIST-IX > BU-DIST-ROWS
001080     PERFORM 4000-WRITE-SUMMARY
001090     CLOSE RPTDLOG RPTDRPT
001100     GOBACK.
001110 1000-INITIALIZE.
001120     MOVE FUNCTION CURRENT-DATE TO BU-CURRENT-TS
001130     MOVE BU-CURRENT-TS(1:8) TO BU-RUN-DATE
001140     MOVE BU-CURRENT-TS(9:6) TO BU-RUN-TIME
001150     OPEN OUTPUT RPTDRPT
001160     OPEN EXTEND RPTDLOG
001170     IF BU-LOG-STATUS NOT = '00'
001180         OPEN OUTPUT RPTDLOG
001190     END-IF
001200     MOVE SPACES TO RPT-LINE
001210     STRING 'REPORT DISTRIBUTION - RUN ' DELIMITED BY SIZE
001220            BU-RUN-DATE DELIMITED BY SIZE
001230            ' ' DELIMITED BY SIZE
001240            BU-RUN-TIME DELIMITED BY SIZE
001250         INTO RPT-LINE
001260     WRITE RPT-LINE
001270     MOVE SPACES TO RPT-LINE
001280     WRITE RPT-LINE
001290     .
001300 2000-LOAD-DISTRIBUTION.
001310     OPEN INPUT RPTDISTF
001320     IF BU-DST-OK
001330         MOVE 'N' TO BU-EOF-FLAG
001340         PERFORM 2010-READ-NEXT-ROW
001350             UNTIL BU-AT-END
001360         CLOSE RPTDISTF
001370     END-IF
001380     IF BU-DIST-ROWS = ZERO
001390         MOVE 'NO RPTDISTF ROWS - NOTHING DISTRIBUTED' TO RPT-LINE
001400         WRITE RPT-LINE
001410     END-IF
001420     .
001430 2010-READ-NEXT-ROW.
001440     READ RPTDISTF INTO DR-DIST-RECORD
001450         AT END
001460             SET BU-AT-END TO TRUE
001470         NOT AT END
001480             IF DR-DIST-RECORD NOT = SPACES
001490             AND DR-REPORT-NAME(1:1) NOT = '*'
001500                 ADD 1 TO BU-ROW-COUNT
001510                 PERFORM 2020-CHECK-ROW
001520             END-IF
001530     END-READ
001540     .
001550* 2020-CHECK-ROW - BLANK COUNTS AND COLUMNS ARE ZERO; A BURST
001560* NEEDS ITS START, LENGTH AND VALUE TOGETHER.
001570 2020-CHECK-ROW.
001580     IF DR-HEADING-LINES-X = SPACES
001590         MOVE ZERO TO DR-HEADING-LINES
001600     END-IF
001610     IF DR-BURST-START-X = SPACES
001620         MOVE ZERO TO DR-BURST-START
001630     END-IF
001640     IF DR-BURST-LENGTH-X = SPACES
001650         MOVE ZERO TO DR-BURST-LENGTH
001660     END-IF
001670     MOVE SPACES TO BU-REJECT-TEXT
001680     EVALUATE TRUE
001690         WHEN DR-REPORT-NAME = SPACES
001700             MOVE 'NO REPORT NAME' TO BU-REJECT-TEXT
001710         WHEN DR-RECIPIENT = SPACES
001720             MOVE 'NO RECIPIENT' TO BU-REJECT-TEXT
001730         WHEN DR-HEADING-LINES NOT NUMERIC
001740         OR   DR-BURST-START NOT NUMERIC
001750         OR   DR-BURST-LENGTH NOT NUMERIC
001760             MOVE 'BAD HEADING OR BURST NUMBER' TO BU-REJECT-TEXT
001770         WHEN DR-BURST-START = ZERO
001780         AND  (DR-BURST-LENGTH NOT = ZERO
001790               OR DR-BURST-VALUE NOT = SPACES)
001800             MOVE 'BURST KEY HAS NO START COLUMN'
001810                 TO BU-REJECT-TEXT
001820         WHEN DR-BURST-START NOT = ZERO
001830         AND  (DR-BURST-LENGTH = ZERO
001840               OR DR-BURST-LENGTH > 20)
001850             MOVE 'BURST LENGTH MUST BE 1 TO 20' TO BU-REJECT-TEXT
001860         WHEN DR-BURST-START NOT = ZERO
001870         AND  DR-BURST-START + DR-BURST-LENGTH > 301
001880             MOVE 'BURST KEY PAST COLUMN 300' TO BU-REJECT-TEXT
001890         WHEN DR-BURST-START NOT = ZERO
001900         AND  DR-BURST-VALUE = SPACES
001910             MOVE 'NO BURST VALUE' TO BU-REJECT-TEXT
001920         WHEN BU-DIST-ROWS NOT < 200
001930             MOVE 'DISTRIBUTION TABLE FULL' TO BU-REJECT-TEXT
001940     END-EVALUATE
001950     IF BU-REJECT-TEXT = SPACES
001960         PERFORM 2030-CHECK-DUPLICATE
001970     END-IF
001980     IF BU-REJECT-TEXT = SPACES
001990         ADD 1 TO BU-DIST-ROWS
002000         MOVE DR-DIST-RECORD TO BU-DIST-IMAGE(BU-DIST-ROWS)
002010     ELSE
002020         ADD 1 TO BU-REJECTED-COUNT
002030         MOVE 4 TO RETURN-CODE
002040         MOVE SPACES TO RPT-LINE
002050         STRING 'ROW ' DELIMITED BY SIZE
002060                DR-REPORT-NAME DELIMITED BY SIZE
002070                ' ' DELIMITED BY SIZE
002080                DR-RECIPIENT DELIMITED BY SIZE
002090                ' REJECTED - ' DELIMITED BY SIZE
002100                BU-REJECT-TEXT DELIMITED BY SIZE
002110             INTO RPT-LINE
002120         WRITE RPT-LINE
002130     END-IF
002140     .
002150* 2030-CHECK-DUPLICATE - ONE ROW PER REPORT AND RECIPIENT, SINCE
002160* THE TWO TOGETHER NAME THE DELIVERED FILE.
002170 2030-CHECK-DUPLICATE.
002180     PERFORM VARYING BU-CHECK-IX FROM 1 BY 1
002190             UNTIL BU-CHECK-IX > BU-DIST-ROWS
002200         IF BU-DIST-IMAGE(BU-CHECK-IX)(1:16) =
002210            DR-DIST-RECORD(1:16)
002220             MOVE 'DUPLICATE REPORT AND RECIPIENT'
002230                 TO BU-REJECT-TEXT
002240         END-IF
002250     END-PERFORM
002260     .
002270* 3000-DELIVER-ONE-ROW - ONE RECIPIENT'S COPY OF ONE REPORT, READ
002280* FROM THE CURRENT NAME RPTGENMG LEFT IN PLACE.
002290 3000-DELIVER-ONE-ROW.
002300     MOVE BU-DIST-IMAGE(BU-DIST-IX) TO DR-DIST-RECORD
002310     MOVE SPACES TO BU-CURRENT-NAME
002320     MOVE DR-REPORT-NAME TO BU-CURRENT-NAME
002330     MOVE SPACES TO BU-DELIVER-NAME
002340     STRING DR-REPORT-NAME DELIMITED BY SPACE
002350            '.' DELIMITED BY SIZE
002360            DR-RECIPIENT DELIMITED BY SPACE
002370         INTO BU-DELIVER-NAME
002380     MOVE SPACES TO DY-DELIVERY-RECORD
002390     MOVE ZERO TO BU-SENT-COUNT
002400     MOVE SPACES TO BU-CUR-STATUS
002410     OPEN INPUT CURRPT
002420     IF BU-CUR-OK
002430         COMPUTE BU-BURST-END =
002440             DR-BURST-START + DR-BURST-LENGTH - 1
002450         OPEN OUTPUT DLVRPT
002460         PERFORM 3100-WRITE-COVER-BANNER
002470         MOVE ZERO TO BU-LINE-NO
002480         MOVE 'N' TO BU-SECTION-FLAG
002490         PERFORM 3200-READ-NEXT-CURRENT
002500         PERFORM 3300-SELECT-ONE-LINE
002510             UNTIL BU-CUR-EOF
002520         CLOSE CURRPT DLVRPT
002530         IF DR-BURST-START NOT = ZERO
002540         AND BU-SENT-COUNT NOT > DR-HEADING-LINES
002550             SET DY-NO-ITEMS TO TRUE
002560             ADD 1 TO BU-NO-ITEMS-COUNT
002570         ELSE
002580             SET DY-DELIVERED TO TRUE
002590             ADD 1 TO BU-DELIVERED-COUNT
002600         END-IF
002610         MOVE BU-DELIVER-NAME TO DY-FILE-NAME
002620     ELSE
002630         SET DY-NOT-PRODUCED TO TRUE
002640         ADD 1 TO BU-MISSING-COUNT
002650     END-IF
002660     PERFORM 3900-LOG-DELIVERY
002670     .
002680 3100-WRITE-COVER-BANNER.
002690     MOVE BU-BANNER-RULE TO DLV-LINE
002700     WRITE DLV-LINE
002710     MOVE SPACES TO DLV-LINE
002720     STRING '*  DELIVER TO   ' DELIMITED BY SIZE
002730            DR-RECIPIENT DELIMITED BY SIZE
002740            '  ' DELIMITED BY SIZE
002750            DR-RECIPIENT-NAME DELIMITED BY SIZE
002760         INTO DLV-LINE
002770     WRITE DLV-LINE
002780     MOVE SPACES TO DLV-LINE
002790     STRING '*  REPORT       ' DELIMITED BY SIZE
002800            DR-REPORT-NAME DELIMITED BY SIZE
002810            '  RUN ' DELIMITED BY SIZE
002820            BU-RUN-DATE DELIMITED BY SIZE
002830            ' ' DELIMITED BY SIZE
002840            BU-RUN-TIME DELIMITED BY SIZE
002850         INTO DLV-LINE
002860     WRITE DLV-LINE
002870     MOVE SPACES TO DLV-LINE
002880     IF DR-BURST-START = ZERO
002890         MOVE '*  SELECTION    COMPLETE REPORT' TO DLV-LINE
002900     ELSE
002910         STRING '*  SELECTION    COLUMNS ' DELIMITED BY SIZE
002920                DR-BURST-START DELIMITED BY SIZE
002930                '-' DELIMITED BY SIZE
002940                BU-BURST-END DELIMITED BY SIZE
002950                ' = ' DELIMITED BY SIZE
002960                DR-BURST-VALUE DELIMITED BY SIZE
002970             INTO DLV-LINE
002980     END-IF
002990     WRITE DLV-LINE
003000     MOVE BU-BANNER-RULE TO DLV-LINE
003010     WRITE DLV-LINE
003020     MOVE SPACES TO DLV-LINE
003030     WRITE DLV-LINE
003040     .
003050 3200-READ-NEXT-CURRENT.
003060     IF NOT BU-CUR-EOF
003070         READ CURRPT
003080             AT END
003090                 SET BU-CUR-EOF TO TRUE
003100         END-READ
003110     END-IF
003120     .
003130* 3300-SELECT-ONE-LINE - HEADING LINES GO TO EVERYONE.  PAST THEM,
003140* TEXT IN THE BURST COLUMNS STARTS A NEW SECTION AND A BLANK THERE
003150* CARRIES ON THE ONE IN HAND.
003160 3300-SELECT-ONE-LINE.
003170     ADD 1 TO BU-LINE-NO
003180     EVALUATE TRUE
003190         WHEN BU-LINE-NO NOT > DR-HEADING-LINES
003200         OR   DR-BURST-START = ZERO
003210             PERFORM 3310-SEND-LINE
003220         WHEN CUR-LINE(DR-BURST-START:DR-BURST-LENGTH)
003230              NOT = SPACES
003240             IF CUR-LINE(DR-BURST-START:DR-BURST-LENGTH) =
003250                DR-BURST-VALUE(1:DR-BURST-LENGTH)
003260                 SET BU-IN-OWN-SECTION TO TRUE
003270                 PERFORM 3310-SEND-LINE
003280             ELSE
003290                 MOVE 'N' TO BU-SECTION-FLAG
003300             END-IF
003310         WHEN BU-IN-OWN-SECTION
003320             PERFORM 3310-SEND-LINE
003330     END-EVALUATE
003340     PERFORM 3200-READ-NEXT-CURRENT
003350     .
003360 3310-SEND-LINE.
003370     MOVE CUR-LINE TO DLV-LINE
003380     WRITE DLV-LINE
003390     ADD 1 TO BU-SENT-COUNT
003400     .
003410 3900-LOG-DELIVERY.
003420     MOVE BU-RUN-DATE TO DY-RUN-DATE
003430     MOVE BU-RUN-TIME TO DY-RUN-TIME
003440     MOVE DR-REPORT-NAME TO DY-REPORT-NAME
003450     MOVE DR-RECIPIENT TO DY-RECIPIENT
003460     MOVE BU-SENT-COUNT TO DY-LINE-COUNT
003470     MOVE DR-BURST-VALUE TO DY-BURST-VALUE
003480     WRITE DY-DELIVERY-RECORD
003490     MOVE SPACES TO RPT-LINE
003500     STRING DR-REPORT-NAME DELIMITED BY SIZE
003510            ' TO ' DELIMITED BY SIZE
003520            DR-RECIPIENT DELIMITED BY SIZE
003530            '  ' DELIMITED BY SIZE
003540            DY-RESULT DELIMITED BY SIZE
003550            ' ' DELIMITED BY SIZE
003560            DY-LINE-COUNT DELIMITED BY SIZE
003570            ' LINES  ' DELIMITED BY SIZE
003580            DY-FILE-NAME DELIMITED BY SIZE
003590            ' ' DELIMITED BY SIZE
003600            DR-BURST-VALUE DELIMITED BY SIZE
003610         INTO RPT-LINE
003620     WRITE RPT-LINE
003630     .
003640 4000-WRITE-SUMMARY.
003650     MOVE SPACES TO RPT-LINE
003660     WRITE RPT-LINE
003670     STRING 'TABLE ROWS ' DELIMITED BY SIZE
003680            BU-ROW-COUNT DELIMITED BY SIZE
003690            '  REJECTED ' DELIMITED BY SIZE
003700            BU-REJECTED-COUNT DELIMITED BY SIZE
003710            '  DELIVERED ' DELIMITED BY SIZE
003720            BU-DELIVERED-COUNT DELIMITED BY SIZE
003730            '  NO ITEMS ' DELIMITED BY SIZE
003740            BU-NO-ITEMS-COUNT DELIMITED BY SIZE
003750            '  NOT PRODUCED ' DELIMITED BY SIZE
003760            BU-MISSING-COUNT DELIMITED BY SIZE
003770         INTO RPT-LINE
003780     WRITE RPT-LINE
003790     .
