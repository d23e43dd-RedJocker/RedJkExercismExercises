000010
000020* YDEPPREP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YDEPPREP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YDEPPREP PREPARES THE DAY'S BANK DEPOSIT.  IT RUNS AFTER YDRWRCN
000100* HAS POSTED THE STAFF'S COUNTS, TOTALS THE COUNTED CASH OF EVERY
000110* YDRWF DRAWER FOR THE BUSINESS DATE AND WRITES ONE DEPOSIT SLIP
000120* TO YDEPSLF - DEPOSIT NUMBER (BUSINESS DATE + BAG 01), BUSINESS
000130* DATE, SLIP TOTAL AND THE AMOUNT FROM EACH DRAWER - AT STATUS
000140* AWAITING CREDIT FOR YDEPRCN TO MATCH AGAINST THE BANK.  THE SLIP
000150* IS ALSO PRINTED ON YDEPRPT TO GO IN THE BAG.  A DRAWER NOT YET
000160* COUNTED IS LISTED AND LEFT OUT, AS ITS CASH IS NOT IN THE
000170* BAG.  A RERUN AFTER A RECOUNT REBUILDS THE SLIP WHILE IT IS
000180* STILL AWAITING CREDIT; ONCE THE BANK HAS CREDITED IT THE SLIP IS
000190* NEVER CHANGED.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 RJ    ORIGINAL PROGRAM
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT YDRWF ASSIGN TO "YDRWF"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS YD-DRAWER-KEY
000340         FILE STATUS IS YN-DRW-STATUS.
000350     SELECT YDEPSLF ASSIGN TO "YDEPSLF"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS YB-DEPOSIT-NO
000390         FILE STATUS IS YN-SLP-STATUS.
000400     SELECT YDEPRPT ASSIGN TO "YDEPRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS YN-RPT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  YDRWF.
000460 COPY "YDRAWER.cpy".
000470 FD  YDEPSLF.
000480 COPY "YDEPSLP.cpy".
000490 FD  YDEPRPT
000500     RECORD CONTAINS 80 CHARACTERS.
000510 01  RPT-LINE                   PIC X(80).
000520 WORKING-STORAGE SECTION.
000530 01  YN-WORK-FIELDS.
000540     05  YN-DRW-STATUS          PIC X(02) VALUE SPACES.
000550         88  YN-DRW-OK              VALUE '00'.
000560         88  YN-DRW-EOF             VALUE '10'.
000570     05  YN-SLP-STATUS          PIC X(02) VALUE SPACES.
000580         88  YN-SLP-NOT-FOUND       VALUE '35'.
000590     05  YN-RPT-STATUS          PIC X(02) VALUE SPACES.
000600     05  YN-CURRENT-TS          PIC X(21) VALUE SPACES.
000610     05  YN-RUN-DATE            PIC X(08) VALUE SPACES.
000620     05  YN-SLIP-FLAG           PIC X(01) VALUE 'N'.
000630         88  YN-SLIP-IS-NEW         VALUE 'Y'.
000640         88  YN-SLIP-IS-ON-FILE     VALUE 'N'.
000650     05  YN-DRAWER-IX           PIC 9(03) VALUE ZERO.
000660     05  YN-NOT-COUNTED         PIC 9(03) VALUE ZERO.
000670     05  YN-NOT-LISTED          PIC 9(03) VALUE ZERO.
000680     05  YN-AMOUNT-ED           PIC ZZZZZZ9.99.
000690     05  YN-TOTAL-ED            PIC ZZZZZZZZ9.99.
000700     05  YN-STATUS-TEXT         PIC X(20) VALUE SPACES.
000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE
000740     PERFORM 2000-FETCH-TODAYS-SLIP
000750     IF YB-AWAITING-CREDIT
000760         PERFORM 3000-BUILD-THE-SLIP
000770         PERFORM 4000-FILE-THE-SLIP
000780         PERFORM 5000-PRINT-THE-SLIP
000790     ELSE
000800         PERFORM 2900-REPORT-SLIP-CREDITED
000810     END-IF
000820     CLOSE YDEPSLF YDEPRPT
000830     GOBACK.
000840* 1000-INITIALIZE - THE FIRST DEPOSIT EVER PREPARED CREATES AN
000850* EMPTY SLIP FILE.
000860 1000-INITIALIZE.
000870     MOVE FUNCTION CURRENT-DATE TO YN-CURRENT-TS
000880     MOVE YN-CURRENT-TS(1:8) TO YN-RUN-DATE
000890     OPEN I-O YDEPSLF
000900     IF YN-SLP-NOT-FOUND
000910         OPEN OUTPUT YDEPSLF
000920         CLOSE YDEPSLF
000930         OPEN I-O YDEPSLF
000940     END-IF
000950     OPEN OUTPUT YDEPRPT
000960     MOVE 'BANK DEPOSIT SLIP' TO RPT-LINE
000970     WRITE RPT-LINE
000980     .
000990* 2000-FETCH-TODAYS-SLIP - A SLIP ALREADY ON FILE FOR TODAY IS
001000* REBUILT ONLY WHILE IT IS STILL AWAITING THE BANK.
001010 2000-FETCH-TODAYS-SLIP.
001020     MOVE YN-RUN-DATE TO YB-DEPOSIT-DATE
001030     MOVE 1 TO YB-BAG-SEQUENCE
001040     SET YN-SLIP-IS-ON-FILE TO TRUE
001050     READ YDEPSLF
001060         INVALID KEY
001070             SET YN-SLIP-IS-NEW TO TRUE
001080             SET YB-AWAITING-CREDIT TO TRUE
001090     END-READ
001100     .
001110 2900-REPORT-SLIP-CREDITED.
001120     MOVE SPACES TO RPT-LINE
001130     STRING 'DEPOSIT ' DELIMITED BY SIZE
001140            YB-DEPOSIT-NO DELIMITED BY SIZE
001150            ' ALREADY CREDITED BY THE BANK ON ' DELIMITED BY SIZE
001160            YB-CREDIT-DATE DELIMITED BY SIZE
001170            ' - NOT REBUILT' DELIMITED BY SIZE
001180         INTO RPT-LINE
001190     WRITE RPT-LINE
001200     MOVE 4 TO RETURN-CODE
001210     .
001220* 3000-BUILD-THE-SLIP - EVERY COUNTED DRAWER FOR THE BUSINESS
001230* DATE, IN TERMINAL ORDER.
001240 3000-BUILD-THE-SLIP.
001250     MOVE YN-RUN-DATE TO YB-DEPOSIT-DATE
001260     MOVE 1 TO YB-BAG-SEQUENCE
001270     MOVE YN-RUN-DATE TO YB-BUSINESS-DATE
001280     MOVE YN-CURRENT-TS TO YB-PREPARED-TS
001290     MOVE ZERO TO YB-SLIP-AMT
001300     SET YB-AWAITING-CREDIT TO TRUE
001310     MOVE SPACES TO YB-CREDIT-DATE
001320     MOVE ZERO TO YB-CREDIT-AMT
001330     MOVE ZERO TO YB-DIFFERENCE-AMT
001340     MOVE SPACE TO YB-LATE-FLAG
001350     MOVE SPACES TO YB-BANK-REF
001360     MOVE ZERO TO YB-DRAWER-COUNT
001370     PERFORM VARYING YN-DRAWER-IX FROM 1 BY 1
001380             UNTIL YN-DRAWER-IX > 40
001390         MOVE SPACES TO YB-DRW-TERMINAL-ID(YN-DRAWER-IX)
001400         MOVE ZERO TO YB-DRW-AMT(YN-DRAWER-IX)
001410     END-PERFORM
001420     OPEN INPUT YDRWF
001430     IF YN-DRW-OK
001440         MOVE LOW-VALUES TO YD-DRAWER-KEY
001450         START YDRWF KEY IS GREATER THAN OR EQUAL
001460             YD-DRAWER-KEY
001470             INVALID KEY
001480                 SET YN-DRW-EOF TO TRUE
001490         END-START
001500         PERFORM 3100-READ-NEXT-DRAWER
001510         PERFORM UNTIL YN-DRW-EOF
001520             IF YD-BUSINESS-DATE = YN-RUN-DATE
001530                 PERFORM 3200-TAKE-ONE-DRAWER
001540             END-IF
001550             PERFORM 3100-READ-NEXT-DRAWER
001560         END-PERFORM
001570         CLOSE YDRWF
001580     END-IF
001590     .
001600 3100-READ-NEXT-DRAWER.
001610     IF NOT YN-DRW-EOF
001620         READ YDRWF NEXT RECORD
001630             AT END
001640                 SET YN-DRW-EOF TO TRUE
001650         END-READ
001660     END-IF
001670     .
001680* 3200-TAKE-ONE-DRAWER - A DRAWER BEYOND THE SLIP'S 40 LINES IS
001690* STILL IN THE BAG AND THE TOTAL, AND IS REPORTED.
001700 3200-TAKE-ONE-DRAWER.
001710     IF NOT YD-DRAWER-WAS-COUNTED
001720         ADD 1 TO YN-NOT-COUNTED
001730         MOVE SPACES TO RPT-LINE
001740         STRING 'DRAWER ' DELIMITED BY SIZE
001750                YD-TERMINAL-ID DELIMITED BY SIZE
001760                ' NOT COUNTED - NOT IN THIS DEPOSIT'
001770              DELIMITED BY SIZE
001780             INTO RPT-LINE
001790         WRITE RPT-LINE
001800     ELSE
001810         ADD YD-COUNTED-AMT TO YB-SLIP-AMT
001820         IF YB-DRAWER-COUNT < 40
001830             ADD 1 TO YB-DRAWER-COUNT
001840             MOVE YD-TERMINAL-ID
001850                 TO YB-DRW-TERMINAL-ID(YB-DRAWER-COUNT)
001860             MOVE YD-COUNTED-AMT TO YB-DRW-AMT(YB-DRAWER-COUNT)
001870         ELSE
001880             ADD 1 TO YN-NOT-LISTED
001890             MOVE YD-COUNTED-AMT TO YN-AMOUNT-ED
001900             MOVE SPACES TO RPT-LINE
001910             STRING 'DRAWER ' DELIMITED BY SIZE
001920                    YD-TERMINAL-ID DELIMITED BY SIZE
001930                    ' ' DELIMITED BY SIZE
001940                    YN-AMOUNT-ED DELIMITED BY SIZE
001950                    ' IN TOTAL - SLIP HAS NO LINE LEFT'
001960                        DELIMITED BY SIZE
001970                 INTO RPT-LINE
001980             WRITE RPT-LINE
001990             MOVE 4 TO RETURN-CODE
002000         END-IF
002010     END-IF
002020     .
002030 4000-FILE-THE-SLIP.
002040     IF YN-SLIP-IS-NEW
002050         WRITE YB-SLIP-RECORD
002060     ELSE
002070         REWRITE YB-SLIP-RECORD
002080     END-IF
002090     .
002100* 5000-PRINT-THE-SLIP - THE COPY THAT GOES IN THE BAG.
002110 5000-PRINT-THE-SLIP.
002120     MOVE SPACES TO RPT-LINE
002130     WRITE RPT-LINE
002140     STRING 'DEPOSIT NUMBER ' DELIMITED BY SIZE
002150            YB-DEPOSIT-NO DELIMITED BY SIZE
002160            '   BUSINESS DATE ' DELIMITED BY SIZE
002170            YB-BUSINESS-DATE DELIMITED BY SIZE
002180         INTO RPT-LINE
002190     WRITE RPT-LINE
002200     MOVE SPACES TO RPT-LINE
002210     WRITE RPT-LINE
002220     PERFORM VARYING YN-DRAWER-IX FROM 1 BY 1
002230             UNTIL YN-DRAWER-IX > YB-DRAWER-COUNT
002240         MOVE YB-DRW-AMT(YN-DRAWER-IX) TO YN-AMOUNT-ED
002250         MOVE SPACES TO RPT-LINE
002260         STRING '  DRAWER ' DELIMITED BY SIZE
002270                YB-DRW-TERMINAL-ID(YN-DRAWER-IX) DELIMITED BY SIZE
002280                '    ' DELIMITED BY SIZE
002290                YN-AMOUNT-ED DELIMITED BY SIZE
002300             INTO RPT-LINE
002310         WRITE RPT-LINE
002320     END-PERFORM
002330     MOVE YB-SLIP-AMT TO YN-TOTAL-ED
002340     MOVE SPACES TO RPT-LINE
002350     STRING '  DEPOSIT TOTAL    ' DELIMITED BY SIZE
002360            YN-TOTAL-ED DELIMITED BY SIZE
002370         INTO RPT-LINE
002380     WRITE RPT-LINE
002390     MOVE SPACES TO RPT-LINE
002400     WRITE RPT-LINE
002410     STRING 'DRAWERS IN DEPOSIT ' DELIMITED BY SIZE
002420            YB-DRAWER-COUNT DELIMITED BY SIZE
002430            '  NOT COUNTED ' DELIMITED BY SIZE
002440            YN-NOT-COUNTED DELIMITED BY SIZE
002450            '  NOT ITEMIZED ' DELIMITED BY SIZE
002460            YN-NOT-LISTED DELIMITED BY SIZE
002470         INTO RPT-LINE
002480     WRITE RPT-LINE
002490     .
