000010
000020* YFEEMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YFEEMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YFEEMNT IS THE MAINTENANCE TRANSACTION FOR THE YFEESCHF
000100* ENTRY-FEE SCHEDULE.  THE DESK KEYS ONE TRANSACTION PER LINE
000110* INTO YFEETXN - 'A' ADD, 'C' CHANGE, 'D' DELETE, EACH CARRYING
000120* THE KEYING USER'S ID - AND THIS PROGRAM APPLIES THEM AFTER
000130* CHECKING THE USER THROUGH OPERAUTH.  A ROW MUST NAME A DAY OF
000140* WEEK 0-7, A REAL TIER CODE OR '*', AND A START/END BAND THAT
000150* IS A VALID HHMM PAIR WITH THE START BEFORE THE END (AN END OF
000160* 2400 MEANS MIDNIGHT).  EVERY APPLIED CHANGE WRITES A
000170* BEFORE/AFTER IMAGE OF THE ROW, WITH USER AND TIMESTAMP, TO
000180* THE YFEEAUDF AUDIT FILE, THE SAME DISCIPLINE YRULMNT KEEPS
000190* OVER THE HOUSE-RULE TABLE; ACCEPTED ACTIONS ALSO GO TO THE
000200* SECAUDF SECURITY AUDIT.  AN APPLIED-OR-REJECTED LINE PER
000210* TRANSACTION AND A TOTALS LINE GO TO YFEERPT.
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
000320     SELECT YFEETXN ASSIGN TO "YFEETXN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS FM-TXN-STATUS.
000350     SELECT YFEESCHF ASSIGN TO "YFEESCHF"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS FS-SCHED-KEY
000390         FILE STATUS IS FM-SCH-STATUS.
000400     SELECT YFEEAUDF ASSIGN TO "YFEEAUDF"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS FM-AUD-STATUS.
000430     SELECT YFEERPT ASSIGN TO "YFEERPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FM-RPT-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  YFEETXN.
000490 01  FT-RECORD.
000500     05  FT-ACTION              PIC X(01).
000510         88  FT-ACTION-ADD          VALUE 'A'.
000520         88  FT-ACTION-CHANGE       VALUE 'C'.
000530         88  FT-ACTION-DELETE       VALUE 'D'.
000540     05  FT-USER-ID             PIC X(08).
000550     05  FT-DAY-OF-WEEK         PIC X(01).
000560     05  FT-TERMINAL-ID         PIC X(08).
000570     05  FT-TIER-CODE           PIC X(01).
000580     05  FT-START-HHMM          PIC X(04).
000590     05  FT-END-HHMM            PIC X(04).
000600     05  FT-FEE-AMT             PIC 9(03)V99.
000610     05  FT-BAND-CODE           PIC X(04).
000620 FD  YFEESCHF.
000630 COPY "YFEESCH.cpy".
000640 FD  YFEEAUDF.
000650 01  FA-AUDIT-RECORD.
000660     05  FA-TIMESTAMP           PIC X(21).
000670     05  FA-USER-ID             PIC X(08).
000680     05  FA-ACTION              PIC X(01).
000690     05  FA-SCHED-KEY           PIC X(14).
000700     05  FA-BEFORE-IMAGE        PIC X(13).
000710     05  FA-AFTER-IMAGE         PIC X(13).
000720 FD  YFEERPT
000730     RECORD CONTAINS 80 CHARACTERS.
000740 01  RPT-LINE                   PIC X(80).
000750 WORKING-STORAGE SECTION.
000760 01  FM-WORK-FIELDS.
000770     05  FM-TXN-STATUS          PIC X(02) VALUE SPACES.
000780         88  FM-TXN-OK              VALUE '00'.
000790         88  FM-TXN-EOF             VALUE '10'.
000800     05  FM-SCH-STATUS          PIC X(02) VALUE SPACES.
000810         88  FM-SCH-OK              VALUE '00'.
000820         88  FM-SCH-NOT-FOUND       VALUE '35'.
000830     05  FM-AUD-STATUS          PIC X(02) VALUE SPACES.
000840     05  FM-RPT-STATUS          PIC X(02) VALUE SPACES.
000850     05  FM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000860     05  FM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000870     05  FM-BEFORE-IMAGE        PIC X(13) VALUE SPACES.
000880     05  FM-AFTER-IMAGE         PIC X(13) VALUE SPACES.
000890     05  FM-RESULT-TEXT         PIC X(34) VALUE SPACES.
000900     05  FM-START-NUM           PIC 9(04) VALUE ZERO.
000910     05  FM-START-PARTS REDEFINES FM-START-NUM.
000920         10  FM-START-HH        PIC 9(02).
000930         10  FM-START-MM        PIC 9(02).
000940     05  FM-END-NUM             PIC 9(04) VALUE ZERO.
000950     05  FM-END-PARTS REDEFINES FM-END-NUM.
000960         10  FM-END-HH          PIC 9(02).
000970         10  FM-END-MM          PIC 9(02).
000980* THE DATA PART OF A SCHEDULE ROW AS IT GOES ON THE AUDIT
000990* IMAGE - END TIME, FEE, BAND CODE.
001000 01  FM-IMAGE-WORK.
001010     05  FM-IMAGE-END-HHMM      PIC 9(04).
001020     05  FM-IMAGE-FEE-AMT       PIC 9(03)V99.
001030     05  FM-IMAGE-BAND-CODE     PIC X(04).
001040 COPY "OPAUTHLK.cpy".
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE
001080     PERFORM 2000-READ-NEXT-TRANSACTION
001090     PERFORM UNTIL FM-TXN-EOF
001100         IF FT-RECORD NOT = SPACES
001110             PERFORM 3000-APPLY-TRANSACTION
001120         END-IF
001130         PERFORM 2000-READ-NEXT-TRANSACTION
001140     END-PERFORM
001150     PERFORM 4000-WRITE-SUMMARY
001160     CLOSE YFEETXN YFEESCHF YFEEAUDF YFEERPT
001170     GOBACK.
001180 1000-INITIALIZE.
001190     OPEN INPUT YFEETXN
001200     OPEN OUTPUT YFEERPT
001210     OPEN I-O YFEESCHF
001220     IF FM-SCH-NOT-FOUND
001230         OPEN OUTPUT YFEESCHF
001240         CLOSE YFEESCHF
001250         OPEN I-O YFEESCHF
001260     END-IF
001270     OPEN EXTEND YFEEAUDF
001280     IF FM-AUD-STATUS NOT = '00'
001290         OPEN OUTPUT YFEEAUDF
001300     END-IF
001310     MOVE 'ENTRY-FEE SCHEDULE MAINTENANCE' TO RPT-LINE
001320     WRITE RPT-LINE
001330     .
001340 2000-READ-NEXT-TRANSACTION.
001350     READ YFEETXN
001360         AT END
001370             SET FM-TXN-EOF TO TRUE
001380     END-READ
001390     .
001400* 3000-APPLY-TRANSACTION - CHECK THE OPERATOR, VALIDATE THE
001410* KEY AND BAND, ROUTE BY ACTION CODE, AUDIT EVERY APPLIED
001420* CHANGE, AND WRITE THE APPLIED-OR-REJECTED LINE.
001430 3000-APPLY-TRANSACTION.
001440     MOVE SPACES TO FM-RESULT-TEXT
001450     MOVE SPACES TO FM-BEFORE-IMAGE
001460     MOVE SPACES TO FM-AFTER-IMAGE
001470     PERFORM 3020-CHECK-OPERATOR
001480     IF FM-RESULT-TEXT = SPACES
001490         PERFORM 3050-VALIDATE-ROW
001500     END-IF
001510     IF FM-RESULT-TEXT = SPACES
001520         EVALUATE TRUE
001530             WHEN FT-ACTION-ADD
001540                 PERFORM 3100-ADD-ROW
001550             WHEN FT-ACTION-CHANGE
001560                 PERFORM 3200-CHANGE-ROW
001570             WHEN FT-ACTION-DELETE
001580                 PERFORM 3300-DELETE-ROW
001590             WHEN OTHER
001600                 MOVE 'REJECTED - BAD ACTION CODE'
001610                     TO FM-RESULT-TEXT
001620         END-EVALUATE
001630     END-IF
001640     IF FM-RESULT-TEXT(1:8) = 'REJECTED'
001650         ADD 1 TO FM-REJECTED-COUNT
001660     ELSE
001670         ADD 1 TO FM-APPLIED-COUNT
001680         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001690     END-IF
001700     MOVE SPACES TO RPT-LINE
001710     STRING FT-ACTION      DELIMITED BY SIZE
001720            ' '            DELIMITED BY SIZE
001730            FT-DAY-OF-WEEK DELIMITED BY SIZE
001740            ' '            DELIMITED BY SIZE
001750            FT-TERMINAL-ID DELIMITED BY SIZE
001760            ' '            DELIMITED BY SIZE
001770            FT-TIER-CODE   DELIMITED BY SIZE
001780            ' '            DELIMITED BY SIZE
001790            FT-START-HHMM  DELIMITED BY SIZE
001800            '-'            DELIMITED BY SIZE
001810            FT-END-HHMM    DELIMITED BY SIZE
001820            ' '            DELIMITED BY SIZE
001830            FT-BAND-CODE   DELIMITED BY SIZE
001840            ' '            DELIMITED BY SIZE
001850            FM-RESULT-TEXT DELIMITED BY SIZE
001860         INTO RPT-LINE
001870     WRITE RPT-LINE
001880     .
001890* 3020-CHECK-OPERATOR - THE KEYING USER MUST BE AUTHORIZED
001900* FOR THIS PROGRAM ON THE OPERATOR MASTER.
001910 3020-CHECK-OPERATOR.
001920     MOVE SPACES TO OA-PARMS
001930     SET OA-ASK-CHECK TO TRUE
001940     MOVE FT-USER-ID TO OA-OPERATOR-ID
001950     MOVE 'YFEEMNT ' TO OA-PROGRAM-ID
001960     CALL 'OPERAUTH' USING OA-PARMS
001970     IF OA-OPERATOR-DENIED
001980         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001990             TO FM-RESULT-TEXT
002000     END-IF
002010     .
002020* 3050-VALIDATE-ROW - DAY 0-7, A KNOWN TIER OR '*', A TERMINAL
002030* OR '*ALL', AND (FOR AN ADD OR CHANGE) A REAL HHMM BAND WITH
002040* THE START BEFORE THE END AND A BAND CODE TO REPORT IT UNDER.
002050 3050-VALIDATE-ROW.
002060     IF FT-DAY-OF-WEEK NOT NUMERIC
002070             OR FT-DAY-OF-WEEK > '7'
002080         MOVE 'REJECTED - BAD DAY OF WEEK' TO FM-RESULT-TEXT
002090     END-IF
002100     IF FM-RESULT-TEXT = SPACES
002110         IF FT-TIER-CODE NOT = '*' AND NOT = 'B'
002120                 AND NOT = 'S' AND NOT = 'G'
002130             MOVE 'REJECTED - BAD TIER CODE' TO FM-RESULT-TEXT
002140         END-IF
002150     END-IF
002160     IF FM-RESULT-TEXT = SPACES
002170         IF FT-TERMINAL-ID = SPACES
002180             MOVE 'REJECTED - NO TERMINAL' TO FM-RESULT-TEXT
002190         END-IF
002200     END-IF
002210     IF FM-RESULT-TEXT = SPACES
002220         IF FT-START-HHMM NOT NUMERIC
002230             MOVE 'REJECTED - BAD BAND TIMES' TO FM-RESULT-TEXT
002240         ELSE
002250             MOVE FT-START-HHMM TO FM-START-NUM
002260             IF FM-START-HH > 23 OR FM-START-MM > 59
002270                 MOVE 'REJECTED - BAD BAND TIMES'
002280                     TO FM-RESULT-TEXT
002290             END-IF
002300         END-IF
002310     END-IF
002320     IF FM-RESULT-TEXT = SPACES AND NOT FT-ACTION-DELETE
002330         PERFORM 3060-VALIDATE-BAND-END
002340     END-IF
002350     .
002360 3060-VALIDATE-BAND-END.
002370     IF FT-END-HHMM NOT NUMERIC
002380         MOVE 'REJECTED - BAD BAND TIMES' TO FM-RESULT-TEXT
002390     ELSE
002400         MOVE FT-END-HHMM TO FM-END-NUM
002410         IF FM-END-MM > 59
002420                 OR FM-END-NUM > 2400
002430                 OR FM-END-NUM NOT > FM-START-NUM
002440             MOVE 'REJECTED - BAD BAND TIMES' TO FM-RESULT-TEXT
002450         END-IF
002460     END-IF
002470     IF FM-RESULT-TEXT = SPACES
002480         IF FT-BAND-CODE = SPACES
002490             MOVE 'REJECTED - NO BAND CODE' TO FM-RESULT-TEXT
002500         END-IF
002510     END-IF
002520     .
002530 3100-ADD-ROW.
002540     PERFORM 3400-LOAD-KEY
002550     MOVE FM-END-NUM   TO FS-END-HHMM
002560     MOVE FT-FEE-AMT   TO FS-FEE-AMT
002570     MOVE FT-BAND-CODE TO FS-BAND-CODE
002580     WRITE FS-SCHEDULE-RECORD
002590         INVALID KEY
002600             MOVE 'REJECTED - ALREADY ON FILE'
002610                 TO FM-RESULT-TEXT
002620         NOT INVALID KEY
002630             PERFORM 3450-TAKE-IMAGE
002640             MOVE FM-IMAGE-WORK TO FM-AFTER-IMAGE
002650             PERFORM 3500-WRITE-AUDIT-IMAGE
002660             MOVE 'ADDED' TO FM-RESULT-TEXT
002670     END-WRITE
002680     .
002690 3200-CHANGE-ROW.
002700     PERFORM 3400-LOAD-KEY
002710     READ YFEESCHF
002720         INVALID KEY
002730             MOVE 'REJECTED - NOT ON FILE'
002740                 TO FM-RESULT-TEXT
002750         NOT INVALID KEY
002760             PERFORM 3450-TAKE-IMAGE
002770             MOVE FM-IMAGE-WORK TO FM-BEFORE-IMAGE
002780             MOVE FM-END-NUM   TO FS-END-HHMM
002790             MOVE FT-FEE-AMT   TO FS-FEE-AMT
002800             MOVE FT-BAND-CODE TO FS-BAND-CODE
002810             REWRITE FS-SCHEDULE-RECORD
002820             PERFORM 3450-TAKE-IMAGE
002830             MOVE FM-IMAGE-WORK TO FM-AFTER-IMAGE
002840             PERFORM 3500-WRITE-AUDIT-IMAGE
002850             MOVE 'CHANGED' TO FM-RESULT-TEXT
002860     END-READ
002870     .
002880 3300-DELETE-ROW.
002890     PERFORM 3400-LOAD-KEY
002900     READ YFEESCHF
002910         INVALID KEY
002920             MOVE 'REJECTED - NOT ON FILE'
002930                 TO FM-RESULT-TEXT
002940         NOT INVALID KEY
002950             PERFORM 3450-TAKE-IMAGE
002960             MOVE FM-IMAGE-WORK TO FM-BEFORE-IMAGE
002970             DELETE YFEESCHF RECORD
002980             PERFORM 3500-WRITE-AUDIT-IMAGE
002990             MOVE 'DELETED' TO FM-RESULT-TEXT
003000     END-READ
003010     .
003020 3400-LOAD-KEY.
003030     MOVE FT-DAY-OF-WEEK TO FS-DAY-OF-WEEK
003040     MOVE FT-TERMINAL-ID TO FS-TERMINAL-ID
003050     MOVE FT-TIER-CODE   TO FS-TIER-CODE
003060     MOVE FM-START-NUM   TO FS-START-HHMM
003070     .
003080 3450-TAKE-IMAGE.
003090     MOVE FS-END-HHMM  TO FM-IMAGE-END-HHMM
003100     MOVE FS-FEE-AMT   TO FM-IMAGE-FEE-AMT
003110     MOVE FS-BAND-CODE TO FM-IMAGE-BAND-CODE
003120     .
003130* 3500-WRITE-AUDIT-IMAGE - ONE BEFORE/AFTER RECORD PER APPLIED
003140* CHANGE.  SPACES IN THE BEFORE IMAGE MEANS THE ROW DID NOT
003150* EXIST; SPACES IN THE AFTER IMAGE MEANS IT WAS DELETED.
003160 3500-WRITE-AUDIT-IMAGE.
003170     MOVE FUNCTION CURRENT-DATE TO FA-TIMESTAMP
003180     MOVE FT-USER-ID      TO FA-USER-ID
003190     MOVE FT-ACTION       TO FA-ACTION
003200     MOVE FS-SCHED-KEY    TO FA-SCHED-KEY
003210     MOVE FM-BEFORE-IMAGE TO FA-BEFORE-IMAGE
003220     MOVE FM-AFTER-IMAGE  TO FA-AFTER-IMAGE
003230     WRITE FA-AUDIT-RECORD
003240     .
003250 3950-AUDIT-ACCEPTED-ACTION.
003260     SET OA-ASK-AUDIT TO TRUE
003270     MOVE FT-USER-ID TO OA-OPERATOR-ID
003280     MOVE 'YFEEMNT ' TO OA-PROGRAM-ID
003290     MOVE FT-ACTION TO OA-ACTION
003300     MOVE SPACES TO OA-KEY-TEXT
003310     MOVE FS-SCHED-KEY TO OA-KEY-TEXT
003320     CALL 'OPERAUTH' USING OA-PARMS
003330     .
003340* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
003350 4000-WRITE-SUMMARY.
003360     MOVE SPACES TO RPT-LINE
003370     WRITE RPT-LINE
003380     STRING 'APPLIED ' DELIMITED BY SIZE
003390            FM-APPLIED-COUNT DELIMITED BY SIZE
003400            '  REJECTED ' DELIMITED BY SIZE
003410            FM-REJECTED-COUNT DELIMITED BY SIZE
003420         INTO RPT-LINE
003430     WRITE RPT-LINE
003440     .
