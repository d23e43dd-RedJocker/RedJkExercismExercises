000010
000020* PLANCMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PLANCMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PLANCMNT MAINTAINS THE PLANCATF SUBSCRIPTION PLAN CATALOG, IN
000100* THE PUZTHMT MOLD.  THE KEYING OPERATOR'S OWN ID LEADS EACH
000110* PLANCTXN TRANSACTION AND IS CHECKED THROUGH OPERAUTH (PROGRAM
000120* 'PLANCMNT').  ACTIONS ARE 'A' ADD OR REPLACE A PRICE ROW (PLAN,
000130* EFFECTIVE-FROM DATE, DESCRIPTION, MONTHLY FEE) AND 'D' DELETE
000140* ONE.  A PRICE MAY BE DATED INTO THE FUTURE - PLANREPR PICKS IT
000150* UP AND MOVES EACH CUSTOMER ON AT THEIR NEXT ANNIVERSARY - BUT A
000160* PRICE ALREADY IN EFFECT IS HISTORY AND CANNOT BE REPLACED OR
000170* DELETED, AND ONLY A PLAN'S FIRST ROW MAY BE BACK-DATED (SO A
000180* PLAN ALREADY SOLD CAN BE CATALOGUED).  A BLANK DESCRIPTION
000190* CARRIES FORWARD FROM THE PLAN'S LATEST ROW.  EVERY ACCEPTED
000200* ACTION IS AUDITED TO SECAUDF THROUGH OPERAUTH, AND AN APPLIED-
000210* OR-REJECTED LINE PER TRANSACTION GOES TO PLANCRPT.
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
000320     SELECT PLANCTXN ASSIGN TO "PLANCTXN"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS PA-TXN-STATUS.
000350     SELECT PLANCATF ASSIGN TO "PLANCATF"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PP-CATALOG-KEY
000390         FILE STATUS IS PA-CAT-STATUS.
000400     SELECT PLANCRPT ASSIGN TO "PLANCRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PA-RPT-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  PLANCTXN.
000460 01  CX-RECORD.
000470     05  CX-ACTION              PIC X(01).
000480         88  CX-ACTION-ADD          VALUE 'A'.
000490         88  CX-ACTION-DELETE       VALUE 'D'.
000500     05  CX-OPERATOR-ID         PIC X(08).
000510     05  CX-PLAN-CODE           PIC X(04).
000520     05  CX-EFFECTIVE-FROM      PIC X(08).
000530     05  CX-EFFECTIVE-PARTS REDEFINES CX-EFFECTIVE-FROM.
000540         10  CX-EFFECTIVE-YEAR  PIC 9(04).
000550         10  CX-EFFECTIVE-MONTH PIC 9(02).
000560         10  CX-EFFECTIVE-DAY   PIC 9(02).
000570     05  CX-DESCRIPTION         PIC X(30).
000580     05  CX-MONTHLY-FEE         PIC X(07).
000590     05  CX-MONTHLY-FEE-N REDEFINES CX-MONTHLY-FEE
000600                                PIC 9(05)V99.
000610 FD  PLANCATF.
000620 COPY "PLANCAT.cpy".
000630 FD  PLANCRPT
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  RPT-LINE                   PIC X(80).
000660 WORKING-STORAGE SECTION.
000670 01  PA-WORK-FIELDS.
000680     05  PA-TXN-STATUS          PIC X(02) VALUE SPACES.
000690         88  PA-TXN-OK              VALUE '00'.
000700         88  PA-TXN-EOF             VALUE '10'.
000710     05  PA-CAT-STATUS          PIC X(02) VALUE SPACES.
000720         88  PA-CAT-NOT-FOUND       VALUE '35'.
000730     05  PA-RPT-STATUS          PIC X(02) VALUE SPACES.
000740     05  PA-APPLIED-COUNT       PIC 9(05) VALUE ZERO.
000750     05  PA-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
000760     05  PA-CURRENT-TS          PIC X(21) VALUE SPACES.
000770     05  PA-RUN-DATE            PIC X(08) VALUE SPACES.
000780     05  PA-RESULT-TEXT         PIC X(34) VALUE SPACES.
000790     05  PA-KEY-TEXT            PIC X(30) VALUE SPACES.
000800     05  PA-FEE-ED              PIC ZZZZ9.99.
000810     05  PA-ON-FILE-FLAG        PIC X(01) VALUE 'N'.
000820         88  PA-ROW-ON-FILE         VALUE 'Y'.
000830     05  PA-SCAN-DONE-FLAG      PIC X(01) VALUE 'N'.
000840         88  PA-SCAN-DONE           VALUE 'Y'.
000850     05  PA-PLAN-ROWS           PIC 9(05) VALUE ZERO.
000860     05  PA-LATEST-DESCRIPTION  PIC X(30) VALUE SPACES.
000870     05  PA-OLD-EFFECTIVE-FROM  PIC X(08) VALUE SPACES.
000880 COPY "DATEVAL.cpy".
000890 COPY "OPAUTHLK.cpy".
000900 PROCEDURE DIVISION.
000910 0000-MAINLINE.
000920     PERFORM 1000-INITIALIZE
000930     PERFORM 2000-READ-NEXT-TRANSACTION
000940     PERFORM UNTIL PA-TXN-EOF
000950         IF CX-RECORD NOT = SPACES
000960             PERFORM 3000-APPLY-TRANSACTION
000970         END-IF
000980         PERFORM 2000-READ-NEXT-TRANSACTION
000990     END-PERFORM
001000     PERFORM 4000-WRITE-SUMMARY
001010     CLOSE PLANCTXN PLANCATF PLANCRPT
001020     GOBACK.
001030* 1000-INITIALIZE - THE FIRST RUN CREATES AN EMPTY CATALOG TO
001040* MAINTAIN INTO.
001050 1000-INITIALIZE.
001060     MOVE FUNCTION CURRENT-DATE TO PA-CURRENT-TS
001070     MOVE PA-CURRENT-TS(1:8) TO PA-RUN-DATE
001080     OPEN INPUT PLANCTXN
001090     OPEN OUTPUT PLANCRPT
001100     OPEN I-O PLANCATF
001110     IF PA-CAT-NOT-FOUND
001120         OPEN OUTPUT PLANCATF
001130         CLOSE PLANCATF
001140         OPEN I-O PLANCATF
001150     END-IF
001160     .
001170 2000-READ-NEXT-TRANSACTION.
001180     READ PLANCTXN
001190         AT END
001200             SET PA-TXN-EOF TO TRUE
001210     END-READ
001220     .
001230 3000-APPLY-TRANSACTION.
001240     MOVE SPACES TO PA-RESULT-TEXT
001250     PERFORM 3020-CHECK-KEYING-OPERATOR
001260     IF PA-RESULT-TEXT = SPACES
001270         EVALUATE TRUE
001280             WHEN CX-ACTION-ADD
001290                 PERFORM 3100-SAVE-PRICE-ROW
001300             WHEN CX-ACTION-DELETE
001310                 PERFORM 3200-DELETE-PRICE-ROW
001320             WHEN OTHER
001330                 MOVE 'REJECTED - BAD ACTION CODE'
001340                     TO PA-RESULT-TEXT
001350         END-EVALUATE
001360     END-IF
001370     IF PA-RESULT-TEXT(1:8) = 'REJECTED'
001380         ADD 1 TO PA-REJECTED-COUNT
001390     ELSE
001400         ADD 1 TO PA-APPLIED-COUNT
001410         PERFORM 3900-AUDIT-ACCEPTED-ACTION
001420     END-IF
001430     MOVE SPACES TO RPT-LINE
001440     STRING CX-ACTION         DELIMITED BY SIZE
001450            ' '               DELIMITED BY SIZE
001460            CX-PLAN-CODE      DELIMITED BY SIZE
001470            ' '               DELIMITED BY SIZE
001480            CX-EFFECTIVE-FROM DELIMITED BY SIZE
001490            ' '               DELIMITED BY SIZE
001500            PA-RESULT-TEXT    DELIMITED BY SIZE
001510         INTO RPT-LINE
001520     WRITE RPT-LINE
001530     .
001540 3020-CHECK-KEYING-OPERATOR.
001550     MOVE SPACES TO OA-PARMS
001560     SET OA-ASK-CHECK TO TRUE
001570     MOVE CX-OPERATOR-ID TO OA-OPERATOR-ID
001580     MOVE 'PLANCMNT' TO OA-PROGRAM-ID
001590     CALL 'OPERAUTH' USING OA-PARMS
001600     IF OA-OPERATOR-DENIED
001610         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001620             TO PA-RESULT-TEXT
001630     END-IF
001640     .
001650* 3100-SAVE-PRICE-ROW - VALIDATE THE ROW, THEN LOOK AT WHAT THE
001660* PLAN ALREADY HAS BEFORE DECIDING WHETHER IT MAY GO ON.
001670 3100-SAVE-PRICE-ROW.
001680     EVALUATE TRUE
001690         WHEN CX-PLAN-CODE = SPACES
001700             MOVE 'REJECTED - NO PLAN CODE' TO PA-RESULT-TEXT
001710         WHEN CX-EFFECTIVE-FROM NOT NUMERIC
001720             MOVE 'REJECTED - BAD EFFECTIVE DATE'
001730                 TO PA-RESULT-TEXT
001740         WHEN CX-MONTHLY-FEE NOT NUMERIC
001750             MOVE 'REJECTED - BAD MONTHLY FEE' TO PA-RESULT-TEXT
001760         WHEN CX-MONTHLY-FEE-N = ZERO
001770             MOVE 'REJECTED - BAD MONTHLY FEE' TO PA-RESULT-TEXT
001780         WHEN OTHER
001790             MOVE CX-EFFECTIVE-YEAR  TO DV-YEAR
001800             MOVE CX-EFFECTIVE-MONTH TO DV-MONTH
001810             MOVE CX-EFFECTIVE-DAY   TO DV-DAY
001820             CALL 'DATEVAL' USING DV-PARMS
001830             IF DV-DATE-IS-NOT-VALID
001840                 MOVE 'REJECTED - BAD EFFECTIVE DATE'
001850                     TO PA-RESULT-TEXT
001860             END-IF
001870     END-EVALUATE
001880     IF PA-RESULT-TEXT = SPACES
001890         PERFORM 3150-SCAN-PLAN-ROWS
001900         EVALUATE TRUE
001910             WHEN PA-ROW-ON-FILE
001920                     AND CX-EFFECTIVE-FROM NOT > PA-RUN-DATE
001930                 MOVE 'REJECTED - PRICE ALREADY IN EFFECT'
001940                     TO PA-RESULT-TEXT
001950             WHEN PA-PLAN-ROWS > ZERO
001960                     AND CX-EFFECTIVE-FROM < PA-RUN-DATE
001970                 MOVE 'REJECTED - BACK-DATED PRICE'
001980                     TO PA-RESULT-TEXT
001990             WHEN OTHER
002000                 PERFORM 3110-WRITE-PRICE-ROW
002010         END-EVALUATE
002020     END-IF
002030     .
002040 3110-WRITE-PRICE-ROW.
002050     MOVE CX-PLAN-CODE TO PP-PLAN-CODE
002060     MOVE CX-EFFECTIVE-FROM TO PP-EFFECTIVE-FROM
002070     IF CX-DESCRIPTION = SPACES
002080         MOVE PA-LATEST-DESCRIPTION TO PP-DESCRIPTION
002090     ELSE
002100         MOVE CX-DESCRIPTION TO PP-DESCRIPTION
002110     END-IF
002120     MOVE CX-MONTHLY-FEE-N TO PP-MONTHLY-FEE
002130     MOVE CX-OPERATOR-ID TO PP-LAST-CHANGED-BY
002140     MOVE PA-RUN-DATE TO PP-LAST-CHANGED-DATE
002150     MOVE PP-MONTHLY-FEE TO PA-FEE-ED
002160     IF PA-ROW-ON-FILE
002170         REWRITE PP-PLAN-PRICE-RECORD
002180         MOVE SPACES TO PA-RESULT-TEXT
002190         STRING 'PRICE REPLACED ' DELIMITED BY SIZE
002200                PA-FEE-ED DELIMITED BY SIZE
002210             INTO PA-RESULT-TEXT
002220     ELSE
002230         WRITE PP-PLAN-PRICE-RECORD
002240         MOVE SPACES TO PA-RESULT-TEXT
002250         STRING 'PRICE ADDED ' DELIMITED BY SIZE
002260                PA-FEE-ED DELIMITED BY SIZE
002270             INTO PA-RESULT-TEXT
002280     END-IF
002290     .
002300* 3150-SCAN-PLAN-ROWS - READ EVERY ROW THE PLAN HAS, COUNTING
002310* THEM, NOTING WHETHER THIS EFFECTIVE DATE IS ALREADY ONE OF THEM,
002320* AND KEEPING THE LATEST DESCRIPTION.
002330 3150-SCAN-PLAN-ROWS.
002340     MOVE ZERO TO PA-PLAN-ROWS
002350     MOVE 'N' TO PA-ON-FILE-FLAG
002360     MOVE SPACES TO PA-LATEST-DESCRIPTION
002370     MOVE 'N' TO PA-SCAN-DONE-FLAG
002380     MOVE CX-PLAN-CODE TO PP-PLAN-CODE
002390     MOVE LOW-VALUES TO PP-EFFECTIVE-FROM
002400     START PLANCATF KEY IS NOT LESS THAN PP-CATALOG-KEY
002410         INVALID KEY
002420             SET PA-SCAN-DONE TO TRUE
002430     END-START
002440     PERFORM UNTIL PA-SCAN-DONE
002450         READ PLANCATF NEXT RECORD
002460             AT END
002470                 SET PA-SCAN-DONE TO TRUE
002480             NOT AT END
002490                 IF PP-PLAN-CODE = CX-PLAN-CODE
002500                     ADD 1 TO PA-PLAN-ROWS
002510                     MOVE PP-DESCRIPTION
002520                         TO PA-LATEST-DESCRIPTION
002530                     IF PP-EFFECTIVE-FROM = CX-EFFECTIVE-FROM
002540                         SET PA-ROW-ON-FILE TO TRUE
002550                     END-IF
002560                 ELSE
002570                     SET PA-SCAN-DONE TO TRUE
002580                 END-IF
002590         END-READ
002600     END-PERFORM
002610     IF PA-ROW-ON-FILE
002620         MOVE CX-PLAN-CODE TO PP-PLAN-CODE
002630         MOVE CX-EFFECTIVE-FROM TO PP-EFFECTIVE-FROM
002640         READ PLANCATF
002650             INVALID KEY
002660                 MOVE 'N' TO PA-ON-FILE-FLAG
002670         END-READ
002680     END-IF
002690     .
002700* 3200-DELETE-PRICE-ROW - ONLY A PRICE NOT YET IN EFFECT CAN BE
002710* WITHDRAWN.
002720 3200-DELETE-PRICE-ROW.
002730     MOVE CX-PLAN-CODE TO PP-PLAN-CODE
002740     MOVE CX-EFFECTIVE-FROM TO PP-EFFECTIVE-FROM
002750     READ PLANCATF
002760         INVALID KEY
002770             MOVE 'REJECTED - PRICE NOT ON FILE' TO PA-RESULT-TEXT
002780         NOT INVALID KEY
002790             IF PP-EFFECTIVE-FROM NOT > PA-RUN-DATE
002800                 MOVE 'REJECTED - PRICE ALREADY IN EFFECT'
002810                     TO PA-RESULT-TEXT
002820             ELSE
002830                 DELETE PLANCATF RECORD
002840                 MOVE 'PRICE DELETED' TO PA-RESULT-TEXT
002850             END-IF
002860     END-READ
002870     .
002880 3900-AUDIT-ACCEPTED-ACTION.
002890     MOVE SPACES TO PA-KEY-TEXT
002900     STRING CX-PLAN-CODE      DELIMITED BY SIZE
002910            ' '               DELIMITED BY SIZE
002920            CX-EFFECTIVE-FROM DELIMITED BY SIZE
002930         INTO PA-KEY-TEXT
002940     SET OA-ASK-AUDIT TO TRUE
002950     MOVE CX-OPERATOR-ID TO OA-OPERATOR-ID
002960     MOVE 'PLANCMNT' TO OA-PROGRAM-ID
002970     MOVE CX-ACTION TO OA-ACTION
002980     MOVE PA-KEY-TEXT TO OA-KEY-TEXT
002990     CALL 'OPERAUTH' USING OA-PARMS
003000     .
003010 4000-WRITE-SUMMARY.
003020     MOVE SPACES TO RPT-LINE
003030     WRITE RPT-LINE
003040     STRING 'APPLIED ' DELIMITED BY SIZE
003050            PA-APPLIED-COUNT DELIMITED BY SIZE
003060            '  REJECTED ' DELIMITED BY SIZE
003070            PA-REJECTED-COUNT DELIMITED BY SIZE
003080         INTO RPT-LINE
003090     WRITE RPT-LINE
003100     .
