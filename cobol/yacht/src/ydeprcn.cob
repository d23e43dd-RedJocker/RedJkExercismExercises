000010
000020* YDEPRCN
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YDEPRCN.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YDEPRCN RECONCILES THE BANK'S DEPOSIT CREDITS TO OUR DEPOSIT
000100* SLIPS, CLOSING THE CASH TRAIL FROM THE DRAWER COUNT TO THE BANK.
000110* EACH CREDIT ON THE BANK'S YBNKCRF FILE (DEPOSIT NUMBER FROM THE
000120* BAG, CREDIT DATE, AMOUNT, BANK REFERENCE) IS MATCHED TO ITS
000130* YDEPSLF SLIP FROM YDEPPREP.  THE SLIP IS MARKED CREDITED IN
000140* FULL, SHORT OR OVER BY THE DIFFERENCE, AND FLAGGED LATE WHEN THE
000150* CREDIT DATE IS AFTER THE NEXT BUSINESS DAY (BIZDAY) FOLLOWING
000160* THE BUSINESS DATE.  A FURTHER CREDIT AGAINST A SHORT SLIP IS
000170* TAKEN AS THE BANK'S CORRECTION AND ADDED TO WHAT WAS CREDITED; A
000180* CREDIT WITH NO SLIP, OR AGAINST A SLIP ALREADY CREDITED IN FULL
000190* OR OVER, IS AN EXCEPTION AND CHANGES NOTHING.  THE MATCHING
000200* REGISTER GOES TO YDEPRRPT.  YDEPUNR IS THE RUNNING
000210* UNRECONCILED-DEPOSITS REPORT FOR ACCOUNTING: EVERY SLIP STILL
000220* AWAITING CREDIT, SHORT OR OVER, WITH ITS AGE, AND A SLIP STILL
000230* UNCREDITED PAST ITS NEXT BUSINESS DAY SHOWN AS A MISSING
000240* CREDIT.  ANY EXCEPTION OR MISSING CREDIT ENDS THE STEP WITH
000250* RETURN CODE 4.
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
000360     SELECT YBNKCRF ASSIGN TO "YBNKCRF"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS YC-CRD-STATUS.
000390     SELECT YDEPSLF ASSIGN TO "YDEPSLF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS YB-DEPOSIT-NO
000430         FILE STATUS IS YC-SLP-STATUS.
000440     SELECT YDEPRRPT ASSIGN TO "YDEPRRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS YC-RPT-STATUS.
000470     SELECT YDEPUNR ASSIGN TO "YDEPUNR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS YC-UNR-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  YBNKCRF.
000530 01  YK-CREDIT-RECORD.
000540     05  YK-DEPOSIT-NO          PIC X(10).
000550     05  YK-CREDIT-DATE         PIC X(08).
000560     05  YK-CREDIT-AMT          PIC 9(09)V99.
000570     05  YK-BANK-REF            PIC X(16).
000580 FD  YDEPSLF.
000590 COPY "YDEPSLP.cpy".
000600 FD  YDEPRRPT
000610     RECORD CONTAINS 100 CHARACTERS.
000620 01  RPT-LINE                   PIC X(100).
000630 FD  YDEPUNR
000640     RECORD CONTAINS 100 CHARACTERS.
000650 01  UNR-LINE                   PIC X(100).
000660 WORKING-STORAGE SECTION.
000670 01  YC-WORK-FIELDS.
000680     05  YC-CRD-STATUS          PIC X(02) VALUE SPACES.
000690         88  YC-CRD-OK              VALUE '00'.
000700         88  YC-CRD-EOF             VALUE '10'.
000710     05  YC-SLP-STATUS          PIC X(02) VALUE SPACES.
000720         88  YC-SLP-EOF             VALUE '10'.
000730         88  YC-SLP-NOT-FOUND       VALUE '35'.
000740     05  YC-RPT-STATUS          PIC X(02) VALUE SPACES.
000750     05  YC-UNR-STATUS          PIC X(02) VALUE SPACES.
000760     05  YC-CURRENT-TS          PIC X(21) VALUE SPACES.
000770     05  YC-RUN-DATE            PIC X(08) VALUE SPACES.
000780     05  YC-DUE-DATE            PIC X(08) VALUE SPACES.
000790     05  YC-EXCEPTION-TEXT      PIC X(30) VALUE SPACES.
000800     05  YC-RESULT-TEXT         PIC X(20) VALUE SPACES.
000810     05  YC-CREDIT-COUNT        PIC 9(05) VALUE ZERO.
000820     05  YC-MATCHED-COUNT       PIC 9(05) VALUE ZERO.
000830     05  YC-SHORT-COUNT         PIC 9(05) VALUE ZERO.
000840     05  YC-OVER-COUNT          PIC 9(05) VALUE ZERO.
000850     05  YC-LATE-COUNT          PIC 9(05) VALUE ZERO.
000860     05  YC-EXCEPTION-COUNT     PIC 9(05) VALUE ZERO.
000870     05  YC-OPEN-COUNT          PIC 9(05) VALUE ZERO.
000880     05  YC-MISSING-COUNT       PIC 9(05) VALUE ZERO.
000890     05  YC-OPEN-AMT            PIC S9(11)V99 VALUE ZERO.
000900     05  YC-SLIP-ED             PIC ZZZZZZZZ9.99.
000910     05  YC-CREDIT-ED           PIC ZZZZZZZZ9.99.
000920     05  YC-DIFF-ED             PIC -ZZZZZZZZ9.99.
000930     05  YC-TOTAL-ED            PIC -ZZZZZZZZZZ9.99.
000940     05  YC-WORK-DATE           PIC 9(08) VALUE ZERO.
000950     05  YC-WORK-DATE-X REDEFINES YC-WORK-DATE
000960                                PIC X(08).
000970     05  YC-RUN-INTEGER         PIC 9(07) VALUE ZERO.
000980     05  YC-SLIP-INTEGER        PIC 9(07) VALUE ZERO.
000990     05  YC-DAYS-OUT            PIC 9(05) VALUE ZERO.
001000     05  YC-DAYS-ED             PIC ZZZZ9.
001010 COPY "BIZDAYLK.cpy".
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE
001050     PERFORM 2000-READ-NEXT-CREDIT
001060     PERFORM UNTIL YC-CRD-EOF
001070         IF YK-CREDIT-RECORD NOT = SPACES
001080             PERFORM 3000-MATCH-ONE-CREDIT
001090         END-IF
001100         PERFORM 2000-READ-NEXT-CREDIT
001110     END-PERFORM
001120     PERFORM 5000-LIST-UNRECONCILED
001130     PERFORM 6000-WRITE-SUMMARY
001140     IF YC-CRD-STATUS = '10'
001150         CLOSE YBNKCRF
001160     END-IF
001170     CLOSE YDEPSLF YDEPRRPT YDEPUNR
001180     GOBACK.
001190* 1000-INITIALIZE - NO CREDIT FILE MEANS THE BANK SENT NOTHING
001200* TODAY; THE UNRECONCILED REPORT IS STILL PRODUCED.
001210 1000-INITIALIZE.
001220     MOVE FUNCTION CURRENT-DATE TO YC-CURRENT-TS
001230     MOVE YC-CURRENT-TS(1:8) TO YC-RUN-DATE
001240     MOVE YC-RUN-DATE TO YC-WORK-DATE-X
001250     COMPUTE YC-RUN-INTEGER =
001260         FUNCTION INTEGER-OF-DATE(YC-WORK-DATE)
001270     OPEN INPUT YBNKCRF
001280     IF NOT YC-CRD-OK
001290         SET YC-CRD-EOF TO TRUE
001300     END-IF
001310     OPEN I-O YDEPSLF
001320     IF YC-SLP-NOT-FOUND
001330         OPEN OUTPUT YDEPSLF
001340         CLOSE YDEPSLF
001350         OPEN I-O YDEPSLF
001360     END-IF
001370     OPEN OUTPUT YDEPRRPT
001380     OPEN OUTPUT YDEPUNR
001390     MOVE SPACES TO RPT-LINE
001400     STRING 'BANK DEPOSIT RECONCILIATION - RUN ' DELIMITED BY SIZE
001410            YC-RUN-DATE DELIMITED BY SIZE
001420         INTO RPT-LINE
001430     WRITE RPT-LINE
001440     MOVE SPACES TO RPT-LINE
001450     WRITE RPT-LINE
001460     MOVE SPACES TO UNR-LINE
001470     STRING 'UNRECONCILED BANK DEPOSITS AS OF ' DELIMITED BY SIZE
001480            YC-RUN-DATE DELIMITED BY SIZE
001490         INTO UNR-LINE
001500     WRITE UNR-LINE
001510     MOVE SPACES TO UNR-LINE
001520     WRITE UNR-LINE
001530     .
001540 2000-READ-NEXT-CREDIT.
001550     IF NOT YC-CRD-EOF
001560         READ YBNKCRF
001570             AT END
001580                 SET YC-CRD-EOF TO TRUE
001590         END-READ
001600     END-IF
001610     .
001620* 3000-MATCH-ONE-CREDIT - THE CREDIT MUST FIND A SLIP STILL
001630* WAITING ON THE BANK, OR ONE THE BANK CREDITED SHORT.
001640 3000-MATCH-ONE-CREDIT.
001650     ADD 1 TO YC-CREDIT-COUNT
001660     MOVE SPACES TO YC-EXCEPTION-TEXT
001670     MOVE YK-DEPOSIT-NO TO YB-DEPOSIT-NO
001680     READ YDEPSLF
001690         INVALID KEY
001700             MOVE 'NO DEPOSIT SLIP FOR CREDIT'
001710                 TO YC-EXCEPTION-TEXT
001720     END-READ
001730     IF YC-EXCEPTION-TEXT = SPACES
001740         EVALUATE TRUE
001750             WHEN YK-CREDIT-AMT IS NOT NUMERIC
001760                 MOVE 'CREDIT AMOUNT NOT NUMERIC'
001770                     TO YC-EXCEPTION-TEXT
001780             WHEN YB-CREDITED-IN-FULL OR YB-CREDITED-OVER
001790                 MOVE 'DUPLICATE CREDIT FOR DEPOSIT'
001800                     TO YC-EXCEPTION-TEXT
001810         END-EVALUATE
001820     END-IF
001830     IF YC-EXCEPTION-TEXT NOT = SPACES
001840         PERFORM 3900-WRITE-CREDIT-EXCEPTION
001850     ELSE
001860         PERFORM 3100-APPLY-THE-CREDIT
001870     END-IF
001880     .
001890* 3100-APPLY-THE-CREDIT - THE DIFFERENCE IS CREDITED LESS SLIP, SO
001900* A SHORTFALL IS NEGATIVE.  THE LATE TEST IS MADE ON THE FIRST
001910* CREDIT ONLY.
001920 3100-APPLY-THE-CREDIT.
001930     IF YB-AWAITING-CREDIT
001940         MOVE ZERO TO YB-CREDIT-AMT
001950         MOVE YK-BANK-REF TO YB-BANK-REF
001960         MOVE SPACE TO YB-LATE-FLAG
001970         PERFORM 7000-FIND-CREDIT-DUE-DATE
001980         IF YK-CREDIT-DATE > YC-DUE-DATE
001990             SET YB-CREDITED-LATE TO TRUE
002000             ADD 1 TO YC-LATE-COUNT
002010         END-IF
002020     END-IF
002030     MOVE YK-CREDIT-DATE TO YB-CREDIT-DATE
002040     ADD YK-CREDIT-AMT TO YB-CREDIT-AMT
002050     COMPUTE YB-DIFFERENCE-AMT = YB-CREDIT-AMT - YB-SLIP-AMT
002060     EVALUATE TRUE
002070         WHEN YB-DIFFERENCE-AMT < ZERO
002080             SET YB-CREDITED-SHORT TO TRUE
002090             MOVE 'CREDITED SHORT' TO YC-RESULT-TEXT
002100             ADD 1 TO YC-SHORT-COUNT
002110         WHEN YB-DIFFERENCE-AMT > ZERO
002120             SET YB-CREDITED-OVER TO TRUE
002130             MOVE 'CREDITED OVER' TO YC-RESULT-TEXT
002140             ADD 1 TO YC-OVER-COUNT
002150         WHEN OTHER
002160             SET YB-CREDITED-IN-FULL TO TRUE
002170             MOVE 'CREDITED IN FULL' TO YC-RESULT-TEXT
002180             ADD 1 TO YC-MATCHED-COUNT
002190     END-EVALUATE
002200     REWRITE YB-SLIP-RECORD
002210     MOVE YB-SLIP-AMT TO YC-SLIP-ED
002220     MOVE YB-CREDIT-AMT TO YC-CREDIT-ED
002230     MOVE YB-DIFFERENCE-AMT TO YC-DIFF-ED
002240     MOVE SPACES TO RPT-LINE
002250     STRING YB-DEPOSIT-NO DELIMITED BY SIZE
002260            ' SLIP ' DELIMITED BY SIZE
002270            YC-SLIP-ED DELIMITED BY SIZE
002280            ' CREDIT ' DELIMITED BY SIZE
002290            YC-CREDIT-ED DELIMITED BY SIZE
002300            ' ON ' DELIMITED BY SIZE
002310            YB-CREDIT-DATE DELIMITED BY SIZE
002320            ' DIFF ' DELIMITED BY SIZE
002330            YC-DIFF-ED DELIMITED BY SIZE
002340            ' ' DELIMITED BY SIZE
002350            YC-RESULT-TEXT DELIMITED BY SIZE
002360         INTO RPT-LINE
002370     WRITE RPT-LINE
002380     IF YB-CREDITED-LATE
002390         MOVE SPACES TO RPT-LINE
002400         STRING '           CREDITED LATE - DUE BY '
002410                    DELIMITED BY SIZE
002420                YC-DUE-DATE DELIMITED BY SIZE
002430             INTO RPT-LINE
002440         WRITE RPT-LINE
002450     END-IF
002460     .
002470 3900-WRITE-CREDIT-EXCEPTION.
002480     ADD 1 TO YC-EXCEPTION-COUNT
002490     MOVE 4 TO RETURN-CODE
002500     MOVE YK-CREDIT-AMT TO YC-CREDIT-ED
002510     MOVE SPACES TO RPT-LINE
002520     STRING YK-DEPOSIT-NO DELIMITED BY SIZE
002530            ' CREDIT ' DELIMITED BY SIZE
002540            YC-CREDIT-ED DELIMITED BY SIZE
002550            ' ON ' DELIMITED BY SIZE
002560            YK-CREDIT-DATE DELIMITED BY SIZE
002570            ' REF ' DELIMITED BY SIZE
002580            YK-BANK-REF DELIMITED BY SIZE
002590            ' *** ' DELIMITED BY SIZE
002600            YC-EXCEPTION-TEXT DELIMITED BY SIZE
002610         INTO RPT-LINE
002620     WRITE RPT-LINE
002630     .
002640* 5000-LIST-UNRECONCILED - EVERY SLIP ON FILE NOT CREDITED IN
002650* FULL, OLDEST FIRST.
002660 5000-LIST-UNRECONCILED.
002670     MOVE LOW-VALUES TO YB-DEPOSIT-NO
002680     START YDEPSLF KEY IS GREATER THAN OR EQUAL YB-DEPOSIT-NO
002690         INVALID KEY
002700             SET YC-SLP-EOF TO TRUE
002710     END-START
002720     PERFORM 5100-READ-NEXT-SLIP
002730     PERFORM UNTIL YC-SLP-EOF
002740         IF YB-STILL-UNRECONCILED
002750             PERFORM 5200-LIST-ONE-SLIP
002760         END-IF
002770         PERFORM 5100-READ-NEXT-SLIP
002780     END-PERFORM
002790     IF YC-OPEN-COUNT = ZERO
002800         MOVE '  NONE - EVERY DEPOSIT RECONCILED' TO UNR-LINE
002810         WRITE UNR-LINE
002820     END-IF
002830     MOVE YC-OPEN-AMT TO YC-TOTAL-ED
002840     MOVE SPACES TO UNR-LINE
002850     WRITE UNR-LINE
002860     STRING 'DEPOSITS UNRECONCILED ' DELIMITED BY SIZE
002870            YC-OPEN-COUNT DELIMITED BY SIZE
002880            '  MISSING CREDITS ' DELIMITED BY SIZE
002890            YC-MISSING-COUNT DELIMITED BY SIZE
002900            '  AMOUNT OUTSTANDING ' DELIMITED BY SIZE
002910            YC-TOTAL-ED DELIMITED BY SIZE
002920         INTO UNR-LINE
002930     WRITE UNR-LINE
002940     .
002950 5100-READ-NEXT-SLIP.
002960     IF NOT YC-SLP-EOF
002970         READ YDEPSLF NEXT RECORD
002980             AT END
002990                 SET YC-SLP-EOF TO TRUE
003000         END-READ
003010     END-IF
003020     .
003030* 5200-LIST-ONE-SLIP - AN UNCREDITED SLIP IS OUTSTANDING FOR ITS
003040* WHOLE AMOUNT; A SHORT OR OVER ONE FOR ITS DIFFERENCE.
003050 5200-LIST-ONE-SLIP.
003060     ADD 1 TO YC-OPEN-COUNT
003070     MOVE YB-BUSINESS-DATE TO YC-WORK-DATE-X
003080     IF YC-WORK-DATE-X IS NUMERIC
003090         COMPUTE YC-SLIP-INTEGER =
003100             FUNCTION INTEGER-OF-DATE(YC-WORK-DATE)
003110         COMPUTE YC-DAYS-OUT = YC-RUN-INTEGER - YC-SLIP-INTEGER
003120     ELSE
003130         MOVE ZERO TO YC-DAYS-OUT
003140     END-IF
003150     EVALUATE TRUE
003160         WHEN YB-CREDITED-SHORT
003170             MOVE 'CREDITED SHORT' TO YC-RESULT-TEXT
003180             SUBTRACT YB-DIFFERENCE-AMT FROM YC-OPEN-AMT
003190         WHEN YB-CREDITED-OVER
003200             MOVE 'CREDITED OVER' TO YC-RESULT-TEXT
003210             SUBTRACT YB-DIFFERENCE-AMT FROM YC-OPEN-AMT
003220         WHEN OTHER
003230             ADD YB-SLIP-AMT TO YC-OPEN-AMT
003240             PERFORM 7000-FIND-CREDIT-DUE-DATE
003250             IF YC-RUN-DATE > YC-DUE-DATE
003260                 MOVE 'MISSING - NO CREDIT' TO YC-RESULT-TEXT
003270                 ADD 1 TO YC-MISSING-COUNT
003280                 MOVE 4 TO RETURN-CODE
003290             ELSE
003300                 MOVE 'AWAITING CREDIT' TO YC-RESULT-TEXT
003310             END-IF
003320     END-EVALUATE
003330     MOVE YB-SLIP-AMT TO YC-SLIP-ED
003340     MOVE YB-CREDIT-AMT TO YC-CREDIT-ED
003350     MOVE YB-DIFFERENCE-AMT TO YC-DIFF-ED
003360     MOVE YC-DAYS-OUT TO YC-DAYS-ED
003370     MOVE SPACES TO UNR-LINE
003380     STRING YB-DEPOSIT-NO DELIMITED BY SIZE
003390            ' DAYS ' DELIMITED BY SIZE
003400            YC-DAYS-ED DELIMITED BY SIZE
003410            ' SLIP ' DELIMITED BY SIZE
003420            YC-SLIP-ED DELIMITED BY SIZE
003430            ' CREDIT ' DELIMITED BY SIZE
003440            YC-CREDIT-ED DELIMITED BY SIZE
003450            ' DIFF ' DELIMITED BY SIZE
003460            YC-DIFF-ED DELIMITED BY SIZE
003470            ' ' DELIMITED BY SIZE
003480            YC-RESULT-TEXT DELIMITED BY SIZE
003490         INTO UNR-LINE
003500     WRITE UNR-LINE
003510     .
003520 6000-WRITE-SUMMARY.
003530     MOVE SPACES TO RPT-LINE
003540     WRITE RPT-LINE
003550     STRING 'CREDITS ' DELIMITED BY SIZE
003560            YC-CREDIT-COUNT DELIMITED BY SIZE
003570            '  IN FULL ' DELIMITED BY SIZE
003580            YC-MATCHED-COUNT DELIMITED BY SIZE
003590            '  SHORT ' DELIMITED BY SIZE
003600            YC-SHORT-COUNT DELIMITED BY SIZE
003610            '  OVER ' DELIMITED BY SIZE
003620            YC-OVER-COUNT DELIMITED BY SIZE
003630            '  LATE ' DELIMITED BY SIZE
003640            YC-LATE-COUNT DELIMITED BY SIZE
003650            '  EXCEPTIONS ' DELIMITED BY SIZE
003660            YC-EXCEPTION-COUNT DELIMITED BY SIZE
003670         INTO RPT-LINE
003680     WRITE RPT-LINE
003690     .
003700* 7000-FIND-CREDIT-DUE-DATE - THE BAG GOES TO THE BANK AFTER
003710* CLOSE, SO THE CREDIT IS DUE ON THE NEXT BUSINESS DAY.  A SLIP
003720* BIZDAY CANNOT PLACE IS GIVEN ITS OWN BUSINESS DATE.
003730 7000-FIND-CREDIT-DUE-DATE.
003740     MOVE YB-BUSINESS-DATE TO YC-DUE-DATE
003750     IF YB-BUSINESS-DATE IS NUMERIC
003760         MOVE SPACES TO BD-PARMS
003770         SET BD-ASK-NEXT-BIZ-DAY TO TRUE
003780         MOVE YB-BUSINESS-DATE(1:4) TO BD-YEAR
003790         MOVE YB-BUSINESS-DATE(5:2) TO BD-MONTH
003800         MOVE YB-BUSINESS-DATE(7:2) TO BD-DAY
003810         MOVE ZERO TO BD-DAYS-TO-ADD
003820         CALL 'BIZDAY' USING BD-PARMS
003830         IF NOT PS-STATUS-ERROR OF BD-PARMS
003840             MOVE BD-RESULT-YEAR TO YC-DUE-DATE(1:4)
003850             MOVE BD-RESULT-MONTH TO YC-DUE-DATE(5:2)
003860             MOVE BD-RESULT-DAY TO YC-DUE-DATE(7:2)
003870         END-IF
003880     END-IF
003890     .
