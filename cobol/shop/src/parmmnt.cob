000010
000020* PARMMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PARMMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PARMMNT IS THE MAINTENANCE TRANSACTION FOR THE BIZPARMF
000100* BUSINESS-PARAMETER MASTER - THE TUNING KNOBS THE FLOOR BATCHES
000110* READ THROUGH PARMGET INSTEAD OF CARRYING THEM AS VALUE CLAUSES.
000120* ONE TRANSACTION PER LINE ON PARMTXN - 'A' ADD, 'C' CHANGE, 'D'
000130* DELETE - EACH CARRYING THE KEYING USER'S ID, CHECKED THROUGH
000140* OPERAUTH.  AN ADD NEEDS THE VALUE AND ITS ALLOWED MINIMUM AND
000150* MAXIMUM; A CHANGE MAY LEAVE ANY OF THE THREE BLANK TO KEEP WHAT
000160* IS ON FILE.  THE VALUE MUST LIE WITHIN THE RANGE.  A NEW VALUE
000170* TAKES HOLD ON ITS EFFECTIVE DATE (TODAY WHEN BLANK, NEVER
000180* EARLIER); UNTIL THEN PARMGET GOES ON GIVING THE VALUE IT
000190* REPLACES.  A DELETED ROW SENDS THE BATCH BACK TO ITS BUILT-IN
000200* VALUE.  EVERY APPLIED CHANGE WRITES A BEFORE/AFTER IMAGE TO
000210* PARMAUDF AND A SECAUDF SECURITY AUDIT RECORD.  AN
000220* APPLIED-OR-REJECTED LINE PER TRANSACTION AND A TOTALS LINE GO TO
000230* PARMMRPT.
000240*
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15 RJ    ORIGINAL PROGRAM
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000310 OBJECT-COMPUTER.   IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PARMTXN ASSIGN TO "PARMTXN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS MP-TXN-STATUS.
000370     SELECT BIZPARMF ASSIGN TO "BIZPARMF"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS BP-PARM-KEY
000410         FILE STATUS IS MP-PRM-STATUS.
000420     SELECT PARMAUDF ASSIGN TO "PARMAUDF"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS MP-AUD-STATUS.
000450     SELECT PARMMRPT ASSIGN TO "PARMMRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS MP-RPT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PARMTXN.
000510 01  MQ-RECORD.
000520     05  MQ-ACTION              PIC X(01).
000530         88  MQ-ACTION-ADD          VALUE 'A'.
000540         88  MQ-ACTION-CHANGE       VALUE 'C'.
000550         88  MQ-ACTION-DELETE       VALUE 'D'.
000560     05  MQ-USER-ID             PIC X(08).
000570     05  MQ-PROGRAM-ID          PIC X(08).
000580     05  MQ-PARM-NAME           PIC X(20).
000590     05  MQ-PARM-VALUE          PIC 9(07)V99.
000600     05  MQ-PARM-VALUE-X REDEFINES MQ-PARM-VALUE
000610                                PIC X(09).
000620     05  MQ-EFFECTIVE-DATE      PIC X(08).
000630     05  MQ-MIN-VALUE           PIC 9(07)V99.
000640     05  MQ-MIN-VALUE-X REDEFINES MQ-MIN-VALUE
000650                                PIC X(09).
000660     05  MQ-MAX-VALUE           PIC 9(07)V99.
000670     05  MQ-MAX-VALUE-X REDEFINES MQ-MAX-VALUE
000680                                PIC X(09).
000690     05  MQ-DESCRIPTION         PIC X(30).
000700 FD  BIZPARMF.
000710 COPY "BIZPARM.cpy".
000720 FD  PARMAUDF.
000730 01  MA-AUDIT-RECORD.
000740     05  MA-TIMESTAMP           PIC X(21).
000750     05  MA-USER-ID             PIC X(08).
000760     05  MA-ACTION              PIC X(01).
000770     05  MA-PARM-KEY            PIC X(28).
000780     05  MA-BEFORE-IMAGE        PIC X(44).
000790     05  MA-AFTER-IMAGE         PIC X(44).
000800 FD  PARMMRPT
000810     RECORD CONTAINS 100 CHARACTERS.
000820 01  RPT-LINE                   PIC X(100).
000830 WORKING-STORAGE SECTION.
000840 01  MP-WORK-FIELDS.
000850     05  MP-TXN-STATUS          PIC X(02) VALUE SPACES.
000860         88  MP-TXN-OK              VALUE '00'.
000870         88  MP-TXN-EOF             VALUE '10'.
000880     05  MP-PRM-STATUS          PIC X(02) VALUE SPACES.
000890         88  MP-PRM-OK              VALUE '00'.
000900         88  MP-PRM-NOT-FOUND       VALUE '35'.
000910     05  MP-AUD-STATUS          PIC X(02) VALUE SPACES.
000920     05  MP-RPT-STATUS          PIC X(02) VALUE SPACES.
000930     05  MP-CURRENT-TS          PIC X(21) VALUE SPACES.
000940     05  MP-RUN-DATE            PIC X(08) VALUE SPACES.
000950     05  MP-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000960     05  MP-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000970     05  MP-BEFORE-IMAGE        PIC X(44) VALUE SPACES.
000980     05  MP-AFTER-IMAGE         PIC X(44) VALUE SPACES.
000990     05  MP-RESULT-TEXT         PIC X(40) VALUE SPACES.
001000     05  MP-EFFECTIVE-DATE      PIC X(08) VALUE SPACES.
001010     05  MP-VALUE-ED            PIC ZZZZZZ9.99.
001020* THE SETTING PART OF A ROW AS IT GOES ON THE AUDIT IMAGE.
001030 01  MP-IMAGE-WORK.
001040     05  MP-IMAGE-VALUE         PIC 9(07)V99.
001050     05  MP-IMAGE-EFFECTIVE     PIC X(08).
001060     05  MP-IMAGE-PRIOR         PIC 9(07)V99.
001070     05  MP-IMAGE-MIN           PIC 9(07)V99.
001080     05  MP-IMAGE-MAX           PIC 9(07)V99.
001090 COPY "OPAUTHLK.cpy".
001100 COPY "DATEVAL.cpy".
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE
001140     PERFORM 2000-READ-NEXT-TRANSACTION
001150     PERFORM UNTIL MP-TXN-EOF
001160         IF MQ-RECORD NOT = SPACES
001170             PERFORM 3000-APPLY-TRANSACTION
001180         END-IF
001190         PERFORM 2000-READ-NEXT-TRANSACTION
001200     END-PERFORM
001210     PERFORM 4000-WRITE-SUMMARY
001220     CLOSE PARMTXN BIZPARMF PARMAUDF PARMMRPT
001230     GOBACK.
001240 1000-INITIALIZE.
001250     MOVE FUNCTION CURRENT-DATE TO MP-CURRENT-TS
001260     MOVE MP-CURRENT-TS(1:8) TO MP-RUN-DATE
001270     OPEN INPUT PARMTXN
001280     OPEN OUTPUT PARMMRPT
001290     OPEN I-O BIZPARMF
001300     IF MP-PRM-NOT-FOUND
001310         OPEN OUTPUT BIZPARMF
001320         CLOSE BIZPARMF
001330         OPEN I-O BIZPARMF
001340     END-IF
001350     OPEN EXTEND PARMAUDF
001360     IF MP-AUD-STATUS NOT = '00'
001370         OPEN OUTPUT PARMAUDF
001380     END-IF
001390     MOVE 'BUSINESS-PARAMETER MAINTENANCE' TO RPT-LINE
001400     WRITE RPT-LINE
001410     .
001420 2000-READ-NEXT-TRANSACTION.
001430     READ PARMTXN
001440         AT END
001450             SET MP-TXN-EOF TO TRUE
001460     END-READ
001470     .
001480* 3000-APPLY-TRANSACTION - CHECK THE OPERATOR AND THE KEY, ROUTE
001490* BY ACTION CODE, AUDIT EVERY APPLIED CHANGE, AND WRITE THE
001500* APPLIED-OR-REJECTED LINE.
001510 3000-APPLY-TRANSACTION.
001520     MOVE SPACES TO MP-RESULT-TEXT
001530     MOVE SPACES TO MP-BEFORE-IMAGE
001540     MOVE SPACES TO MP-AFTER-IMAGE
001550     PERFORM 3020-CHECK-OPERATOR
001560     IF MP-RESULT-TEXT = SPACES
001570         IF MQ-PROGRAM-ID = SPACES OR MQ-PARM-NAME = SPACES
001580             MOVE 'REJECTED - PROGRAM AND NAME REQUIRED'
001590                 TO MP-RESULT-TEXT
001600         END-IF
001610     END-IF
001620     IF MP-RESULT-TEXT = SPACES AND NOT MQ-ACTION-DELETE
001630         PERFORM 3060-VALIDATE-EFFECTIVE-DATE
001640     END-IF
001650     IF MP-RESULT-TEXT = SPACES
001660         EVALUATE TRUE
001670             WHEN MQ-ACTION-ADD
001680                 PERFORM 3100-ADD-PARAMETER
001690             WHEN MQ-ACTION-CHANGE
001700                 PERFORM 3200-CHANGE-PARAMETER
001710             WHEN MQ-ACTION-DELETE
001720                 PERFORM 3300-DELETE-PARAMETER
001730             WHEN OTHER
001740                 MOVE 'REJECTED - BAD ACTION CODE'
001750                     TO MP-RESULT-TEXT
001760         END-EVALUATE
001770     END-IF
001780     IF MP-RESULT-TEXT(1:8) = 'REJECTED'
001790         ADD 1 TO MP-REJECTED-COUNT
001800     ELSE
001810         ADD 1 TO MP-APPLIED-COUNT
001820         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001830     END-IF
001840     MOVE SPACES TO RPT-LINE
001850     STRING MQ-ACTION      DELIMITED BY SIZE
001860            ' '            DELIMITED BY SIZE
001870            MQ-PROGRAM-ID  DELIMITED BY SIZE
001880            ' '            DELIMITED BY SIZE
001890            MQ-PARM-NAME   DELIMITED BY SIZE
001900            ' '            DELIMITED BY SIZE
001910            MP-RESULT-TEXT DELIMITED BY SIZE
001920         INTO RPT-LINE
001930     WRITE RPT-LINE
001940     .
001950* 3020-CHECK-OPERATOR - THE KEYING USER MUST BE AUTHORIZED
001960* FOR THIS PROGRAM ON THE OPERATOR MASTER.
001970 3020-CHECK-OPERATOR.
001980     MOVE SPACES TO OA-PARMS
001990     SET OA-ASK-CHECK TO TRUE
002000     MOVE MQ-USER-ID TO OA-OPERATOR-ID
002010     MOVE 'PARMMNT ' TO OA-PROGRAM-ID
002020     CALL 'OPERAUTH' USING OA-PARMS
002030     IF OA-OPERATOR-DENIED
002040         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
002050             TO MP-RESULT-TEXT
002060     END-IF
002070     .
002080* 3060-VALIDATE-EFFECTIVE-DATE - BLANK MEANS TODAY.  A BATCH THAT
002090* HAS ALREADY RUN CANNOT BE GIVEN A VALUE AFTER THE FACT.
002100 3060-VALIDATE-EFFECTIVE-DATE.
002110     MOVE MQ-EFFECTIVE-DATE TO MP-EFFECTIVE-DATE
002120     IF MP-EFFECTIVE-DATE = SPACES
002130         MOVE MP-RUN-DATE TO MP-EFFECTIVE-DATE
002140     END-IF
002150     IF MP-EFFECTIVE-DATE IS NOT NUMERIC
002160         MOVE 'REJECTED - BAD EFFECTIVE DATE'
002170             TO MP-RESULT-TEXT
002180     ELSE
002190         MOVE SPACES TO DV-PARMS
002200         MOVE MP-EFFECTIVE-DATE(1:4) TO DV-YEAR
002210         MOVE MP-EFFECTIVE-DATE(5:2) TO DV-MONTH
002220         MOVE MP-EFFECTIVE-DATE(7:2) TO DV-DAY
002230         CALL 'DATEVAL' USING DV-PARMS
002240         IF DV-DATE-IS-NOT-VALID
002250             MOVE 'REJECTED - BAD EFFECTIVE DATE'
002260                 TO MP-RESULT-TEXT
002270         ELSE
002280             IF MP-EFFECTIVE-DATE < MP-RUN-DATE
002290                 MOVE 'REJECTED - EFFECTIVE DATE IN THE PAST'
002300                     TO MP-RESULT-TEXT
002310             END-IF
002320         END-IF
002330     END-IF
002340     .
002350* 3100-ADD-PARAMETER - ALL THREE NUMBERS ARE REQUIRED.  THERE IS
002360* NO EARLIER VALUE, SO THE PRIOR VALUE IS THE NEW ONE.
002370 3100-ADD-PARAMETER.
002380     IF MQ-PARM-VALUE IS NOT NUMERIC
002390             OR MQ-MIN-VALUE IS NOT NUMERIC
002400             OR MQ-MAX-VALUE IS NOT NUMERIC
002410         MOVE 'REJECTED - VALUE, MIN AND MAX REQUIRED'
002420             TO MP-RESULT-TEXT
002430     ELSE
002440         MOVE MQ-PROGRAM-ID TO BP-PROGRAM-ID
002450         MOVE MQ-PARM-NAME TO BP-PARM-NAME
002460         MOVE MQ-PARM-VALUE TO BP-PARM-VALUE
002470         MOVE MQ-PARM-VALUE TO BP-PRIOR-VALUE
002480         MOVE MP-EFFECTIVE-DATE TO BP-EFFECTIVE-DATE
002490         MOVE MQ-MIN-VALUE TO BP-MIN-VALUE
002500         MOVE MQ-MAX-VALUE TO BP-MAX-VALUE
002510         MOVE MQ-DESCRIPTION TO BP-DESCRIPTION
002520         MOVE MP-RUN-DATE TO BP-LAST-SET-DATE
002530         MOVE MQ-USER-ID TO BP-LAST-SET-BY
002540         PERFORM 3400-CHECK-RANGE
002550     END-IF
002560     IF MP-RESULT-TEXT = SPACES
002570         WRITE BP-PARM-RECORD
002580             INVALID KEY
002590                 MOVE 'REJECTED - ALREADY ON FILE'
002600                     TO MP-RESULT-TEXT
002610             NOT INVALID KEY
002620                 PERFORM 3450-TAKE-IMAGE
002630                 MOVE MP-IMAGE-WORK TO MP-AFTER-IMAGE
002640                 PERFORM 3500-WRITE-AUDIT-IMAGE
002650                 MOVE BP-PARM-VALUE TO MP-VALUE-ED
002660                 STRING 'ADDED ' DELIMITED BY SIZE
002670                        MP-VALUE-ED DELIMITED BY SIZE
002680                        ' FROM ' DELIMITED BY SIZE
002690                        BP-EFFECTIVE-DATE DELIMITED BY SIZE
002700                     INTO MP-RESULT-TEXT
002710         END-WRITE
002720     END-IF
002730     .
002740* 3200-CHANGE-PARAMETER - A BLANK VALUE, MINIMUM OR MAXIMUM KEEPS
002750* WHAT IS ON FILE.  WHEN THE VALUE ON FILE IS ALREADY IN FORCE IT
002760* BECOMES THE PRIOR VALUE; A CHANGE STILL WAITING FOR ITS DATE IS
002770* SIMPLY REPLACED.
002780 3200-CHANGE-PARAMETER.
002790     MOVE MQ-PROGRAM-ID TO BP-PROGRAM-ID
002800     MOVE MQ-PARM-NAME TO BP-PARM-NAME
002810     READ BIZPARMF
002820         INVALID KEY
002830             MOVE 'REJECTED - NOT ON FILE'
002840                 TO MP-RESULT-TEXT
002850     END-READ
002860     IF MP-RESULT-TEXT = SPACES
002870         IF (MQ-PARM-VALUE-X NOT = SPACES
002880                 AND MQ-PARM-VALUE IS NOT NUMERIC)
002890                 OR (MQ-MIN-VALUE-X NOT = SPACES
002900                 AND MQ-MIN-VALUE IS NOT NUMERIC)
002910                 OR (MQ-MAX-VALUE-X NOT = SPACES
002920                 AND MQ-MAX-VALUE IS NOT NUMERIC)
002930             MOVE 'REJECTED - VALUE, MIN OR MAX NOT NUMERIC'
002940                 TO MP-RESULT-TEXT
002950         END-IF
002960     END-IF
002970     IF MP-RESULT-TEXT = SPACES
002980         PERFORM 3450-TAKE-IMAGE
002990         MOVE MP-IMAGE-WORK TO MP-BEFORE-IMAGE
003000         IF MQ-PARM-VALUE-X NOT = SPACES
003010             IF BP-EFFECTIVE-DATE NOT > MP-RUN-DATE
003020                 MOVE BP-PARM-VALUE TO BP-PRIOR-VALUE
003030             END-IF
003040             MOVE MQ-PARM-VALUE TO BP-PARM-VALUE
003050             MOVE MP-EFFECTIVE-DATE TO BP-EFFECTIVE-DATE
003060         END-IF
003070         IF MQ-MIN-VALUE-X NOT = SPACES
003080             MOVE MQ-MIN-VALUE TO BP-MIN-VALUE
003090         END-IF
003100         IF MQ-MAX-VALUE-X NOT = SPACES
003110             MOVE MQ-MAX-VALUE TO BP-MAX-VALUE
003120         END-IF
003130         IF MQ-DESCRIPTION NOT = SPACES
003140             MOVE MQ-DESCRIPTION TO BP-DESCRIPTION
003150         END-IF
003160         MOVE MP-RUN-DATE TO BP-LAST-SET-DATE
003170         MOVE MQ-USER-ID TO BP-LAST-SET-BY
003180         PERFORM 3400-CHECK-RANGE
003190     END-IF
003200     IF MP-RESULT-TEXT = SPACES
003210         REWRITE BP-PARM-RECORD
003220         PERFORM 3450-TAKE-IMAGE
003230         MOVE MP-IMAGE-WORK TO MP-AFTER-IMAGE
003240         PERFORM 3500-WRITE-AUDIT-IMAGE
003250         MOVE BP-PARM-VALUE TO MP-VALUE-ED
003260         STRING 'CHANGED ' DELIMITED BY SIZE
003270                MP-VALUE-ED DELIMITED BY SIZE
003280                ' FROM ' DELIMITED BY SIZE
003290                BP-EFFECTIVE-DATE DELIMITED BY SIZE
003300             INTO MP-RESULT-TEXT
003310     END-IF
003320     .
003330* 3300-DELETE-PARAMETER - THE BATCH GOES BACK TO ITS BUILT-IN
003340* VALUE ON ITS NEXT RUN.
003350 3300-DELETE-PARAMETER.
003360     MOVE MQ-PROGRAM-ID TO BP-PROGRAM-ID
003370     MOVE MQ-PARM-NAME TO BP-PARM-NAME
003380     READ BIZPARMF
003390         INVALID KEY
003400             MOVE 'REJECTED - NOT ON FILE'
003410                 TO MP-RESULT-TEXT
003420         NOT INVALID KEY
003430             PERFORM 3450-TAKE-IMAGE
003440             MOVE MP-IMAGE-WORK TO MP-BEFORE-IMAGE
003450             DELETE BIZPARMF RECORD
003460             PERFORM 3500-WRITE-AUDIT-IMAGE
003470             MOVE 'DELETED - BUILT-IN VALUE APPLIES'
003480                 TO MP-RESULT-TEXT
003490     END-READ
003500     .
003510* 3400-CHECK-RANGE - THE RANGE MUST BE THE RIGHT WAY ROUND AND
003520* HOLD BOTH THE NEW VALUE AND THE ONE IT REPLACES.
003530 3400-CHECK-RANGE.
003540     EVALUATE TRUE
003550         WHEN BP-MIN-VALUE > BP-MAX-VALUE
003560             MOVE 'REJECTED - MINIMUM ABOVE MAXIMUM'
003570                 TO MP-RESULT-TEXT
003580         WHEN BP-PARM-VALUE < BP-MIN-VALUE
003590                 OR BP-PARM-VALUE > BP-MAX-VALUE
003600             MOVE 'REJECTED - VALUE OUTSIDE MIN/MAX'
003610                 TO MP-RESULT-TEXT
003620         WHEN BP-PRIOR-VALUE < BP-MIN-VALUE
003630                 OR BP-PRIOR-VALUE > BP-MAX-VALUE
003640             MOVE 'REJECTED - OLD VALUE OUTSIDE MIN/MAX'
003650                 TO MP-RESULT-TEXT
003660     END-EVALUATE
003670     .
003680 3450-TAKE-IMAGE.
003690     MOVE BP-PARM-VALUE     TO MP-IMAGE-VALUE
003700     MOVE BP-EFFECTIVE-DATE TO MP-IMAGE-EFFECTIVE
003710     MOVE BP-PRIOR-VALUE    TO MP-IMAGE-PRIOR
003720     MOVE BP-MIN-VALUE      TO MP-IMAGE-MIN
003730     MOVE BP-MAX-VALUE      TO MP-IMAGE-MAX
003740     .
003750* 3500-WRITE-AUDIT-IMAGE - ONE BEFORE/AFTER RECORD PER APPLIED
003760* CHANGE.  SPACES IN THE BEFORE IMAGE MEANS THE ROW DID NOT
003770* EXIST; SPACES IN THE AFTER IMAGE MEANS IT WAS DELETED.
003780 3500-WRITE-AUDIT-IMAGE.
003790     MOVE FUNCTION CURRENT-DATE TO MA-TIMESTAMP
003800     MOVE MQ-USER-ID      TO MA-USER-ID
003810     MOVE MQ-ACTION       TO MA-ACTION
003820     MOVE BP-PARM-KEY     TO MA-PARM-KEY
003830     MOVE MP-BEFORE-IMAGE TO MA-BEFORE-IMAGE
003840     MOVE MP-AFTER-IMAGE  TO MA-AFTER-IMAGE
003850     WRITE MA-AUDIT-RECORD
003860     .
003870 3950-AUDIT-ACCEPTED-ACTION.
003880     SET OA-ASK-AUDIT TO TRUE
003890     MOVE MQ-USER-ID TO OA-OPERATOR-ID
003900     MOVE 'PARMMNT ' TO OA-PROGRAM-ID
003910     MOVE MQ-ACTION TO OA-ACTION
003920     MOVE SPACES TO OA-KEY-TEXT
003930     STRING MQ-PROGRAM-ID DELIMITED BY SPACE
003940            ' ' DELIMITED BY SIZE
003950            MQ-PARM-NAME DELIMITED BY SIZE
003960         INTO OA-KEY-TEXT
003970     CALL 'OPERAUTH' USING OA-PARMS
003980     .
003990* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
004000 4000-WRITE-SUMMARY.
004010     MOVE SPACES TO RPT-LINE
004020     WRITE RPT-LINE
004030     STRING 'APPLIED ' DELIMITED BY SIZE
004040            MP-APPLIED-COUNT DELIMITED BY SIZE
004050            '  REJECTED ' DELIMITED BY SIZE
004060            MP-REJECTED-COUNT DELIMITED BY SIZE
004070         INTO RPT-LINE
004080     WRITE RPT-LINE
004090     .
