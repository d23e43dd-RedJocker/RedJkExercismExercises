000010
000020* BOBKBMT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBKBMT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBKBMT MAINTAINS THE BOBKBAF KNOWLEDGE-BASE ARTICLE FILE
000100* THAT BOBDISP DRAWS ITS TICKET SUGGESTIONS FROM.  SUPPORT KEYS
000110* ONE TRANSACTION PER LINE INTO BOBKBTX, EACH CARRYING THE
000120* KEYING USER'S ID - 'A' TO ADD AN ARTICLE (TITLE, LINKED
000130* REASON CODE, TRIGGER KEYWORDS), 'C' TO REPLACE THOSE HEADER
000140* FIELDS, 'L' TO SET ONE BODY LINE (01-10; A BLANK TEXT CLEARS
000150* IT), 'R' TO RETIRE AN ARTICLE AND 'U' TO BRING A RETIRED ONE
000160* BACK.  AN ARTICLE NEEDS AT LEAST ONE TRIGGER KEYWORD AND ITS
000170* REASON CODE MUST BE ON THE BOBRSNF TAXONOMY, OR THE
000180* EFFECTIVENESS REPORT HAS NOTHING TO MEASURE IT BY.  KEYWORDS
000190* ARE HELD UPPER-CASE, THE SAME FOLD BOB APPLIES TO BOBKEYF.
000200* EVERY TRANSACTION'S USER IS CHECKED THROUGH OPERAUTH AND
000210* EVERY ACCEPTED ONE IS WRITTEN TO THE SECAUDF SECURITY AUDIT.
000220* AN APPLIED-OR-REJECTED LINE PER TRANSACTION AND A TOTALS LINE
000230* GO TO BOBKBMRP.
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
000340     SELECT BOBKBTX ASSIGN TO "BOBKBTX"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS AM-TXN-STATUS.
000370     SELECT BOBKBAF ASSIGN TO "BOBKBAF"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS KB-ARTICLE-ID
000410         FILE STATUS IS AM-KBA-STATUS.
000420     SELECT BOBRSNF ASSIGN TO "BOBRSNF"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AM-RSN-STATUS.
000450     SELECT BOBKBMRP ASSIGN TO "BOBKBMRP"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AM-RPT-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  BOBKBTX.
000510 01  KX-RECORD.
000520     05  KX-ACTION              PIC X(01).
000530         88  KX-ACTION-ADD          VALUE 'A'.
000540         88  KX-ACTION-CHANGE       VALUE 'C'.
000550         88  KX-ACTION-LINE         VALUE 'L'.
000560         88  KX-ACTION-RETIRE       VALUE 'R'.
000570         88  KX-ACTION-UNRETIRE     VALUE 'U'.
000580     05  KX-USER-ID             PIC X(08).
000590     05  KX-ARTICLE-ID          PIC X(06).
000600     05  KX-HEADER-DATA.
000610         10  KX-TITLE           PIC X(40).
000620         10  KX-REASON-CODE     PIC X(04).
000630         10  KX-KEYWORD OCCURS 5 TIMES
000640                                PIC X(20).
000650     05  KX-BODY-DATA REDEFINES KX-HEADER-DATA.
000660         10  KX-LINE-NO         PIC 9(02).
000670         10  KX-LINE-TEXT       PIC X(60).
000680         10  FILLER             PIC X(82).
000690 FD  BOBKBAF.
000700 COPY "BOBKBA.cpy".
000710 FD  BOBRSNF.
000720 01  RS-REASON-RECORD.
000730     05  RS-REASON-CODE         PIC X(04).
000740     05  RS-REASON-DESC         PIC X(30).
000750 FD  BOBKBMRP
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  RPT-LINE                   PIC X(80).
000780 WORKING-STORAGE SECTION.
000790 01  AM-WORK-FIELDS.
000800     05  AM-TXN-STATUS          PIC X(02) VALUE SPACES.
000810         88  AM-TXN-OK              VALUE '00'.
000820         88  AM-TXN-EOF             VALUE '10'.
000830     05  AM-KBA-STATUS          PIC X(02) VALUE SPACES.
000840         88  AM-KBA-OK              VALUE '00'.
000850         88  AM-KBA-NOT-FOUND       VALUE '35'.
000860     05  AM-RSN-STATUS          PIC X(02) VALUE SPACES.
000870         88  AM-RSN-OK              VALUE '00'.
000880         88  AM-RSN-EOF             VALUE '10'.
000890     05  AM-RPT-STATUS          PIC X(02) VALUE SPACES.
000900     05  AM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000910     05  AM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000920     05  AM-RESULT-TEXT         PIC X(40) VALUE SPACES.
000930     05  AM-KEY-IX              PIC 9(01) VALUE ZERO.
000940     05  AM-KEYWORD-COUNT       PIC 9(01) VALUE ZERO.
000950     05  AM-RSN-IX              PIC 9(02) VALUE ZERO.
000960     05  AM-REASON-OK-FLAG      PIC X(01) VALUE 'N'.
000970         88  AM-REASON-IS-VALID     VALUE 'Y'.
000980 01  AM-REASON-TABLE.
000990     05  AM-REASON-COUNT        PIC 9(02) VALUE ZERO.
001000     05  AM-REASON-ENTRY OCCURS 30 TIMES
001010                                PIC X(04).
001020 COPY "OPAUTHLK.cpy".
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE
001060     PERFORM 2000-READ-NEXT-TRANSACTION
001070     PERFORM UNTIL AM-TXN-EOF
001080         IF KX-RECORD NOT = SPACES
001090             PERFORM 3000-APPLY-TRANSACTION
001100         END-IF
001110         PERFORM 2000-READ-NEXT-TRANSACTION
001120     END-PERFORM
001130     PERFORM 4000-WRITE-SUMMARY
001140     CLOSE BOBKBTX BOBKBAF BOBKBMRP
001150     GOBACK.
001160* 1000-INITIALIZE - OPEN THE ARTICLE FILE (CREATING IT ON THE
001170* FIRST EVER RUN) AND LOAD THE REASON TAXONOMY.
001180 1000-INITIALIZE.
001190     OPEN INPUT BOBKBTX
001200     OPEN OUTPUT BOBKBMRP
001210     OPEN I-O BOBKBAF
001220     IF AM-KBA-NOT-FOUND
001230         OPEN OUTPUT BOBKBAF
001240         CLOSE BOBKBAF
001250         OPEN I-O BOBKBAF
001260     END-IF
001270     PERFORM 1400-LOAD-REASON-TAXONOMY
001280     MOVE 'KNOWLEDGE-BASE ARTICLE MAINTENANCE' TO RPT-LINE
001290     WRITE RPT-LINE
001300     .
001310 1400-LOAD-REASON-TAXONOMY.
001320     MOVE ZERO TO AM-REASON-COUNT
001330     OPEN INPUT BOBRSNF
001340     IF AM-RSN-OK
001350         PERFORM 1410-READ-NEXT-REASON
001360         PERFORM UNTIL AM-RSN-EOF
001370                 OR AM-REASON-COUNT >= 30
001380             IF RS-REASON-CODE NOT = SPACES
001390                 ADD 1 TO AM-REASON-COUNT
001400                 MOVE RS-REASON-CODE
001410                     TO AM-REASON-ENTRY(AM-REASON-COUNT)
001420             END-IF
001430             PERFORM 1410-READ-NEXT-REASON
001440         END-PERFORM
001450         CLOSE BOBRSNF
001460     END-IF
001470     .
001480 1410-READ-NEXT-REASON.
001490     READ BOBRSNF
001500         AT END
001510             SET AM-RSN-EOF TO TRUE
001520     END-READ
001530     .
001540 2000-READ-NEXT-TRANSACTION.
001550     READ BOBKBTX
001560         AT END
001570             SET AM-TXN-EOF TO TRUE
001580     END-READ
001590     .
001600* 3000-APPLY-TRANSACTION - CHECK THE OPERATOR, ROUTE BY ACTION
001610* CODE, AUDIT EVERY ACCEPTED CHANGE, AND WRITE THE
001620* APPLIED-OR-REJECTED LINE.
001630 3000-APPLY-TRANSACTION.
001640     MOVE SPACES TO AM-RESULT-TEXT
001650     PERFORM 3020-CHECK-OPERATOR
001660     IF AM-RESULT-TEXT = SPACES
001670             AND (KX-ACTION-ADD OR KX-ACTION-CHANGE)
001680         PERFORM 3060-VALIDATE-HEADER
001690     END-IF
001700     IF AM-RESULT-TEXT = SPACES
001710         EVALUATE TRUE
001720             WHEN KX-ACTION-ADD
001730                 PERFORM 3100-ADD-ARTICLE
001740             WHEN KX-ACTION-CHANGE
001750                 PERFORM 3200-CHANGE-ARTICLE
001760             WHEN KX-ACTION-LINE
001770                 PERFORM 3300-SET-BODY-LINE
001780             WHEN KX-ACTION-RETIRE
001790                 PERFORM 3400-RETIRE-ARTICLE
001800             WHEN KX-ACTION-UNRETIRE
001810                 PERFORM 3500-UNRETIRE-ARTICLE
001820             WHEN OTHER
001830                 MOVE 'REJECTED - BAD ACTION CODE'
001840                     TO AM-RESULT-TEXT
001850         END-EVALUATE
001860     END-IF
001870     IF AM-RESULT-TEXT(1:8) = 'REJECTED'
001880         ADD 1 TO AM-REJECTED-COUNT
001890     ELSE
001900         ADD 1 TO AM-APPLIED-COUNT
001910         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001920     END-IF
001930     MOVE SPACES TO RPT-LINE
001940     STRING KX-ACTION      DELIMITED BY SIZE
001950            ' '            DELIMITED BY SIZE
001960            KX-ARTICLE-ID  DELIMITED BY SIZE
001970            ' '            DELIMITED BY SIZE
001980            AM-RESULT-TEXT DELIMITED BY SIZE
001990         INTO RPT-LINE
002000     WRITE RPT-LINE
002010     .
002020* 3020-CHECK-OPERATOR - THE KEYING USER MUST BE AUTHORIZED
002030* FOR THIS PROGRAM ON THE OPERATOR MASTER.
002040 3020-CHECK-OPERATOR.
002050     MOVE SPACES TO OA-PARMS
002060     SET OA-ASK-CHECK TO TRUE
002070     MOVE KX-USER-ID TO OA-OPERATOR-ID
002080     MOVE 'BOBKBMT ' TO OA-PROGRAM-ID
002090     CALL 'OPERAUTH' USING OA-PARMS
002100     IF OA-OPERATOR-DENIED
002110         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
002120             TO AM-RESULT-TEXT
002130     END-IF
002140     .
002150* 3060-VALIDATE-HEADER - A TITLE, AT LEAST ONE KEYWORD, AND A
002160* REASON CODE THAT IS ON THE TAXONOMY.
002170 3060-VALIDATE-HEADER.
002180     MOVE ZERO TO AM-KEYWORD-COUNT
002190     PERFORM VARYING AM-KEY-IX FROM 1 BY 1
002200             UNTIL AM-KEY-IX > 5
002210         IF KX-KEYWORD(AM-KEY-IX) NOT = SPACES
002220             ADD 1 TO AM-KEYWORD-COUNT
002230         END-IF
002240     END-PERFORM
002250     MOVE 'N' TO AM-REASON-OK-FLAG
002260     PERFORM VARYING AM-RSN-IX FROM 1 BY 1
002270             UNTIL AM-RSN-IX > AM-REASON-COUNT
002280         IF AM-REASON-ENTRY(AM-RSN-IX) = KX-REASON-CODE
002290             MOVE 'Y' TO AM-REASON-OK-FLAG
002300         END-IF
002310     END-PERFORM
002320     EVALUATE TRUE
002330         WHEN KX-ARTICLE-ID = SPACES
002340             MOVE 'REJECTED - NO ARTICLE ID'
002350                 TO AM-RESULT-TEXT
002360         WHEN KX-TITLE = SPACES
002370             MOVE 'REJECTED - NO TITLE' TO AM-RESULT-TEXT
002380         WHEN AM-KEYWORD-COUNT = ZERO
002390             MOVE 'REJECTED - NO TRIGGER KEYWORD'
002400                 TO AM-RESULT-TEXT
002410         WHEN NOT AM-REASON-IS-VALID
002420             MOVE 'REJECTED - BAD REASON CODE'
002430                 TO AM-RESULT-TEXT
002440     END-EVALUATE
002450     .
002460 3100-ADD-ARTICLE.
002470     MOVE SPACES TO KB-ARTICLE-RECORD
002480     MOVE KX-ARTICLE-ID TO KB-ARTICLE-ID
002490     SET KB-ARTICLE-IS-LIVE TO TRUE
002500     PERFORM 3150-LOAD-HEADER
002510     WRITE KB-ARTICLE-RECORD
002520         INVALID KEY
002530             MOVE 'REJECTED - ALREADY ON FILE'
002540                 TO AM-RESULT-TEXT
002550         NOT INVALID KEY
002560             MOVE 'ADDED' TO AM-RESULT-TEXT
002570     END-WRITE
002580     .
002590 3150-LOAD-HEADER.
002600     MOVE KX-TITLE       TO KB-TITLE
002610     MOVE KX-REASON-CODE TO KB-REASON-CODE
002620     PERFORM VARYING AM-KEY-IX FROM 1 BY 1
002630             UNTIL AM-KEY-IX > 5
002640         MOVE FUNCTION UPPER-CASE(KX-KEYWORD(AM-KEY-IX))
002650             TO KB-TRIGGER-KEYWORD(AM-KEY-IX)
002660     END-PERFORM
002670     .
002680 3200-CHANGE-ARTICLE.
002690     MOVE KX-ARTICLE-ID TO KB-ARTICLE-ID
002700     READ BOBKBAF
002710         INVALID KEY
002720             MOVE 'REJECTED - NOT ON FILE'
002730                 TO AM-RESULT-TEXT
002740         NOT INVALID KEY
002750             PERFORM 3150-LOAD-HEADER
002760             REWRITE KB-ARTICLE-RECORD
002770             MOVE 'CHANGED' TO AM-RESULT-TEXT
002780     END-READ
002790     .
002800 3300-SET-BODY-LINE.
002810     IF KX-LINE-NO IS NOT NUMERIC
002820             OR KX-LINE-NO < 1 OR KX-LINE-NO > 10
002830         MOVE 'REJECTED - BODY LINE NOT 01-10'
002840             TO AM-RESULT-TEXT
002850     ELSE
002860         MOVE KX-ARTICLE-ID TO KB-ARTICLE-ID
002870         READ BOBKBAF
002880             INVALID KEY
002890                 MOVE 'REJECTED - NOT ON FILE'
002900                     TO AM-RESULT-TEXT
002910             NOT INVALID KEY
002920                 MOVE KX-LINE-TEXT
002930                     TO KB-BODY-LINE(KX-LINE-NO)
002940                 REWRITE KB-ARTICLE-RECORD
002950                 MOVE 'BODY LINE SET' TO AM-RESULT-TEXT
002960         END-READ
002970     END-IF
002980     .
002990 3400-RETIRE-ARTICLE.
003000     MOVE KX-ARTICLE-ID TO KB-ARTICLE-ID
003010     READ BOBKBAF
003020         INVALID KEY
003030             MOVE 'REJECTED - NOT ON FILE'
003040                 TO AM-RESULT-TEXT
003050         NOT INVALID KEY
003060             IF KB-ARTICLE-IS-RETIRED
003070                 MOVE 'REJECTED - ALREADY RETIRED'
003080                     TO AM-RESULT-TEXT
003090             ELSE
003100                 SET KB-ARTICLE-IS-RETIRED TO TRUE
003110                 REWRITE KB-ARTICLE-RECORD
003120                 MOVE 'RETIRED' TO AM-RESULT-TEXT
003130             END-IF
003140     END-READ
003150     .
003160 3500-UNRETIRE-ARTICLE.
003170     MOVE KX-ARTICLE-ID TO KB-ARTICLE-ID
003180     READ BOBKBAF
003190         INVALID KEY
003200             MOVE 'REJECTED - NOT ON FILE'
003210                 TO AM-RESULT-TEXT
003220         NOT INVALID KEY
003230             IF KB-ARTICLE-IS-LIVE
003240                 MOVE 'REJECTED - NOT RETIRED'
003250                     TO AM-RESULT-TEXT
003260             ELSE
003270                 SET KB-ARTICLE-IS-LIVE TO TRUE
003280                 REWRITE KB-ARTICLE-RECORD
003290                 MOVE 'RETURNED TO SERVICE' TO AM-RESULT-TEXT
003300             END-IF
003310     END-READ
003320     .
003330 3950-AUDIT-ACCEPTED-ACTION.
003340     SET OA-ASK-AUDIT TO TRUE
003350     MOVE KX-USER-ID TO OA-OPERATOR-ID
003360     MOVE 'BOBKBMT ' TO OA-PROGRAM-ID
003370     MOVE KX-ACTION TO OA-ACTION
003380     MOVE SPACES TO OA-KEY-TEXT
003390     MOVE KX-ARTICLE-ID TO OA-KEY-TEXT
003400     CALL 'OPERAUTH' USING OA-PARMS
003410     .
003420* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
003430 4000-WRITE-SUMMARY.
003440     MOVE SPACES TO RPT-LINE
003450     WRITE RPT-LINE
003460     STRING 'APPLIED ' DELIMITED BY SIZE
003470            AM-APPLIED-COUNT DELIMITED BY SIZE
003480            '  REJECTED ' DELIMITED BY SIZE
003490            AM-REJECTED-COUNT DELIMITED BY SIZE
003500         INTO RPT-LINE
003510     WRITE RPT-LINE
003520     .
