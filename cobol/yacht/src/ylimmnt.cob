000010
000020* YLIMMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YLIMMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YLIMMNT IS THE DESK MAINTENANCE TRANSACTION FOR THE YPLIMF
000100* RESPONSIBLE-PLAY LIMIT FILE.  THE DESK KEYS ONE TRANSACTION
000110* PER LINE INTO YLIMTXN - 'A' ADD, 'C' CHANGE, 'D' DELETE, EACH
000120* CARRYING THE KEYING USER'S ID - AND THIS PROGRAM APPLIES THEM
000130* AFTER CHECKING THE USER THROUGH OPERAUTH.  THE PLAYER MUST BE
000140* ON THE YPLAYERF REGISTRATION MASTER AND AN EXCLUSION END DATE,
000150* WHEN GIVEN, MUST PASS DATEVAL.
000160*
000170* A SELF-EXCLUSION IS A PROMISE TO THE PLAYER AS MUCH AS A
000180* SETTING: WHILE ONE IS STILL RUNNING IT MAY BE EXTENDED BUT
000190* NOT SHORTENED, AND THE ROW MAY NOT BE DELETED, HOWEVER HARD
000200* THE PLAYER LEANS ON THE DESK.  EVERY APPLIED CHANGE WRITES A
000210* BEFORE/AFTER IMAGE TO YLIMAUDF AND A SECAUDF SECURITY AUDIT
000220* RECORD.  AN APPLIED-OR-REJECTED LINE PER TRANSACTION AND A
000230* TOTALS LINE GO TO YLIMMRPT.
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
000340     SELECT YLIMTXN ASSIGN TO "YLIMTXN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS LM-TXN-STATUS.
000370     SELECT YPLIMF ASSIGN TO "YPLIMF"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS PM-PLAYER-ID
000410         FILE STATUS IS LM-LIM-STATUS.
000420     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS YP-PLAYER-ID
000460         FILE STATUS IS LM-PLF-STATUS.
000470     SELECT YLIMAUDF ASSIGN TO "YLIMAUDF"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS LM-AUD-STATUS.
000500     SELECT YLIMMRPT ASSIGN TO "YLIMMRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS LM-RPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  YLIMTXN.
000560 01  LT-RECORD.
000570     05  LT-ACTION              PIC X(01).
000580         88  LT-ACTION-ADD          VALUE 'A'.
000590         88  LT-ACTION-CHANGE       VALUE 'C'.
000600         88  LT-ACTION-DELETE       VALUE 'D'.
000610     05  LT-USER-ID             PIC X(08).
000620     05  LT-PLAYER-ID           PIC X(10).
000630     05  LT-DAILY-CARD-LIMIT    PIC 9(03).
000640     05  LT-DAILY-SPEND-LIMIT   PIC 9(05)V99.
000650     05  LT-EXCLUDE-END-DATE    PIC X(08).
000660 FD  YPLIMF.
000670 COPY "YPLIMIT.cpy".
000680 FD  YPLAYERF.
000690 COPY "YPLAYER.cpy".
000700 FD  YLIMAUDF.
000710 01  LA-AUDIT-RECORD.
000720     05  LA-TIMESTAMP           PIC X(21).
000730     05  LA-USER-ID             PIC X(08).
000740     05  LA-ACTION              PIC X(01).
000750     05  LA-PLAYER-ID           PIC X(10).
000760     05  LA-BEFORE-IMAGE        PIC X(18).
000770     05  LA-AFTER-IMAGE         PIC X(18).
000780 FD  YLIMMRPT
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  RPT-LINE                   PIC X(80).
000810 WORKING-STORAGE SECTION.
000820 01  LM-WORK-FIELDS.
000830     05  LM-TXN-STATUS          PIC X(02) VALUE SPACES.
000840         88  LM-TXN-OK              VALUE '00'.
000850         88  LM-TXN-EOF             VALUE '10'.
000860     05  LM-LIM-STATUS          PIC X(02) VALUE SPACES.
000870         88  LM-LIM-OK              VALUE '00'.
000880         88  LM-LIM-NOT-FOUND       VALUE '35'.
000890     05  LM-PLF-STATUS          PIC X(02) VALUE SPACES.
000900         88  LM-PLF-OK              VALUE '00'.
000910     05  LM-AUD-STATUS          PIC X(02) VALUE SPACES.
000920     05  LM-RPT-STATUS          PIC X(02) VALUE SPACES.
000930     05  LM-CURRENT-TS          PIC X(21) VALUE SPACES.
000940     05  LM-RUN-DATE            PIC X(08) VALUE SPACES.
000950     05  LM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000960     05  LM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000970     05  LM-BEFORE-IMAGE        PIC X(18) VALUE SPACES.
000980     05  LM-AFTER-IMAGE         PIC X(18) VALUE SPACES.
000990     05  LM-RESULT-TEXT         PIC X(40) VALUE SPACES.
001000* THE LIMIT PART OF A ROW AS IT GOES ON THE AUDIT IMAGE.
001010 01  LM-IMAGE-WORK.
001020     05  LM-IMAGE-CARD-LIMIT    PIC 9(03).
001030     05  LM-IMAGE-SPEND-LIMIT   PIC 9(05)V99.
001040     05  LM-IMAGE-EXCLUDE-END   PIC X(08).
001050 COPY "OPAUTHLK.cpy".
001060 COPY "DATEVAL.cpy".
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE
001100     PERFORM 2000-READ-NEXT-TRANSACTION
001110     PERFORM UNTIL LM-TXN-EOF
001120         IF LT-RECORD NOT = SPACES
001130             PERFORM 3000-APPLY-TRANSACTION
001140         END-IF
001150         PERFORM 2000-READ-NEXT-TRANSACTION
001160     END-PERFORM
001170     PERFORM 4000-WRITE-SUMMARY
001180     CLOSE YLIMTXN YPLIMF YLIMAUDF YLIMMRPT
001190     IF LM-PLF-OK
001200         CLOSE YPLAYERF
001210     END-IF
001220     GOBACK.
001230 1000-INITIALIZE.
001240     MOVE FUNCTION CURRENT-DATE TO LM-CURRENT-TS
001250     MOVE LM-CURRENT-TS(1:8) TO LM-RUN-DATE
001260     OPEN INPUT YLIMTXN
001270     OPEN OUTPUT YLIMMRPT
001280     OPEN I-O YPLIMF
001290     IF LM-LIM-NOT-FOUND
001300         OPEN OUTPUT YPLIMF
001310         CLOSE YPLIMF
001320         OPEN I-O YPLIMF
001330     END-IF
001340     OPEN INPUT YPLAYERF
001350     OPEN EXTEND YLIMAUDF
001360     IF LM-AUD-STATUS NOT = '00'
001370         OPEN OUTPUT YLIMAUDF
001380     END-IF
001390     MOVE 'RESPONSIBLE-PLAY LIMIT MAINTENANCE' TO RPT-LINE
001400     WRITE RPT-LINE
001410     .
001420 2000-READ-NEXT-TRANSACTION.
001430     READ YLIMTXN
001440         AT END
001450             SET LM-TXN-EOF TO TRUE
001460     END-READ
001470     .
001480* 3000-APPLY-TRANSACTION - CHECK THE OPERATOR AND THE PLAYER,
001490* ROUTE BY ACTION CODE, AUDIT EVERY APPLIED CHANGE, AND WRITE
001500* THE APPLIED-OR-REJECTED LINE.
001510 3000-APPLY-TRANSACTION.
001520     MOVE SPACES TO LM-RESULT-TEXT
001530     MOVE SPACES TO LM-BEFORE-IMAGE
001540     MOVE SPACES TO LM-AFTER-IMAGE
001550     PERFORM 3020-CHECK-OPERATOR
001560     IF LM-RESULT-TEXT = SPACES
001570         PERFORM 3040-CHECK-PLAYER
001580     END-IF
001590     IF LM-RESULT-TEXT = SPACES AND NOT LT-ACTION-DELETE
001600         PERFORM 3060-VALIDATE-EXCLUSION-DATE
001610     END-IF
001620     IF LM-RESULT-TEXT = SPACES
001630         EVALUATE TRUE
001640             WHEN LT-ACTION-ADD
001650                 PERFORM 3100-ADD-LIMIT
001660             WHEN LT-ACTION-CHANGE
001670                 PERFORM 3200-CHANGE-LIMIT
001680             WHEN LT-ACTION-DELETE
001690                 PERFORM 3300-DELETE-LIMIT
001700             WHEN OTHER
001710                 MOVE 'REJECTED - BAD ACTION CODE'
001720                     TO LM-RESULT-TEXT
001730         END-EVALUATE
001740     END-IF
001750     IF LM-RESULT-TEXT(1:8) = 'REJECTED'
001760         ADD 1 TO LM-REJECTED-COUNT
001770     ELSE
001780         ADD 1 TO LM-APPLIED-COUNT
001790         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001800     END-IF
001810     MOVE SPACES TO RPT-LINE
001820     STRING LT-ACTION      DELIMITED BY SIZE
001830            ' '            DELIMITED BY SIZE
001840            LT-PLAYER-ID   DELIMITED BY SIZE
001850            ' '            DELIMITED BY SIZE
001860            LM-RESULT-TEXT DELIMITED BY SIZE
001870         INTO RPT-LINE
001880     WRITE RPT-LINE
001890     .
001900* 3020-CHECK-OPERATOR - THE KEYING USER MUST BE AUTHORIZED
001910* FOR THIS PROGRAM ON THE OPERATOR MASTER.
001920 3020-CHECK-OPERATOR.
001930     MOVE SPACES TO OA-PARMS
001940     SET OA-ASK-CHECK TO TRUE
001950     MOVE LT-USER-ID TO OA-OPERATOR-ID
001960     MOVE 'YLIMMNT ' TO OA-PROGRAM-ID
001970     CALL 'OPERAUTH' USING OA-PARMS
001980     IF OA-OPERATOR-DENIED
001990         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
002000             TO LM-RESULT-TEXT
002010     END-IF
002020     .
002030* 3040-CHECK-PLAYER - AN ADD OR CHANGE MUST NAME A REGISTERED
002040* PLAYER.  A DELETE MAY CLEAN UP AFTER A PLAYER ALREADY GONE.
002050 3040-CHECK-PLAYER.
002060     IF NOT LT-ACTION-DELETE
002070         IF NOT LM-PLF-OK
002080             MOVE 'REJECTED - PLAYER NOT REGISTERED'
002090                 TO LM-RESULT-TEXT
002100         ELSE
002110             MOVE LT-PLAYER-ID TO YP-PLAYER-ID
002120             READ YPLAYERF
002130                 INVALID KEY
002140                     MOVE 'REJECTED - PLAYER NOT REGISTERED'
002150                         TO LM-RESULT-TEXT
002160             END-READ
002170         END-IF
002180     END-IF
002190     .
002200 3060-VALIDATE-EXCLUSION-DATE.
002210     IF LT-EXCLUDE-END-DATE NOT = SPACES
002220         IF LT-EXCLUDE-END-DATE IS NOT NUMERIC
002230             MOVE 'REJECTED - BAD EXCLUSION DATE'
002240                 TO LM-RESULT-TEXT
002250         ELSE
002260             MOVE SPACES TO DV-PARMS
002270             MOVE LT-EXCLUDE-END-DATE(1:4) TO DV-YEAR
002280             MOVE LT-EXCLUDE-END-DATE(5:2) TO DV-MONTH
002290             MOVE LT-EXCLUDE-END-DATE(7:2) TO DV-DAY
002300             CALL 'DATEVAL' USING DV-PARMS
002310             IF DV-DATE-IS-NOT-VALID
002320                 MOVE 'REJECTED - BAD EXCLUSION DATE'
002330                     TO LM-RESULT-TEXT
002340             END-IF
002350         END-IF
002360     END-IF
002370     .
002380 3100-ADD-LIMIT.
002390     MOVE LT-PLAYER-ID TO PM-PLAYER-ID
002400     PERFORM 3400-LOAD-LIMITS
002410     WRITE PM-LIMIT-RECORD
002420         INVALID KEY
002430             MOVE 'REJECTED - ALREADY ON FILE'
002440                 TO LM-RESULT-TEXT
002450         NOT INVALID KEY
002460             PERFORM 3450-TAKE-IMAGE
002470             MOVE LM-IMAGE-WORK TO LM-AFTER-IMAGE
002480             PERFORM 3500-WRITE-AUDIT-IMAGE
002490             MOVE 'ADDED' TO LM-RESULT-TEXT
002500     END-WRITE
002510     .
002520* 3200-CHANGE-LIMIT - A RUNNING EXCLUSION MAY ONLY MOVE LATER.
002530 3200-CHANGE-LIMIT.
002540     MOVE LT-PLAYER-ID TO PM-PLAYER-ID
002550     READ YPLIMF
002560         INVALID KEY
002570             MOVE 'REJECTED - NOT ON FILE'
002580                 TO LM-RESULT-TEXT
002590         NOT INVALID KEY
002600             IF NOT PM-NO-EXCLUSION
002610                     AND PM-EXCLUDE-END-DATE NOT < LM-RUN-DATE
002620                     AND (LT-EXCLUDE-END-DATE = SPACES
002630                       OR LT-EXCLUDE-END-DATE
002640                           < PM-EXCLUDE-END-DATE)
002650                 MOVE 'REJECTED - EXCLUSION CANNOT BE SHORTENED'
002660                     TO LM-RESULT-TEXT
002670             ELSE
002680                 PERFORM 3450-TAKE-IMAGE
002690                 MOVE LM-IMAGE-WORK TO LM-BEFORE-IMAGE
002700                 PERFORM 3400-LOAD-LIMITS
002710                 REWRITE PM-LIMIT-RECORD
002720                 PERFORM 3450-TAKE-IMAGE
002730                 MOVE LM-IMAGE-WORK TO LM-AFTER-IMAGE
002740                 PERFORM 3500-WRITE-AUDIT-IMAGE
002750                 MOVE 'CHANGED' TO LM-RESULT-TEXT
002760             END-IF
002770     END-READ
002780     .
002790* 3300-DELETE-LIMIT - NOT WHILE AN EXCLUSION IS STILL RUNNING.
002800 3300-DELETE-LIMIT.
002810     MOVE LT-PLAYER-ID TO PM-PLAYER-ID
002820     READ YPLIMF
002830         INVALID KEY
002840             MOVE 'REJECTED - NOT ON FILE'
002850                 TO LM-RESULT-TEXT
002860         NOT INVALID KEY
002870             IF NOT PM-NO-EXCLUSION
002880                     AND PM-EXCLUDE-END-DATE NOT < LM-RUN-DATE
002890                 MOVE 'REJECTED - EXCLUSION STILL ACTIVE'
002900                     TO LM-RESULT-TEXT
002910             ELSE
002920                 PERFORM 3450-TAKE-IMAGE
002930                 MOVE LM-IMAGE-WORK TO LM-BEFORE-IMAGE
002940                 DELETE YPLIMF RECORD
002950                 PERFORM 3500-WRITE-AUDIT-IMAGE
002960                 MOVE 'DELETED' TO LM-RESULT-TEXT
002970             END-IF
002980     END-READ
002990     .
003000 3400-LOAD-LIMITS.
003010     MOVE LT-DAILY-CARD-LIMIT  TO PM-DAILY-CARD-LIMIT
003020     MOVE LT-DAILY-SPEND-LIMIT TO PM-DAILY-SPEND-LIMIT
003030     MOVE LT-EXCLUDE-END-DATE  TO PM-EXCLUDE-END-DATE
003040     MOVE LM-RUN-DATE          TO PM-LAST-SET-DATE
003050     MOVE LT-USER-ID           TO PM-LAST-SET-BY
003060     .
003070 3450-TAKE-IMAGE.
003080     MOVE PM-DAILY-CARD-LIMIT  TO LM-IMAGE-CARD-LIMIT
003090     MOVE PM-DAILY-SPEND-LIMIT TO LM-IMAGE-SPEND-LIMIT
003100     MOVE PM-EXCLUDE-END-DATE  TO LM-IMAGE-EXCLUDE-END
003110     .
003120* 3500-WRITE-AUDIT-IMAGE - ONE BEFORE/AFTER RECORD PER APPLIED
003130* CHANGE.  SPACES IN THE BEFORE IMAGE MEANS THE ROW DID NOT
003140* EXIST; SPACES IN THE AFTER IMAGE MEANS IT WAS DELETED.
003150 3500-WRITE-AUDIT-IMAGE.
003160     MOVE FUNCTION CURRENT-DATE TO LA-TIMESTAMP
003170     MOVE LT-USER-ID      TO LA-USER-ID
003180     MOVE LT-ACTION       TO LA-ACTION
003190     MOVE LT-PLAYER-ID    TO LA-PLAYER-ID
003200     MOVE LM-BEFORE-IMAGE TO LA-BEFORE-IMAGE
003210     MOVE LM-AFTER-IMAGE  TO LA-AFTER-IMAGE
003220     WRITE LA-AUDIT-RECORD
003230     .
003240 3950-AUDIT-ACCEPTED-ACTION.
003250     SET OA-ASK-AUDIT TO TRUE
003260     MOVE LT-USER-ID TO OA-OPERATOR-ID
003270     MOVE 'YLIMMNT ' TO OA-PROGRAM-ID
003280     MOVE LT-ACTION TO OA-ACTION
003290     MOVE SPACES TO OA-KEY-TEXT
003300     MOVE LT-PLAYER-ID TO OA-KEY-TEXT
003310     CALL 'OPERAUTH' USING OA-PARMS
003320     .
003330* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
003340 4000-WRITE-SUMMARY.
003350     MOVE SPACES TO RPT-LINE
003360     WRITE RPT-LINE
003370     STRING 'APPLIED ' DELIMITED BY SIZE
003380            LM-APPLIED-COUNT DELIMITED BY SIZE
003390            '  REJECTED ' DELIMITED BY SIZE
003400            LM-REJECTED-COUNT DELIMITED BY SIZE
003410         INTO RPT-LINE
003420     WRITE RPT-LINE
003430     .
