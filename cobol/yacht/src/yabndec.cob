000010
000020* YABNDEC
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YABNDEC.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YABNDEC IS THE FLOOR MANAGER'S DECISION TRANSACTION FOR THE
000100* CARDS YACHTSWP MARKS ABANDONED.  THE MANAGER KEYS ONE LINE
000110* PER CARD INTO YABDTXN - THEIR OWN ID, THE SCORECARD KEY
000120* (PLAYER ID AND GAME START TIMESTAMP), AND THE DECISION:
000130*   'F' REFUND THE FULL ENTRY FEE,
000140*   'P' REFUND PART OF IT - THE AMOUNT KEYED MUST BE MORE THAN
000150*       ZERO AND LESS THAN THE FEE,
000160*   'N' NO REFUND.
000170* THE MANAGER IS CHECKED THROUGH OPERAUTH, THE CARD MUST BE ON
000180* YACHTSCF WITH THE ABANDONED STATUS, AND THE FEE IT IS
000190* MEASURED AGAINST IS THE ONE YFEEJNL SHOWS WAS ACTUALLY
000200* CHARGED FOR THAT CARD - A CARD WITH NO FEE ON THE JOURNAL CAN
000210* ONLY BE DECIDED 'N'.  EVERY DECISION IS WRITTEN TO YABDECF,
000220* AND A CARD ALREADY THERE IS REFUSED, SO NO CARD IS EVER
000230* DECIDED (OR REFUNDED) TWICE.  A REFUND IS POSTED TO YFEEJNL AS
000240* A NEGATIVE CASH FEE AGAINST THE SAME CARD KEY, TERMINAL, AND
000250* BAND, SO YDRWRCN TAKES IT OUT OF THE TERMINAL'S DRAWER AND
000260* GLDAILY CARRIES IT TO THE LEDGER AS A NEGATIVE 'TF' ENTRY.
000270* AN APPLIED-OR-REJECTED LINE PER TRANSACTION AND A TOTALS LINE
000280* GO TO YABDRPT.
000290*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 RJ    ORIGINAL PROGRAM
000320*   2026-10-15 RJ    THE REFUND IS POSTED AGAINST THE SITE OF THE
000320*                    ORIGINAL FEE (THE CARD'S SITE WHEN THE FEE
000320*                    CANNOT BE FOUND)
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT YABDTXN ASSIGN TO "YABDTXN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS AB-TXN-STATUS.
000420     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS YS-SCORECARD-KEY
000460         FILE STATUS IS AB-SCF-STATUS.
000470     SELECT YABDECF ASSIGN TO "YABDECF"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS AD-SCORECARD-KEY
000510         FILE STATUS IS AB-DEC-STATUS.
000520     SELECT YFEEJNL ASSIGN TO "YFEEJNL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS AB-FEE-STATUS.
000550     SELECT YABDRPT ASSIGN TO "YABDRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS AB-RPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  YABDTXN.
000610 01  AT-RECORD.
000620     05  AT-MANAGER-ID          PIC X(08).
000630     05  AT-SCORECARD-KEY.
000640         10  AT-PLAYER-ID       PIC X(10).
000650         10  AT-GAME-START-TS   PIC X(15).
000660     05  AT-DECISION            PIC X(01).
000670         88  AT-REFUND-FULL         VALUE 'F'.
000680         88  AT-REFUND-PARTIAL      VALUE 'P'.
000690         88  AT-REFUND-NONE         VALUE 'N'.
000700     05  AT-REFUND-AMT          PIC 9(03)V99.
000710 FD  YACHTSCF.
000720 COPY "YACHTSC.cpy".
000730 FD  YABDECF.
000740 COPY "YABDEC.cpy".
000750 FD  YFEEJNL.
000760 COPY "YFEEJ.cpy".
000770 FD  YABDRPT
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  RPT-LINE                   PIC X(80).
000800 WORKING-STORAGE SECTION.
000810 01  AB-WORK-FIELDS.
000820     05  AB-TXN-STATUS          PIC X(02) VALUE SPACES.
000830         88  AB-TXN-OK              VALUE '00'.
000840         88  AB-TXN-EOF             VALUE '10'.
000850     05  AB-SCF-STATUS          PIC X(02) VALUE SPACES.
000860         88  AB-SCF-OK              VALUE '00'.
000870     05  AB-SCF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000880         88  AB-SCF-FILE-IS-OPEN    VALUE 'Y'.
000890     05  AB-DEC-STATUS          PIC X(02) VALUE SPACES.
000900         88  AB-DEC-OK              VALUE '00'.
000910         88  AB-DEC-NOT-FOUND       VALUE '35'.
000920     05  AB-FEE-STATUS          PIC X(02) VALUE SPACES.
000930         88  AB-FEE-OK              VALUE '00'.
000940     05  AB-FEE-EOF-FLAG        PIC X(01) VALUE 'N'.
000950         88  AB-FEE-JNL-AT-END      VALUE 'Y'.
000960     05  AB-RPT-STATUS          PIC X(02) VALUE SPACES.
000970     05  AB-CURRENT-TS          PIC X(21) VALUE SPACES.
000980     05  AB-RUN-DATE            PIC X(08) VALUE SPACES.
000990     05  AB-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
001000     05  AB-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
001010     05  AB-REFUND-TOTAL        PIC 9(07)V99 VALUE ZERO.
001020     05  AB-RESULT-TEXT         PIC X(40) VALUE SPACES.
001030     05  AB-AMOUNT-ED           PIC ZZ9.99.
001040     05  AB-FEE-ED              PIC ZZ9.99.
001050     05  AB-TOTAL-ED            PIC ZZZZZZ9.99.
001060* THE FEE YFEEJNL SHOWS WAS CHARGED FOR THE CARD, AND THE
001070* REFUND DECIDED AGAINST IT.
001080 01  AB-FEE-WORK.
001090     05  AB-FEE-FOUND-FLAG      PIC X(01) VALUE 'N'.
001100         88  AB-FEE-WAS-FOUND       VALUE 'Y'.
001110     05  AB-FEE-CHARGED         PIC 9(03)V99 VALUE ZERO.
001120     05  AB-FEE-TERMINAL-ID     PIC X(08) VALUE SPACES.
001130     05  AB-FEE-SCHED-KEY       PIC X(14) VALUE SPACES.
001130     05  AB-FEE-SITE-CODE       PIC X(02) VALUE SPACES.
001140     05  AB-FEE-BAND-CODE       PIC X(04) VALUE SPACES.
001150     05  AB-REFUND-AMT          PIC 9(03)V99 VALUE ZERO.
001160 COPY "OPAUTHLK.cpy".
001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE
001200     PERFORM 2000-READ-NEXT-TRANSACTION
001210     PERFORM UNTIL AB-TXN-EOF
001220         IF AT-RECORD NOT = SPACES
001230             PERFORM 3000-APPLY-TRANSACTION
001240         END-IF
001250         PERFORM 2000-READ-NEXT-TRANSACTION
001260     END-PERFORM
001270     PERFORM 4000-WRITE-SUMMARY
001280     CLOSE YABDTXN YABDECF YABDRPT
001290     IF AB-SCF-FILE-IS-OPEN
001300         CLOSE YACHTSCF
001310     END-IF
001320     GOBACK.
001330 1000-INITIALIZE.
001340     MOVE FUNCTION CURRENT-DATE TO AB-CURRENT-TS
001350     MOVE AB-CURRENT-TS(1:8) TO AB-RUN-DATE
001360     OPEN INPUT YABDTXN
001370     OPEN OUTPUT YABDRPT
001380     OPEN I-O YABDECF
001390     IF AB-DEC-NOT-FOUND
001400         OPEN OUTPUT YABDECF
001410         CLOSE YABDECF
001420         OPEN I-O YABDECF
001430     END-IF
001440     OPEN INPUT YACHTSCF
001450     IF AB-SCF-OK
001460         SET AB-SCF-FILE-IS-OPEN TO TRUE
001470     END-IF
001480     MOVE 'ABANDONED-GAME REFUND DECISIONS' TO RPT-LINE
001490     WRITE RPT-LINE
001500     .
001510 2000-READ-NEXT-TRANSACTION.
001520     READ YABDTXN
001530         AT END
001540             SET AB-TXN-EOF TO TRUE
001550     END-READ
001560     .
001570* 3000-APPLY-TRANSACTION - CHECK THE MANAGER, THE CARD, AND
001580* THAT IT IS STILL UNDECIDED, MEASURE THE DECISION AGAINST THE
001590* FEE CHARGED, THEN RECORD IT AND POST ANY REFUND.
001600 3000-APPLY-TRANSACTION.
001610     MOVE SPACES TO AB-RESULT-TEXT
001620     MOVE ZERO TO AB-REFUND-AMT
001630     PERFORM 3020-CHECK-OPERATOR
001640     IF AB-RESULT-TEXT = SPACES
001650         PERFORM 3040-CHECK-CARD
001660     END-IF
001670     IF AB-RESULT-TEXT = SPACES
001680         PERFORM 3060-CHECK-NOT-DECIDED
001690     END-IF
001700     IF AB-RESULT-TEXT = SPACES
001710         PERFORM 3080-FIND-FEE-CHARGED
001720         PERFORM 3100-VALIDATE-DECISION
001730     END-IF
001740     IF AB-RESULT-TEXT = SPACES
001750         PERFORM 3200-RECORD-DECISION
001760     END-IF
001770     IF AB-RESULT-TEXT(1:8) = 'REJECTED'
001780         ADD 1 TO AB-REJECTED-COUNT
001790     ELSE
001800         ADD 1 TO AB-APPLIED-COUNT
001810         ADD AB-REFUND-AMT TO AB-REFUND-TOTAL
001820         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001830     END-IF
001840     MOVE SPACES TO RPT-LINE
001850     STRING AT-DECISION      DELIMITED BY SIZE
001860            ' '              DELIMITED BY SIZE
001870            AT-PLAYER-ID     DELIMITED BY SIZE
001880            ' '              DELIMITED BY SIZE
001890            AT-GAME-START-TS DELIMITED BY SIZE
001900            ' '              DELIMITED BY SIZE
001910            AB-RESULT-TEXT   DELIMITED BY SIZE
001920         INTO RPT-LINE
001930     WRITE RPT-LINE
001940     .
001950* 3020-CHECK-OPERATOR - THE DECIDING MANAGER MUST BE AUTHORIZED
001960* FOR THIS PROGRAM ON THE OPERATOR MASTER.
001970 3020-CHECK-OPERATOR.
001980     MOVE SPACES TO OA-PARMS
001990     SET OA-ASK-CHECK TO TRUE
002000     MOVE AT-MANAGER-ID TO OA-OPERATOR-ID
002010     MOVE 'YABNDEC ' TO OA-PROGRAM-ID
002020     CALL 'OPERAUTH' USING OA-PARMS
002030     IF OA-OPERATOR-DENIED
002040         MOVE 'REJECTED - MANAGER NOT AUTHORIZED'
002050             TO AB-RESULT-TEXT
002060     END-IF
002070     .
002080* 3040-CHECK-CARD - ONLY A CARD THE SWEEPER MARKED ABANDONED IS
002090* DECIDED HERE.
002100 3040-CHECK-CARD.
002110     IF NOT AB-SCF-FILE-IS-OPEN
002120         MOVE 'REJECTED - CARD NOT ON FILE' TO AB-RESULT-TEXT
002130     ELSE
002140         MOVE AT-SCORECARD-KEY TO YS-SCORECARD-KEY
002150         READ YACHTSCF
002160             INVALID KEY
002170                 MOVE 'REJECTED - CARD NOT ON FILE'
002180                     TO AB-RESULT-TEXT
002190             NOT INVALID KEY
002200                 IF NOT YS-GAME-IS-ABANDONED
002210                     MOVE 'REJECTED - CARD NOT ABANDONED'
002220                         TO AB-RESULT-TEXT
002230                 END-IF
002240         END-READ
002250     END-IF
002260     .
002270 3060-CHECK-NOT-DECIDED.
002280     MOVE AT-SCORECARD-KEY TO AD-SCORECARD-KEY
002290     READ YABDECF
002300         INVALID KEY
002310             CONTINUE
002320         NOT INVALID KEY
002330             MOVE 'REJECTED - CARD ALREADY DECIDED'
002340                 TO AB-RESULT-TEXT
002350     END-READ
002360     .
002370* 3080-FIND-FEE-CHARGED - THE FEE RECORD YACHTONL POSTED WHEN
002380* THE CARD WAS OPENED.
002390 3080-FIND-FEE-CHARGED.
002400     MOVE 'N' TO AB-FEE-FOUND-FLAG
002410     MOVE ZERO TO AB-FEE-CHARGED
002420     MOVE YS-TERMINAL-ID TO AB-FEE-TERMINAL-ID
002430     MOVE SPACES TO AB-FEE-SCHED-KEY
002440     MOVE SPACES TO AB-FEE-BAND-CODE
002440     MOVE YS-SITE-CODE TO AB-FEE-SITE-CODE
002450     MOVE 'N' TO AB-FEE-EOF-FLAG
002460     MOVE SPACES TO AB-FEE-STATUS
002470     OPEN INPUT YFEEJNL
002480     IF AB-FEE-OK
002490         PERFORM UNTIL AB-FEE-JNL-AT-END
002500                 OR AB-FEE-WAS-FOUND
002510             READ YFEEJNL
002520                 AT END
002530                     SET AB-FEE-JNL-AT-END TO TRUE
002540                 NOT AT END
002550                     IF FJ-PLAYER-ID = AT-PLAYER-ID
002560                             AND FJ-GAME-START-TS
002570                                 = AT-GAME-START-TS
002580                             AND NOT FJ-FEE-IS-REFUND
002590                         SET AB-FEE-WAS-FOUND TO TRUE
002600                         MOVE FJ-FEE-AMT TO AB-FEE-CHARGED
002610                         MOVE FJ-TERMINAL-ID
002620                             TO AB-FEE-TERMINAL-ID
002630                         MOVE FJ-SCHED-KEY TO AB-FEE-SCHED-KEY
002640                         MOVE FJ-BAND-CODE TO AB-FEE-BAND-CODE
002640                         MOVE FJ-SITE-CODE TO AB-FEE-SITE-CODE
002650                     END-IF
002660             END-READ
002670         END-PERFORM
002680         CLOSE YFEEJNL
002690     END-IF
002700     .
002710* 3100-VALIDATE-DECISION - A REFUND NEEDS A FEE TO REFUND, AND
002720* A PARTIAL ONE MUST COME IN UNDER IT.
002730 3100-VALIDATE-DECISION.
002740     EVALUATE TRUE
002750         WHEN AT-REFUND-NONE
002760             MOVE ZERO TO AB-REFUND-AMT
002770         WHEN NOT AT-REFUND-FULL AND NOT AT-REFUND-PARTIAL
002780             MOVE 'REJECTED - BAD DECISION CODE'
002790                 TO AB-RESULT-TEXT
002800         WHEN NOT AB-FEE-WAS-FOUND OR AB-FEE-CHARGED = ZERO
002810             MOVE 'REJECTED - NO FEE CHARGED FOR CARD'
002820                 TO AB-RESULT-TEXT
002830         WHEN AT-REFUND-FULL
002840             MOVE AB-FEE-CHARGED TO AB-REFUND-AMT
002850         WHEN AT-REFUND-AMT IS NOT NUMERIC
002860                 OR AT-REFUND-AMT = ZERO
002870             MOVE 'REJECTED - NO PARTIAL AMOUNT GIVEN'
002880                 TO AB-RESULT-TEXT
002890         WHEN AT-REFUND-AMT NOT < AB-FEE-CHARGED
002900             MOVE 'REJECTED - PARTIAL NOT LESS THAN FEE'
002910                 TO AB-RESULT-TEXT
002920         WHEN OTHER
002930             MOVE AT-REFUND-AMT TO AB-REFUND-AMT
002940     END-EVALUATE
002950     .
002960* 3200-RECORD-DECISION - THE DECISION ROW FIRST, SO A CARD IS
002970* NEVER REFUNDED WITHOUT BEING MARKED DECIDED, THEN THE REFUND.
002980 3200-RECORD-DECISION.
002990     MOVE AT-SCORECARD-KEY   TO AD-SCORECARD-KEY
003000     MOVE AT-DECISION        TO AD-DECISION
003010     MOVE AB-FEE-CHARGED     TO AD-FEE-CHARGED
003020     MOVE AB-REFUND-AMT      TO AD-REFUND-AMT
003030     MOVE AB-FEE-TERMINAL-ID TO AD-TERMINAL-ID
003040     MOVE AB-RUN-DATE        TO AD-DECIDED-DATE
003050     MOVE AT-MANAGER-ID      TO AD-DECIDED-BY
003060     WRITE AD-DECISION-RECORD
003070         INVALID KEY
003080             MOVE 'REJECTED - CARD ALREADY DECIDED'
003090                 TO AB-RESULT-TEXT
003100         NOT INVALID KEY
003110             IF AB-REFUND-AMT > ZERO
003120                 PERFORM 3300-POST-REFUND
003130                 MOVE AB-REFUND-AMT TO AB-AMOUNT-ED
003140                 MOVE AB-FEE-CHARGED TO AB-FEE-ED
003150                 STRING 'REFUNDED ' DELIMITED BY SIZE
003160                        AB-AMOUNT-ED DELIMITED BY SIZE
003170                        ' OF FEE ' DELIMITED BY SIZE
003180                        AB-FEE-ED DELIMITED BY SIZE
003190                     INTO AB-RESULT-TEXT
003200             ELSE
003210                 MOVE 'DECIDED - NO REFUND' TO AB-RESULT-TEXT
003220             END-IF
003230     END-WRITE
003240     .
003250* 3300-POST-REFUND - A NEGATIVE CASH FEE ON THE CARD'S OWN
003260* TERMINAL AND BAND, SO THE DRAWER AND THE LEDGER BOTH NET IT.
003270 3300-POST-REFUND.
003280     MOVE SPACES TO AB-FEE-STATUS
003290     OPEN EXTEND YFEEJNL
003300     IF AB-FEE-STATUS NOT = '00'
003310         OPEN OUTPUT YFEEJNL
003320     END-IF
003330     MOVE FUNCTION CURRENT-DATE TO FJ-TIMESTAMP
003340     MOVE AB-FEE-TERMINAL-ID TO FJ-TERMINAL-ID
003350     MOVE AT-PLAYER-ID       TO FJ-PLAYER-ID
003360     MOVE AT-GAME-START-TS   TO FJ-GAME-START-TS
003370     COMPUTE FJ-FEE-AMT = ZERO - AB-REFUND-AMT
003380     MOVE AB-FEE-SCHED-KEY   TO FJ-SCHED-KEY
003390     MOVE AB-FEE-BAND-CODE   TO FJ-BAND-CODE
003400     MOVE 'C' TO FJ-PAY-METHOD
003410     MOVE SPACES TO FJ-SV-CARD-NUMBER
003410     MOVE AB-FEE-SITE-CODE   TO FJ-SITE-CODE
003420     WRITE FJ-FEE-RECORD
003430     CLOSE YFEEJNL
003440     .
003450 3950-AUDIT-ACCEPTED-ACTION.
003460     SET OA-ASK-AUDIT TO TRUE
003470     MOVE AT-MANAGER-ID TO OA-OPERATOR-ID
003480     MOVE 'YABNDEC ' TO OA-PROGRAM-ID
003490     MOVE AT-DECISION TO OA-ACTION
003500     MOVE SPACES TO OA-KEY-TEXT
003510     MOVE AT-SCORECARD-KEY TO OA-KEY-TEXT
003520     CALL 'OPERAUTH' USING OA-PARMS
003530     .
003540* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
003550 4000-WRITE-SUMMARY.
003560     MOVE SPACES TO RPT-LINE
003570     WRITE RPT-LINE
003580     MOVE AB-REFUND-TOTAL TO AB-TOTAL-ED
003590     STRING 'APPLIED ' DELIMITED BY SIZE
003600            AB-APPLIED-COUNT DELIMITED BY SIZE
003610            '  REJECTED ' DELIMITED BY SIZE
003620            AB-REJECTED-COUNT DELIMITED BY SIZE
003630            '  REFUNDED ' DELIMITED BY SIZE
003640            AB-TOTAL-ED DELIMITED BY SIZE
003650         INTO RPT-LINE
003660     WRITE RPT-LINE
003670     .
