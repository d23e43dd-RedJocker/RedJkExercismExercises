000010
000020* YTAPFWD
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YTAPFWD.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YTAPFWD IS THE FORWARD-APPLY RUN FOR KIOSK TAPS TAKEN OFFLINE.
000100* WHILE YACHTSCF IS HELD BY A NIGHTLY BATCH ON THE YACHTLKF
000110* INTERLOCK, OR IS DOWN FOR A RESTORE, YACHTONL QUEUES EACH TAP ON
000120* THE TERMINAL'S OWN PENDING-TAPS FILE (YTAPPND FOLLOWED BY THE
000130* TERMINAL ID) AND GIVES THE PLAYER A PROVISIONAL SCORE.  ONCE THE
000140* FILE IS BACK, THIS RUN WALKS THE YTERMF TERMINAL MASTER AND, FOR
000150* EACH TERMINAL WITH A PENDING FILE, DRIVES EVERY TAP STILL
000160* PENDING BACK THROUGH YACHTONL IN SEQUENCE ORDER AS A
000170* FORWARD-APPLY CALL - SO ELIGIBILITY, FEES, THE YACHTAUDF AUDIT
000180* RECORD AND THE YTERMJNL JOURNAL RECORD ARE ALL EXACTLY WHAT THE
000190* LIVE TAP WOULD HAVE WRITTEN.  EACH TAP IS REWRITTEN AS APPLIED
000200* OR REJECTED WITH ITS OUTCOME; A TAP REJECTED BECAUSE THE
000210* CATEGORY WAS SCORED IN THE MEANTIME (OR FOR ANY OTHER REASON),
000220* OR APPLIED AT A SCORE OTHER THAN THE ONE THE PLAYER WAS SHOWN,
000230* IS LISTED ON THE YTAPFRPT EXCEPTIONS REPORT FOR THE FLOOR
000240* MANAGER.  A PENDING FILE WITH NOTHING LEFT TO POST IS
000250* EMPTIED.  IF THE LOCK IS STILL HELD, OR THE SCORECARD FILE GOES
000260* BUSY PART WAY THROUGH, THE REMAINING TAPS ARE LEFT PENDING FOR
000270* THE NEXT RUN, AND A RERUN NEVER POSTS A TAP TWICE.  RUN BY
000280* OPERATIONS AFTER ANY SCORECARD BATCH OR RESTORE, AND BY NIGHTRUN
000290* AT THE END OF A CLEAN NIGHT.
000300*
000310* MODIFICATION HISTORY
000320*   DATE       INIT  DESCRIPTION
000330*   2026-10-15 RJ    ORIGINAL PROGRAM
000330*   2026-10-15 RJ    THE QUEUED TAP'S OWN TIME IS PASSED TO
000330*                    YACHTONL IN YL-TAP-TS SO IT IS PRICED,
000330*                    LIMITED AND JOURNALED ON THE DAY IT WAS
000330*                    PLAYED
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT YTERMF ASSIGN TO "YTERMF"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS TR-TERMINAL-ID
000440         FILE STATUS IS FW-TRF-STATUS.
000450     SELECT YACHTLKF ASSIGN TO "YACHTLKF"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS FW-LCK-STATUS.
000480     SELECT YTAPPND ASSIGN TO DYNAMIC FW-PND-FILE-NAME
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FW-PND-STATUS.
000510     SELECT YTAPFRPT ASSIGN TO "YTAPFRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS FW-RPT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  YTERMF.
000570 COPY "YTERM.cpy".
000580 FD  YACHTLKF.
000590 01  LK-LOCK-RECORD.
000600     05  LK-HOLDER              PIC X(08).
000610     05  LK-LOCK-TS             PIC X(21).
000620 FD  YTAPPND.
000630 COPY "YTAPPND.cpy".
000640 FD  YTAPFRPT
000650     RECORD CONTAINS 100 CHARACTERS.
000660 01  RPT-LINE                   PIC X(100).
000670 WORKING-STORAGE SECTION.
000680 01  FW-WORK-FIELDS.
000690     05  FW-TRF-STATUS          PIC X(02) VALUE SPACES.
000700         88  FW-TRF-OK              VALUE '00'.
000710     05  FW-TRF-EOF-FLAG        PIC X(01) VALUE 'N'.
000720         88  FW-TRF-AT-END          VALUE 'Y'.
000730     05  FW-LCK-STATUS          PIC X(02) VALUE SPACES.
000740         88  FW-LCK-OK              VALUE '00'.
000750     05  FW-LOCK-HELD-FLAG      PIC X(01) VALUE 'N'.
000760         88  FW-LOCK-IS-HELD        VALUE 'Y'.
000770     05  FW-LOCK-HOLDER         PIC X(08) VALUE SPACES.
000780     05  FW-PND-FILE-NAME       PIC X(20) VALUE SPACES.
000790     05  FW-PND-STATUS          PIC X(02) VALUE SPACES.
000800         88  FW-PND-OK              VALUE '00'.
000810     05  FW-PND-EOF-FLAG        PIC X(01) VALUE 'N'.
000820         88  FW-PND-AT-END          VALUE 'Y'.
000830     05  FW-RPT-STATUS          PIC X(02) VALUE SPACES.
000840     05  FW-BUSY-FLAG           PIC X(01) VALUE 'N'.
000850         88  FW-SCORECARD-WENT-BUSY VALUE 'Y'.
000860     05  FW-CURRENT-TS          PIC X(21) VALUE SPACES.
000870     05  FW-REASON              PIC X(24) VALUE SPACES.
000880     05  FW-FILE-LEFT           PIC 9(07) VALUE ZERO.
000890     05  FW-FILE-COUNT          PIC 9(05) VALUE ZERO.
000900     05  FW-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000910     05  FW-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000920     05  FW-DIFFER-COUNT        PIC 9(07) VALUE ZERO.
000930     05  FW-LEFT-COUNT          PIC 9(07) VALUE ZERO.
000940     05  FW-SEQ-ED              PIC ZZZZZZ9.
000950     05  FW-PROV-ED             PIC ZZZ9.
000960     05  FW-APPL-ED             PIC ZZZ9.
000970     05  FW-FILES-ED            PIC ZZZZ9.
000980     05  FW-APPLIED-ED          PIC ZZZZZZ9.
000990     05  FW-REJECTED-ED         PIC ZZZZZZ9.
001000     05  FW-DIFFER-ED           PIC ZZZZZZ9.
001010     05  FW-LEFT-ED             PIC ZZZZZZ9.
001020 COPY "YACHTLNK.cpy".
001030 PROCEDURE DIVISION.
001040 0000-MAINLINE.
001050     MOVE FUNCTION CURRENT-DATE TO FW-CURRENT-TS
001060     OPEN OUTPUT YTAPFRPT
001070     MOVE 'KIOSK OFFLINE TAPS - FORWARD-APPLY EXCEPTIONS'
001080         TO RPT-LINE
001090     WRITE RPT-LINE
001100     MOVE SPACES TO RPT-LINE
001110     STRING 'TERMINAL  SEQ NO TAPPED       ' DELIMITED BY SIZE
001120            'PLAYER     CATEGORY        '   DELIMITED BY SIZE
001130            'PROV APPL REASON'              DELIMITED BY SIZE
001140         INTO RPT-LINE
001150     WRITE RPT-LINE
001160     PERFORM 1000-CHECK-BATCH-LOCK
001170     IF FW-LOCK-IS-HELD
001180         MOVE SPACES TO RPT-LINE
001190         STRING 'SCORECARD FILE STILL LOCKED BY '
001200                    DELIMITED BY SIZE
001210                FW-LOCK-HOLDER DELIMITED BY SPACE
001220                ' - NO TAPS APPLIED' DELIMITED BY SIZE
001230             INTO RPT-LINE
001240         WRITE RPT-LINE
001250     ELSE
001260         PERFORM 2000-APPLY-ALL-TERMINALS
001270     END-IF
001280     PERFORM 9000-WRITE-TOTALS
001290     CLOSE YTAPFRPT
001300     MOVE ZERO TO RETURN-CODE
001310     GOBACK.
001320* 1000-CHECK-BATCH-LOCK - A NAME ON YACHTLKF MEANS A BATCH STILL
001330* HAS THE SCORECARD FILE; NOTHING CAN BE POSTED UNTIL IT CLEARS.
001340* NO LOCK FILE AT ALL MEANS NO BATCH IS RUNNING.
001350 1000-CHECK-BATCH-LOCK.
001360     MOVE 'N' TO FW-LOCK-HELD-FLAG
001370     OPEN INPUT YACHTLKF
001380     IF FW-LCK-OK
001390         READ YACHTLKF
001400             AT END
001410                 CONTINUE
001420             NOT AT END
001430                 IF LK-LOCK-RECORD NOT = SPACES
001440                     SET FW-LOCK-IS-HELD TO TRUE
001450                     MOVE LK-HOLDER TO FW-LOCK-HOLDER
001460                 END-IF
001470         END-READ
001480         CLOSE YACHTLKF
001490     END-IF
001500     .
001510* 2000-APPLY-ALL-TERMINALS - EVERY TERMINAL ON THE MASTER MAY HAVE
001520* QUEUED TAPS.  ONCE THE SCORECARD FILE GOES BUSY THE REST OF THE
001530* FILES ARE STILL READ, BUT ONLY TO COUNT WHAT IS LEFT PENDING.
001540 2000-APPLY-ALL-TERMINALS.
001550     MOVE 'N' TO FW-TRF-EOF-FLAG
001560     OPEN INPUT YTERMF
001570     IF FW-TRF-OK
001580         PERFORM 2100-READ-NEXT-TERMINAL
001590         PERFORM UNTIL FW-TRF-AT-END
001600             PERFORM 3000-APPLY-TERMINAL-FILE
001610             PERFORM 2100-READ-NEXT-TERMINAL
001620         END-PERFORM
001630         CLOSE YTERMF
001640     ELSE
001650         MOVE 'YTERMF NOT AVAILABLE - NO TAPS APPLIED'
001660             TO RPT-LINE
001670         WRITE RPT-LINE
001680     END-IF
001690     .
001700 2100-READ-NEXT-TERMINAL.
001710     READ YTERMF NEXT RECORD
001720         AT END
001730             SET FW-TRF-AT-END TO TRUE
001740     END-READ
001750     .
001760* 3000-APPLY-TERMINAL-FILE - POST THIS TERMINAL'S PENDING TAPS IN
001770* THE ORDER THEY WERE TAKEN.  NO PENDING FILE MEANS THE TERMINAL
001780* NEVER WENT OFFLINE.  WHEN NOTHING IS LEFT PENDING THE FILE IS
001790* EMPTIED, AND THE KIOSK STARTS AGAIN FROM SEQUENCE ONE.
001800 3000-APPLY-TERMINAL-FILE.
001810     MOVE SPACES TO FW-PND-FILE-NAME
001820     STRING 'YTAPPND' DELIMITED BY SIZE
001830            TR-TERMINAL-ID DELIMITED BY SPACE
001840         INTO FW-PND-FILE-NAME
001850     MOVE ZERO TO FW-FILE-LEFT
001860     MOVE 'N' TO FW-PND-EOF-FLAG
001870     OPEN I-O YTAPPND
001880     IF FW-PND-OK
001890         ADD 1 TO FW-FILE-COUNT
001900         PERFORM 3100-READ-PENDING-TAP
001910         PERFORM UNTIL FW-PND-AT-END
001920             IF PT-TAP-PENDING
001930                 IF FW-SCORECARD-WENT-BUSY
001940                     ADD 1 TO FW-FILE-LEFT
001950                 ELSE
001960                     PERFORM 4000-FORWARD-ONE-TAP
001970                 END-IF
001980             END-IF
001990             PERFORM 3100-READ-PENDING-TAP
002000         END-PERFORM
002010         CLOSE YTAPPND
002020         IF FW-FILE-LEFT = ZERO
002030             OPEN OUTPUT YTAPPND
002040             CLOSE YTAPPND
002050         END-IF
002060         ADD FW-FILE-LEFT TO FW-LEFT-COUNT
002070     END-IF
002080     .
002090 3100-READ-PENDING-TAP.
002100     READ YTAPPND
002110         AT END
002120             SET FW-PND-AT-END TO TRUE
002130     END-READ
002140     .
002150* 4000-FORWARD-ONE-TAP - REPLAY THE TAP THROUGH YACHTONL UNDER THE
002160* MODE CODE IT WAS SCORED UNDER, WITH THE CALENDAR LOOKUP OFF SO A
002170* TAP TAKEN IN A TOURNAMENT WINDOW IS NOT RESCORED UNDER WHATEVER
002180* WINDOW IS OPEN NOW.  CARD BUSY MEANS THE FILE WAS TAKEN AGAIN;
002190* THE TAP STAYS PENDING AND NOTHING FURTHER IS POSTED THIS RUN.
002200 4000-FORWARD-ONE-TAP.
002210     INITIALIZE YL-PARMS
002220     MOVE PT-CATEGORY       TO YL-CATEGORY
002230     MOVE PT-DICE           TO YL-DICE
002240     MOVE PT-PLAYER-ID      TO YL-PLAYER-ID
002250     MOVE PT-GAME-START-TS  TO YL-GAME-START-TS
002260     MOVE PT-TERMINAL-ID    TO YL-TERMINAL-ID
002270     MOVE PT-MODE-CODE      TO YL-MODE-CODE
002280     MOVE 'N'               TO YL-USE-CALENDAR-FLAG
002290     MOVE 'N'               TO YL-ADVISORY-FLAG
002300     MOVE PT-SV-CARD-NUMBER TO YL-SV-CARD-NUMBER
002300     MOVE PT-TAP-TS         TO YL-TAP-TS
002310     SET YL-CALL-IS-FORWARD-APPLY TO TRUE
002320     CALL 'YACHTONL' USING YL-PARMS
002330     IF YL-STATUS-CARD-BUSY
002340         SET FW-SCORECARD-WENT-BUSY TO TRUE
002350         ADD 1 TO FW-FILE-LEFT
002360         MOVE 'SCORECARD FILE WENT BUSY - REST LEFT PENDING'
002370             TO RPT-LINE
002380         WRITE RPT-LINE
002390     ELSE
002400         MOVE YL-STATUS TO PT-APPLY-STATUS
002410         MOVE YL-RESULT TO PT-APPLIED-RESULT
002420         MOVE FW-CURRENT-TS(1:14) TO PT-APPLY-TS
002430         IF YL-STATUS-OK
002440             SET PT-TAP-APPLIED TO TRUE
002450             ADD 1 TO FW-APPLIED-COUNT
002460             IF PT-APPLIED-RESULT NOT = PT-PROVISIONAL-RESULT
002470                 ADD 1 TO FW-DIFFER-COUNT
002480                 MOVE 'APPLIED - SCORE DIFFERS' TO FW-REASON
002490                 PERFORM 5000-WRITE-EXCEPTION-LINE
002500             END-IF
002510         ELSE
002520             SET PT-TAP-REJECTED TO TRUE
002530             ADD 1 TO FW-REJECTED-COUNT
002540             PERFORM 4100-NAME-REJECT-REASON
002550             PERFORM 5000-WRITE-EXCEPTION-LINE
002560         END-IF
002570         REWRITE PT-PENDING-TAP-RECORD
002580     END-IF
002590     .
002600 4100-NAME-REJECT-REASON.
002610     EVALUATE TRUE
002620         WHEN YL-STATUS-CATEGORY-ALREADY-SCORED
002630             MOVE 'CATEGORY ALREADY SCORED' TO FW-REASON
002640         WHEN YL-STATUS-INVALID-DICE
002650             MOVE 'INVALID DICE' TO FW-REASON
002660         WHEN YL-STATUS-MISSING-CATEGORY
002670             MOVE 'MISSING CATEGORY' TO FW-REASON
002680         WHEN YL-STATUS-PLAYER-NOT-REGISTERED
002690             MOVE 'PLAYER NOT REGISTERED' TO FW-REASON
002700         WHEN YL-STATUS-TERMINAL-NOT-IN-SERVICE
002710             MOVE 'TERMINAL NOT IN SERVICE' TO FW-REASON
002720         WHEN YL-STATUS-NOT-YOUR-TURN
002730             MOVE 'NOT YOUR TURN AT TABLE' TO FW-REASON
002740         WHEN YL-STATUS-PLAY-LIMIT-REACHED
002750             MOVE 'PLAY LIMIT REACHED' TO FW-REASON
002760         WHEN YL-STATUS-SELF-EXCLUDED
002770             MOVE 'PLAYER SELF-EXCLUDED' TO FW-REASON
002780         WHEN YL-STATUS-CARD-BALANCE-SHORT
002790             MOVE 'PLAY CARD BALANCE SHORT' TO FW-REASON
002800         WHEN YL-STATUS-PLAY-CARD-REFUSED
002810             MOVE 'PLAY CARD REFUSED' TO FW-REASON
002820         WHEN OTHER
002830             MOVE SPACES TO FW-REASON
002840             STRING 'REJECTED STATUS ' DELIMITED BY SIZE
002850                    YL-STATUS          DELIMITED BY SIZE
002860                 INTO FW-REASON
002870     END-EVALUATE
002880     .
002890 5000-WRITE-EXCEPTION-LINE.
002900     MOVE PT-SEQUENCE-NO        TO FW-SEQ-ED
002910     MOVE PT-PROVISIONAL-RESULT TO FW-PROV-ED
002920     MOVE PT-APPLIED-RESULT     TO FW-APPL-ED
002930     MOVE SPACES TO RPT-LINE
002940     STRING PT-TERMINAL-ID   DELIMITED BY SIZE
002950            ' '              DELIMITED BY SIZE
002960            FW-SEQ-ED        DELIMITED BY SIZE
002970            ' '              DELIMITED BY SIZE
002980            PT-TAP-TS(1:12)  DELIMITED BY SIZE
002990            ' '              DELIMITED BY SIZE
003000            PT-PLAYER-ID     DELIMITED BY SIZE
003010            ' '              DELIMITED BY SIZE
003020            PT-CATEGORY      DELIMITED BY SIZE
003030            ' '              DELIMITED BY SIZE
003040            FW-PROV-ED       DELIMITED BY SIZE
003050            ' '              DELIMITED BY SIZE
003060            FW-APPL-ED       DELIMITED BY SIZE
003070            ' '              DELIMITED BY SIZE
003080            FW-REASON        DELIMITED BY SIZE
003090         INTO RPT-LINE
003100     WRITE RPT-LINE
003110     .
003120 9000-WRITE-TOTALS.
003130     MOVE FW-FILE-COUNT     TO FW-FILES-ED
003140     MOVE FW-APPLIED-COUNT  TO FW-APPLIED-ED
003150     MOVE FW-REJECTED-COUNT TO FW-REJECTED-ED
003160     MOVE FW-DIFFER-COUNT   TO FW-DIFFER-ED
003170     MOVE FW-LEFT-COUNT     TO FW-LEFT-ED
003180     MOVE SPACES TO RPT-LINE
003190     STRING 'PENDING FILES ' DELIMITED BY SIZE
003200            FW-FILES-ED      DELIMITED BY SIZE
003210            ' APPLIED '      DELIMITED BY SIZE
003220            FW-APPLIED-ED    DELIMITED BY SIZE
003230            ' REJECTED '     DELIMITED BY SIZE
003240            FW-REJECTED-ED   DELIMITED BY SIZE
003250            ' SCORE DIFFERS ' DELIMITED BY SIZE
003260            FW-DIFFER-ED     DELIMITED BY SIZE
003270            ' STILL PENDING ' DELIMITED BY SIZE
003280            FW-LEFT-ED       DELIMITED BY SIZE
003290         INTO RPT-LINE
003300     WRITE RPT-LINE
003310     .
