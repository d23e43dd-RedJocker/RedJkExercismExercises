000010
000020* ALRTDISP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    ALRTDISP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* ALRTDISP PUTS THE ALERTS FILE IN FRONT OF A PERSON.  NGHTALRT,
000100* NGHTFCST AND FEEDARRV WRITE ALERTS LINES; NIGHTRUN CALLS THIS
000110* MODULE BETWEEN STEPS (AND IT MAY BE RUN ON ITS OWN FROM THE
000120* SCHEDULER AT ANY TIME) AND EACH CALL DOES THREE THINGS, IN THIS
000130* ORDER:
000140*
000150*   1. APPLIES THE ALRTACK ACKNOWLEDGMENTS TO THE ALRTREGF ALERT
000160*      REGISTER, LOGS EACH ONE AND EMPTIES THE FILE.
000170*   2. PICKS UP THE ALERTS LINES ADDED SINCE THE LAST CALL,
000180*      GIVES EACH AN ALERT NUMBER ON ALRTREGF AND PAGES THE
000190*      PRIMARY ON THE ONCALLF ROTA FOR THE CURRENT TIME.
000200*   3. PAGES THE BACKUP FOR EVERY ALERT STILL UNACKNOWLEDGED
000210*      ESCALATE-MINUTES AFTER IT WAS RAISED (BIZPARMF THROUGH
000220*      PARMGET, 15 BY DEFAULT).  WITH NO BACKUP ON THE ROTA THE
000230*      PRIMARY IS PAGED AGAIN.
000240*
000250* A PAGE IS A LINE ON THE ALRTLOG DISPATCH LOG CARRYING THE
000260* OPERATOR AND CONTACT NUMBER, WHICH THE PAGING DESK WORKS FROM;
000270* ALRTLOG ALSO SHOWS EVERY ACKNOWLEDGMENT APPLIED OR REJECTED.
000280*
000290* NGHTALRT STARTS ALERTS AFRESH EACH NIGHT WHILE THE OTHERS
000300* APPEND, SO THE ALRTCTL CONTROL RECORD HOLDS HOW MANY LINES HAVE
000310* BEEN TAKEN WITH THE FIRST AND THE LAST OF THEM.  WHEN THE FILE
000320* IS SHORTER OR THOSE LINES NO LONGER MATCH, IT HAS BEEN REWRITTEN
000330* AND IS TAKEN AGAIN FROM THE TOP.  THE 'PARAMETER' HEADER LINES
000340* NGHTALRT WRITES, AND ITS 'NO ANOMALIES TONIGHT' ALL-CLEAR, ARE
000340* NOT ALERTS AND ARE SKIPPED.
000350*
000360* THE STEP ALWAYS ENDS WITH RETURN CODE 0 - A PAGING PROBLEM MUST
000370* NOT STOP THE NIGHT.  THE ALRTMRPT MORNING REPORT SHOWS THE TIME
000380* TO ACKNOWLEDGE FOR EACH ALERT.
000390*
000400* MODIFICATION HISTORY
000410*   DATE       INIT  DESCRIPTION
000420*   2026-10-15 RJ    ORIGINAL PROGRAM
000420*   2026-10-15 RJ    NGHTALRT'S 'NO ANOMALIES TONIGHT' ALL-CLEAR
000420*                    IS SKIPPED LIKE ITS PARAMETER LINES, SO A
000420*                    CLEAN NIGHT PAGES NO ONE
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ALRTREGF ASSIGN TO "ALRTREGF"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS AR-ALERT-NO
000530         FILE STATUS IS AD-REG-STATUS.
000540     SELECT ALERTS ASSIGN TO "ALERTS"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS AD-ALR-STATUS.
000570     SELECT ONCALLF ASSIGN TO "ONCALLF"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AD-ROTA-STATUS.
000600     SELECT ALRTACK ASSIGN TO "ALRTACK"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS AD-ACK-STATUS.
000630     SELECT ALRTCTL ASSIGN TO "ALRTCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS AD-CTL-STATUS.
000660     SELECT ALRTLOG ASSIGN TO "ALRTLOG"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS AD-LOG-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  ALRTREGF.
000720 COPY "ALRTREG.cpy".
000730 FD  ALERTS
000740     RECORD CONTAINS 100 CHARACTERS.
000750 01  ALR-LINE                   PIC X(100).
000760 FD  ONCALLF.
000770 COPY "ONCALL.cpy".
000780 FD  ALRTACK.
000790 COPY "ALRTACK.cpy".
000800 FD  ALRTCTL.
000810 01  CT-CONTROL-RECORD.
000820     05  CT-LINES-TAKEN         PIC 9(06).
000830     05  CT-NEXT-ALERT-NO       PIC 9(06).
000840     05  CT-FIRST-LINE          PIC X(100).
000850     05  CT-LAST-LINE           PIC X(100).
000860 FD  ALRTLOG
000870     RECORD CONTAINS 128 CHARACTERS.
000880 01  LOG-LINE                   PIC X(128).
000890 WORKING-STORAGE SECTION.
000900 01  AD-WORK-FIELDS.
000910     05  AD-REG-STATUS          PIC X(02) VALUE SPACES.
000920         88  AD-REG-OK              VALUE '00'.
000930         88  AD-REG-NOT-FOUND       VALUE '35'.
000940     05  AD-ALR-STATUS          PIC X(02) VALUE SPACES.
000950         88  AD-ALR-OK              VALUE '00'.
000960     05  AD-ROTA-STATUS         PIC X(02) VALUE SPACES.
000970         88  AD-ROTA-OK             VALUE '00'.
000980     05  AD-ACK-STATUS          PIC X(02) VALUE SPACES.
000990         88  AD-ACK-OK              VALUE '00'.
001000     05  AD-CTL-STATUS          PIC X(02) VALUE SPACES.
001010         88  AD-CTL-OK              VALUE '00'.
001020     05  AD-LOG-STATUS          PIC X(02) VALUE SPACES.
001030     05  AD-EOF-FLAG            PIC X(01) VALUE 'N'.
001040         88  AD-AT-END              VALUE 'Y'.
001050     05  AD-REGISTER-FLAG       PIC X(01) VALUE 'N'.
001060         88  AD-REGISTER-OPEN       VALUE 'Y'.
001070     05  AD-CONTROL-FLAG        PIC X(01) VALUE 'N'.
001080         88  AD-CONTROL-FOUND       VALUE 'Y'.
001090     05  AD-ROTA-EOF-FLAG       PIC X(01) VALUE 'N'.
001100         88  AD-ROTA-AT-END         VALUE 'Y'.
001110     05  AD-ROTA-FLAG           PIC X(01) VALUE 'N'.
001120         88  AD-ROTA-LOADED         VALUE 'Y'.
001130     05  AD-VALID-FLAG          PIC X(01) VALUE 'N'.
001140         88  AD-ROW-VALID           VALUE 'Y'.
001150     05  AD-CURRENT-TS          PIC X(21) VALUE SPACES.
001160     05  AD-NOW-TS              PIC X(14) VALUE SPACES.
001170     05  AD-NOW-MINUTES         PIC 9(11) VALUE ZERO.
001180     05  AD-AGE-MINUTES         PIC 9(11) VALUE ZERO.
001190     05  AD-ESCALATE-MINUTES    PIC 9(03) VALUE 15.
001200     05  AD-LINES-TAKEN         PIC 9(06) VALUE ZERO.
001210     05  AD-NEXT-ALERT-NO       PIC 9(06) VALUE ZERO.
001220     05  AD-FIRST-LINE          PIC X(100) VALUE SPACES.
001230     05  AD-LAST-LINE           PIC X(100) VALUE SPACES.
001240     05  AD-LINE-NO             PIC 9(06) VALUE ZERO.
001250     05  AD-LINE-COUNT          PIC 9(06) VALUE ZERO.
001260     05  AD-NOW-FIRST           PIC X(100) VALUE SPACES.
001270     05  AD-NOW-AT-TAKEN        PIC X(100) VALUE SPACES.
001280     05  AD-NOW-LAST            PIC X(100) VALUE SPACES.
001290     05  AD-ACK-LINES           PIC 9(05) VALUE ZERO.
001300     05  AD-ACK-USE-TS          PIC X(14) VALUE SPACES.
001310     05  AD-MINUTES-ED          PIC ZZZZ9.
001320     05  AD-ROTA-LINE-NO        PIC 9(04) VALUE ZERO.
001330     05  AD-ROTA-LINE-ED        PIC ZZZ9.
001340     05  AD-ROTA-IX             PIC 9(04) VALUE ZERO.
001350     05  AD-COVER-IX            PIC 9(04) VALUE ZERO.
001360     05  AD-START-KEY           PIC X(12) VALUE SPACES.
001370     05  AD-END-KEY             PIC X(12) VALUE SPACES.
001380* TIMESTAMP TO MINUTES - 8000-TS-TO-MINUTES TAKES AD-CONV-TS.
001390 01  AD-CONVERT-FIELDS.
001400     05  AD-CONV-TS             PIC X(14) VALUE ZERO.
001410     05  AD-CONV-PARTS REDEFINES AD-CONV-TS.
001420         10  AD-CONV-DATE       PIC 9(08).
001430         10  AD-CONV-HH         PIC 9(02).
001440         10  AD-CONV-MI         PIC 9(02).
001450         10  AD-CONV-SS         PIC 9(02).
001460     05  AD-CONV-MINUTES        PIC 9(11) VALUE ZERO.
001470* THE ONCALLF ROTA, LOADED ON FIRST NEED IN EACH CALL.  THE KEYS
001480* ARE YYYYMMDDHHMM SO A SHIFT COVERS THE TIME WHEN START <= NOW <=
001490* END.
001500 01  AD-ROTA-TABLE.
001510     05  AD-ROTA-ROWS           PIC 9(04) VALUE ZERO.
001520     05  AD-ROTA-ENTRY OCCURS 200 TIMES.
001530         10  AD-RT-START-KEY    PIC X(12).
001540         10  AD-RT-END-KEY      PIC X(12).
001550         10  AD-RT-PRIMARY-ID   PIC X(08).
001560         10  AD-RT-PRIMARY-PHONE
001570                                PIC X(15).
001580         10  AD-RT-BACKUP-ID    PIC X(08).
001590         10  AD-RT-BACKUP-PHONE PIC X(15).
001600* ONE ALRTLOG LINE.
001610 01  AD-LOG-DETAIL.
001620     05  AL-TIMESTAMP           PIC X(14).
001630     05  FILLER                 PIC X(01) VALUE SPACE.
001640     05  AL-ALERT-NO            PIC X(06).
001650     05  FILLER                 PIC X(01) VALUE SPACE.
001660     05  AL-ACTION              PIC X(20).
001670     05  FILLER                 PIC X(01) VALUE SPACE.
001680     05  AL-OPERATOR-ID         PIC X(08).
001690     05  FILLER                 PIC X(01) VALUE SPACE.
001700     05  AL-PHONE               PIC X(15).
001710     05  FILLER                 PIC X(01) VALUE SPACE.
001720     05  AL-DETAIL              PIC X(60).
001730 COPY "PARMGTLK.cpy".
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE
001770     PERFORM 3000-OPEN-REGISTER
001780     IF AD-REGISTER-OPEN
001790         PERFORM 4000-APPLY-ACKNOWLEDGMENTS
001800         PERFORM 5000-PICK-UP-NEW-ALERTS
001810         PERFORM 6000-ESCALATE-OVERDUE
001820         CLOSE ALRTREGF
001830         PERFORM 7000-SAVE-CONTROL
001840     END-IF
001850     CLOSE ALRTLOG
001860     MOVE ZERO TO RETURN-CODE
001870     GOBACK.
001880* 1000-INITIALIZE - EVERYTHING IS RESET HERE, NOT BY VALUE
001890* CLAUSES: NIGHTRUN CALLS THIS MODULE MANY TIMES IN ONE RUN.
001900 1000-INITIALIZE.
001910     MOVE FUNCTION CURRENT-DATE TO AD-CURRENT-TS
001920     MOVE AD-CURRENT-TS(1:14) TO AD-NOW-TS
001930     MOVE AD-NOW-TS TO AD-CONV-TS
001940     PERFORM 8000-TS-TO-MINUTES
001950     MOVE AD-CONV-MINUTES TO AD-NOW-MINUTES
001960     MOVE 'N' TO AD-REGISTER-FLAG
001970     MOVE 'N' TO AD-ROTA-FLAG
001980     MOVE ZERO TO AD-ROTA-ROWS
001990     MOVE ZERO TO AD-ACK-LINES
002000     MOVE 15 TO AD-ESCALATE-MINUTES
002010     MOVE 'ALRTDISP' TO NP-PROGRAM-ID
002020     MOVE 'ESCALATE-MINUTES' TO NP-PARM-NAME
002030     MOVE AD-ESCALATE-MINUTES TO NP-DEFAULT-VALUE
002040     MOVE 999 TO NP-LIMIT-VALUE
002050     CALL 'PARMGET' USING NP-PARMS
002060     MOVE NP-VALUE TO AD-ESCALATE-MINUTES
002070     OPEN EXTEND ALRTLOG
002080     IF AD-LOG-STATUS NOT = '00'
002090         OPEN OUTPUT ALRTLOG
002100     END-IF
002110     PERFORM 1100-READ-CONTROL
002120     .
002130* 1100-READ-CONTROL - WHERE THE LAST CALL LEFT OFF.  WITH NO
002140* CONTROL RECORD THE WHOLE ALERTS FILE IS NEW AND THE NEXT ALERT
002150* NUMBER COMES FROM THE REGISTER ITSELF.
002160 1100-READ-CONTROL.
002170     MOVE 'N' TO AD-CONTROL-FLAG
002180     MOVE ZERO TO AD-LINES-TAKEN
002190     MOVE ZERO TO AD-NEXT-ALERT-NO
002200     MOVE SPACES TO AD-FIRST-LINE
002210     MOVE SPACES TO AD-LAST-LINE
002220     OPEN INPUT ALRTCTL
002230     IF AD-CTL-OK
002240         READ ALRTCTL
002250             AT END
002260                 CONTINUE
002270             NOT AT END
002280                 IF CT-LINES-TAKEN IS NUMERIC
002290                 AND CT-NEXT-ALERT-NO IS NUMERIC
002300                 AND CT-NEXT-ALERT-NO > ZERO
002310                     SET AD-CONTROL-FOUND TO TRUE
002320                     MOVE CT-LINES-TAKEN TO AD-LINES-TAKEN
002330                     MOVE CT-NEXT-ALERT-NO TO AD-NEXT-ALERT-NO
002340                     MOVE CT-FIRST-LINE TO AD-FIRST-LINE
002350                     MOVE CT-LAST-LINE TO AD-LAST-LINE
002360                 END-IF
002370         END-READ
002380         CLOSE ALRTCTL
002390     END-IF
002400     .
002410* 2000-LOAD-ROTA - THE ONCALLF SHIFTS, LOADED ONLY WHEN AN ALERT
002420* HAS TO BE ASSIGNED, SO A BAD ROTA LINE IS LOGGED WHEN IT MATTERS
002430* AND NOT ON EVERY QUIET CALL.
002440 2000-LOAD-ROTA.
002450     SET AD-ROTA-LOADED TO TRUE
002460     MOVE ZERO TO AD-ROTA-ROWS
002470     MOVE ZERO TO AD-ROTA-LINE-NO
002480     OPEN INPUT ONCALLF
002490     IF AD-ROTA-OK
002500         MOVE 'N' TO AD-ROTA-EOF-FLAG
002510         PERFORM 2010-READ-ROTA
002520             UNTIL AD-ROTA-AT-END
002530         CLOSE ONCALLF
002540     ELSE
002550         MOVE SPACES TO AD-LOG-DETAIL
002560         MOVE 'NO ROTA' TO AL-ACTION
002570         MOVE 'ONCALLF ON-CALL ROTA NOT FOUND' TO AL-DETAIL
002580         PERFORM 9000-WRITE-LOG
002590     END-IF
002600     .
002610 2010-READ-ROTA.
002620     READ ONCALLF
002630         AT END
002640             SET AD-ROTA-AT-END TO TRUE
002650         NOT AT END
002660             ADD 1 TO AD-ROTA-LINE-NO
002670             IF OC-ROTA-RECORD NOT = SPACES
002680             AND OC-START-DATE(1:1) NOT = '*'
002690                 PERFORM 2020-EDIT-ROTA-LINE
002700             END-IF
002710     END-READ
002720     .
002730 2020-EDIT-ROTA-LINE.
002740     MOVE 'Y' TO AD-VALID-FLAG
002750     MOVE OC-START-DATE TO AD-START-KEY(1:8)
002760     MOVE OC-START-TIME TO AD-START-KEY(9:4)
002770     IF OC-START-TIME = SPACES
002780         MOVE '0000' TO AD-START-KEY(9:4)
002790     END-IF
002800     MOVE OC-END-DATE TO AD-END-KEY(1:8)
002810     MOVE OC-END-TIME TO AD-END-KEY(9:4)
002820     IF OC-END-TIME = SPACES
002830         MOVE '2359' TO AD-END-KEY(9:4)
002840     END-IF
002850     IF AD-START-KEY IS NOT NUMERIC
002860     OR AD-END-KEY IS NOT NUMERIC
002870     OR AD-START-KEY(9:2) > '23' OR AD-START-KEY(11:2) > '59'
002880     OR AD-END-KEY(9:2) > '23' OR AD-END-KEY(11:2) > '59'
002890     OR AD-START-KEY > AD-END-KEY
002900     OR OC-PRIMARY-ID = SPACES
002910         MOVE 'N' TO AD-VALID-FLAG
002920     END-IF
002930     EVALUATE TRUE
002940         WHEN NOT AD-ROW-VALID
002950             MOVE SPACES TO AD-LOG-DETAIL
002960             MOVE 'ROTA LINE REJECTED' TO AL-ACTION
002970             MOVE AD-ROTA-LINE-NO TO AD-ROTA-LINE-ED
002980             STRING 'ONCALLF LINE ' DELIMITED BY SIZE
002990                    AD-ROTA-LINE-ED DELIMITED BY SIZE
003000                    ' - BAD DATE, TIME OR NO PRIMARY'
003010                        DELIMITED BY SIZE
003020                 INTO AL-DETAIL
003030             PERFORM 9000-WRITE-LOG
003040         WHEN AD-ROTA-ROWS < 200
003050             ADD 1 TO AD-ROTA-ROWS
003060             MOVE AD-START-KEY TO AD-RT-START-KEY(AD-ROTA-ROWS)
003070             MOVE AD-END-KEY TO AD-RT-END-KEY(AD-ROTA-ROWS)
003080             MOVE OC-PRIMARY-ID TO AD-RT-PRIMARY-ID(AD-ROTA-ROWS)
003090             MOVE OC-PRIMARY-PHONE
003100                 TO AD-RT-PRIMARY-PHONE(AD-ROTA-ROWS)
003110             MOVE OC-BACKUP-ID TO AD-RT-BACKUP-ID(AD-ROTA-ROWS)
003120             MOVE OC-BACKUP-PHONE
003130                 TO AD-RT-BACKUP-PHONE(AD-ROTA-ROWS)
003140         WHEN OTHER
003150             MOVE SPACES TO AD-LOG-DETAIL
003160             MOVE 'ROTA LINE REJECTED' TO AL-ACTION
003170             MOVE AD-ROTA-LINE-NO TO AD-ROTA-LINE-ED
003180             STRING 'ONCALLF LINE ' DELIMITED BY SIZE
003190                    AD-ROTA-LINE-ED DELIMITED BY SIZE
003200                    ' - ROTA TABLE FULL AT 200 SHIFTS'
003210                        DELIMITED BY SIZE
003220                 INTO AL-DETAIL
003230             PERFORM 9000-WRITE-LOG
003240     END-EVALUATE
003250     .
003260* 3000-OPEN-REGISTER - THE REGISTER IS CREATED ON FIRST USE.  IF
003270* IT CANNOT BE OPENED NOTHING IS TAKEN, SO THE NEXT CALL PICKS IT
003280* ALL UP.
003290 3000-OPEN-REGISTER.
003300     OPEN I-O ALRTREGF
003310     IF AD-REG-NOT-FOUND
003320         OPEN OUTPUT ALRTREGF
003330         CLOSE ALRTREGF
003340         OPEN I-O ALRTREGF
003350     END-IF
003360     IF AD-REG-OK
003370         SET AD-REGISTER-OPEN TO TRUE
003380         IF NOT AD-CONTROL-FOUND
003390             PERFORM 3100-FIND-NEXT-ALERT-NO
003400         END-IF
003410     ELSE
003420         MOVE SPACES TO AD-LOG-DETAIL
003430         MOVE 'REGISTER UNAVAILABLE' TO AL-ACTION
003440         STRING 'ALRTREGF OPEN FAILED, STATUS ' DELIMITED BY SIZE
003450                AD-REG-STATUS DELIMITED BY SIZE
003460             INTO AL-DETAIL
003470         PERFORM 9000-WRITE-LOG
003480     END-IF
003490     .
003500* 3100-FIND-NEXT-ALERT-NO - ONE PAST THE HIGHEST NUMBER ON FILE.
003510 3100-FIND-NEXT-ALERT-NO.
003520     MOVE 1 TO AD-NEXT-ALERT-NO
003530     MOVE ZERO TO AR-ALERT-NO
003540     MOVE 'N' TO AD-EOF-FLAG
003550     START ALRTREGF KEY IS NOT LESS THAN AR-ALERT-NO
003560         INVALID KEY
003570             SET AD-AT-END TO TRUE
003580     END-START
003590     PERFORM UNTIL AD-AT-END
003600         READ ALRTREGF NEXT RECORD
003610             AT END
003620                 SET AD-AT-END TO TRUE
003630             NOT AT END
003640                 IF AR-ALERT-NO NOT < AD-NEXT-ALERT-NO
003650                     COMPUTE AD-NEXT-ALERT-NO = AR-ALERT-NO + 1
003660                 END-IF
003670         END-READ
003680     END-PERFORM
003690     .
003700* 4000-APPLY-ACKNOWLEDGMENTS - EACH ALRTACK LINE STOPS THE CLOCK
003710* ON ITS ALERT.  THE FILE IS EMPTIED ONCE APPLIED; ALRTLOG KEEPS
003720* THE RECORD OF EVERY LINE.
003730 4000-APPLY-ACKNOWLEDGMENTS.
003740     OPEN INPUT ALRTACK
003750     IF AD-ACK-OK
003760         MOVE 'N' TO AD-EOF-FLAG
003770         PERFORM 4010-READ-ACK
003780             UNTIL AD-AT-END
003790         CLOSE ALRTACK
003800         IF AD-ACK-LINES > ZERO
003810             OPEN OUTPUT ALRTACK
003820             CLOSE ALRTACK
003830         END-IF
003840     END-IF
003850     .
003860 4010-READ-ACK.
003870     READ ALRTACK
003880         AT END
003890             SET AD-AT-END TO TRUE
003900         NOT AT END
003910             ADD 1 TO AD-ACK-LINES
003920             IF AK-ACK-RECORD NOT = SPACES
003930             AND AK-ALERT-NO-X(1:1) NOT = '*'
003940                 PERFORM 4100-APPLY-ONE-ACK
003950             END-IF
003960     END-READ
003970     .
003980 4100-APPLY-ONE-ACK.
003990     MOVE SPACES TO AD-LOG-DETAIL
004000     MOVE AK-ALERT-NO-X TO AL-ALERT-NO
004010     MOVE AK-OPERATOR-ID TO AL-OPERATOR-ID
004020     MOVE 'ACK REJECTED' TO AL-ACTION
004030     EVALUATE TRUE
004040         WHEN AK-ALERT-NO-X IS NOT NUMERIC
004050             MOVE 'ALERT NUMBER NOT NUMERIC' TO AL-DETAIL
004060         WHEN AK-OPERATOR-ID = SPACES
004070             MOVE 'NO OPERATOR ID' TO AL-DETAIL
004080         WHEN OTHER
004090             MOVE AK-ALERT-NO TO AR-ALERT-NO
004100             READ ALRTREGF
004110                 INVALID KEY
004120                     MOVE 'NO SUCH ALERT ON THE REGISTER'
004130                         TO AL-DETAIL
004140                 NOT INVALID KEY
004150                     PERFORM 4200-STOP-THE-CLOCK
004160             END-READ
004170     END-EVALUATE
004180     PERFORM 9000-WRITE-LOG
004190     .
004200* 4200-STOP-THE-CLOCK - THE OPERATOR'S OWN ACK TIME STANDS WHEN IT
004210* FALLS BETWEEN THE RAISE AND NOW; OTHERWISE IT IS NOW.
004220 4200-STOP-THE-CLOCK.
004230     IF AR-ACKNOWLEDGED
004240         STRING 'ALREADY ACKNOWLEDGED BY ' DELIMITED BY SIZE
004250                AR-ACK-BY DELIMITED BY SIZE
004260             INTO AL-DETAIL
004270     ELSE
004280         MOVE AD-NOW-TS TO AD-ACK-USE-TS
004290         IF AK-ACK-TS IS NUMERIC
004300         AND AK-ACK-TS NOT < AR-RAISED-TS
004310         AND AK-ACK-TS NOT > AD-NOW-TS
004320             MOVE AK-ACK-TS TO AD-ACK-USE-TS
004330         END-IF
004340         MOVE AR-RAISED-TS TO AD-CONV-TS
004350         PERFORM 8000-TS-TO-MINUTES
004360         MOVE AD-CONV-MINUTES TO AD-AGE-MINUTES
004370         MOVE AD-ACK-USE-TS TO AD-CONV-TS
004380         PERFORM 8000-TS-TO-MINUTES
004390         COMPUTE AR-ACK-MINUTES = AD-CONV-MINUTES - AD-AGE-MINUTES
004400         MOVE AD-ACK-USE-TS TO AR-ACK-TS
004410         MOVE AK-OPERATOR-ID TO AR-ACK-BY
004420         SET AR-ACKNOWLEDGED TO TRUE
004430         REWRITE AR-ALERT-RECORD
004440             INVALID KEY
004450                 STRING 'REGISTER REWRITE FAILED, STATUS '
004460                            DELIMITED BY SIZE
004470                        AD-REG-STATUS DELIMITED BY SIZE
004480                     INTO AL-DETAIL
004490             NOT INVALID KEY
004500                 MOVE 'ACKNOWLEDGED' TO AL-ACTION
004510                 MOVE AR-ACK-MINUTES TO AD-MINUTES-ED
004520                 STRING 'AFTER ' DELIMITED BY SIZE
004530                        AD-MINUTES-ED DELIMITED BY SIZE
004540                        ' MINUTES' DELIMITED BY SIZE
004550                     INTO AL-DETAIL
004560         END-REWRITE
004570     END-IF
004580     .
004590* 5000-PICK-UP-NEW-ALERTS - A FIRST PASS COUNTS THE FILE AND TELLS
004600* WHETHER IT STILL STARTS WITH THE LINES ALREADY TAKEN; A SECOND
004610* RAISES EVERY LINE PAST THEM.
004620 5000-PICK-UP-NEW-ALERTS.
004630     MOVE ZERO TO AD-LINE-COUNT
004640     MOVE SPACES TO AD-NOW-FIRST
004650     MOVE SPACES TO AD-NOW-AT-TAKEN
004660     MOVE SPACES TO AD-NOW-LAST
004670     OPEN INPUT ALERTS
004680     IF AD-ALR-OK
004690         MOVE 'N' TO AD-EOF-FLAG
004700         PERFORM 5010-COUNT-ALERTS-LINE
004710             UNTIL AD-AT-END
004720         CLOSE ALERTS
004730     END-IF
004740     IF AD-LINES-TAKEN > ZERO
004750         IF AD-LINE-COUNT < AD-LINES-TAKEN
004760         OR AD-NOW-FIRST NOT = AD-FIRST-LINE
004770         OR AD-NOW-AT-TAKEN NOT = AD-LAST-LINE
004780             MOVE ZERO TO AD-LINES-TAKEN
004790             IF AD-LINE-COUNT > ZERO
004800                 MOVE SPACES TO AD-LOG-DETAIL
004810                 MOVE 'ALERTS REWRITTEN' TO AL-ACTION
004820                 MOVE 'ALERTS STARTED AFRESH - TAKEN FROM LINE 1'
004830                     TO AL-DETAIL
004840                 PERFORM 9000-WRITE-LOG
004850             END-IF
004860         END-IF
004870     END-IF
004880     IF AD-LINE-COUNT > AD-LINES-TAKEN
004890         OPEN INPUT ALERTS
004900         MOVE ZERO TO AD-LINE-NO
004910         MOVE 'N' TO AD-EOF-FLAG
004920         PERFORM 5100-TAKE-ALERTS-LINE
004930             UNTIL AD-AT-END
004940         CLOSE ALERTS
004950     END-IF
004960     MOVE AD-LINE-COUNT TO AD-LINES-TAKEN
004970     MOVE AD-NOW-FIRST TO AD-FIRST-LINE
004980     MOVE AD-NOW-LAST TO AD-LAST-LINE
004990     .
005000 5010-COUNT-ALERTS-LINE.
005010     READ ALERTS
005020         AT END
005030             SET AD-AT-END TO TRUE
005040         NOT AT END
005050             ADD 1 TO AD-LINE-COUNT
005060             IF AD-LINE-COUNT = 1
005070                 MOVE ALR-LINE TO AD-NOW-FIRST
005080             END-IF
005090             IF AD-LINE-COUNT = AD-LINES-TAKEN
005100                 MOVE ALR-LINE TO AD-NOW-AT-TAKEN
005110             END-IF
005120             MOVE ALR-LINE TO AD-NOW-LAST
005130     END-READ
005140     .
005150 5100-TAKE-ALERTS-LINE.
005160     READ ALERTS
005170         AT END
005180             SET AD-AT-END TO TRUE
005190         NOT AT END
005200             ADD 1 TO AD-LINE-NO
005210             IF AD-LINE-NO > AD-LINES-TAKEN
005220             AND ALR-LINE NOT = SPACES
005230             AND ALR-LINE(1:10) NOT = 'PARAMETER '
005230             AND ALR-LINE NOT = 'NO ANOMALIES TONIGHT'
005240                 PERFORM 5200-RAISE-ONE-ALERT
005250             END-IF
005260     END-READ
005270     .
005280* 5200-RAISE-ONE-ALERT - REGISTER THE LINE AND PAGE WHOEVER THE
005290* ROTA HAS ON CALL RIGHT NOW.
005300 5200-RAISE-ONE-ALERT.
005310     IF NOT AD-ROTA-LOADED
005320         PERFORM 2000-LOAD-ROTA
005330     END-IF
005340     MOVE SPACES TO AR-ALERT-RECORD
005350     MOVE AD-NEXT-ALERT-NO TO AR-ALERT-NO
005360     ADD 1 TO AD-NEXT-ALERT-NO
005370     MOVE AD-NOW-TS TO AR-RAISED-TS
005380     MOVE ZERO TO AR-ACK-MINUTES
005390     MOVE ALR-LINE TO AR-ALERT-TEXT
005400     PERFORM 5300-FIND-ON-CALL
005410     MOVE SPACES TO AD-LOG-DETAIL
005420     MOVE AR-ALERT-NO TO AL-ALERT-NO
005430     MOVE AR-ALERT-TEXT TO AL-DETAIL
005440     IF AD-COVER-IX > ZERO
005450         SET AR-OPEN TO TRUE
005460         MOVE AD-RT-PRIMARY-ID(AD-COVER-IX) TO AR-PRIMARY-ID
005470         MOVE AD-RT-PRIMARY-PHONE(AD-COVER-IX) TO AR-PRIMARY-PHONE
005480         MOVE AD-RT-BACKUP-ID(AD-COVER-IX) TO AR-BACKUP-ID
005490         MOVE AD-RT-BACKUP-PHONE(AD-COVER-IX) TO AR-BACKUP-PHONE
005500         MOVE 'PAGE PRIMARY' TO AL-ACTION
005510         MOVE AR-PRIMARY-ID TO AL-OPERATOR-ID
005520         MOVE AR-PRIMARY-PHONE TO AL-PHONE
005530     ELSE
005540         SET AR-NO-COVER TO TRUE
005550         MOVE 'NO ROTA COVER' TO AL-ACTION
005560     END-IF
005570     WRITE AR-ALERT-RECORD
005580         INVALID KEY
005590             MOVE 'NOT REGISTERED' TO AL-ACTION
005600             STRING 'ALRTREGF WRITE FAILED, STATUS '
005610                        DELIMITED BY SIZE
005620                    AD-REG-STATUS DELIMITED BY SIZE
005630                 INTO AL-DETAIL
005640     END-WRITE
005650     PERFORM 9000-WRITE-LOG
005660     .
005670* 5300-FIND-ON-CALL - THE LAST ROTA SHIFT COVERING NOW, OR ZERO.
005680 5300-FIND-ON-CALL.
005690     MOVE ZERO TO AD-COVER-IX
005700     PERFORM VARYING AD-ROTA-IX FROM 1 BY 1
005710             UNTIL AD-ROTA-IX > AD-ROTA-ROWS
005720         IF AD-RT-START-KEY(AD-ROTA-IX) NOT > AD-NOW-TS(1:12)
005730         AND AD-RT-END-KEY(AD-ROTA-IX) NOT < AD-NOW-TS(1:12)
005740             MOVE AD-ROTA-IX TO AD-COVER-IX
005750         END-IF
005760     END-PERFORM
005770     .
005780* 6000-ESCALATE-OVERDUE - AN ALERT STILL WITH ITS PRIMARY AFTER
005790* ESCALATE-MINUTES GOES TO THE BACKUP.  IT ESCALATES ONCE; THE
005800* MORNING REPORT SHOWS WHAT WAS NEVER ACKNOWLEDGED.
005810 6000-ESCALATE-OVERDUE.
005820     MOVE ZERO TO AR-ALERT-NO
005830     MOVE 'N' TO AD-EOF-FLAG
005840     START ALRTREGF KEY IS NOT LESS THAN AR-ALERT-NO
005850         INVALID KEY
005860             SET AD-AT-END TO TRUE
005870     END-START
005880     PERFORM 6010-READ-REGISTER
005890         UNTIL AD-AT-END
005900     .
005910 6010-READ-REGISTER.
005920     READ ALRTREGF NEXT RECORD
005930         AT END
005940             SET AD-AT-END TO TRUE
005950         NOT AT END
005960             IF AR-OPEN
005970                 MOVE AR-RAISED-TS TO AD-CONV-TS
005980                 PERFORM 8000-TS-TO-MINUTES
005990                 COMPUTE AD-AGE-MINUTES =
006000                     AD-NOW-MINUTES - AD-CONV-MINUTES
006010                 IF AD-AGE-MINUTES NOT < AD-ESCALATE-MINUTES
006020                     PERFORM 6100-ESCALATE-ONE-ALERT
006030                 END-IF
006040             END-IF
006050     END-READ
006060     .
006070 6100-ESCALATE-ONE-ALERT.
006080     SET AR-ESCALATED TO TRUE
006090     MOVE AD-NOW-TS TO AR-ESCALATED-TS
006100     MOVE SPACES TO AD-LOG-DETAIL
006110     MOVE AR-ALERT-NO TO AL-ALERT-NO
006120     MOVE AD-AGE-MINUTES TO AD-MINUTES-ED
006130     STRING 'UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
006140            AD-MINUTES-ED DELIMITED BY SIZE
006150            ' MINUTES' DELIMITED BY SIZE
006160         INTO AL-DETAIL
006170     IF AR-BACKUP-ID = SPACES
006180         MOVE 'REPAGE PRIMARY' TO AL-ACTION
006190         MOVE AR-PRIMARY-ID TO AL-OPERATOR-ID
006200         MOVE AR-PRIMARY-PHONE TO AL-PHONE
006210     ELSE
006220         MOVE 'PAGE BACKUP' TO AL-ACTION
006230         MOVE AR-BACKUP-ID TO AL-OPERATOR-ID
006240         MOVE AR-BACKUP-PHONE TO AL-PHONE
006250     END-IF
006260     REWRITE AR-ALERT-RECORD
006270         INVALID KEY
006280             MOVE 'NOT ESCALATED' TO AL-ACTION
006290     END-REWRITE
006300     PERFORM 9000-WRITE-LOG
006310     .
006320 7000-SAVE-CONTROL.
006330     MOVE AD-LINES-TAKEN TO CT-LINES-TAKEN
006340     MOVE AD-NEXT-ALERT-NO TO CT-NEXT-ALERT-NO
006350     MOVE AD-FIRST-LINE TO CT-FIRST-LINE
006360     MOVE AD-LAST-LINE TO CT-LAST-LINE
006370     OPEN OUTPUT ALRTCTL
006380     WRITE CT-CONTROL-RECORD
006390     CLOSE ALRTCTL
006400     .
006410* 8000-TS-TO-MINUTES - AD-CONV-TS (YYYYMMDDHHMMSS) AS A MINUTE
006420* COUNT IN AD-CONV-MINUTES.  A TIMESTAMP THAT IS NOT NUMERIC
006430* COUNTS AS NOW.
006440 8000-TS-TO-MINUTES.
006450     IF AD-CONV-TS IS NOT NUMERIC
006460         MOVE AD-NOW-TS TO AD-CONV-TS
006470     END-IF
006480     COMPUTE AD-CONV-MINUTES =
006490         FUNCTION INTEGER-OF-DATE(AD-CONV-DATE) * 1440
006500         + AD-CONV-HH * 60 + AD-CONV-MI
006510     .
006520 9000-WRITE-LOG.
006530     MOVE AD-NOW-TS TO AL-TIMESTAMP
006540     MOVE AD-LOG-DETAIL TO LOG-LINE
006550     WRITE LOG-LINE
006560     .
