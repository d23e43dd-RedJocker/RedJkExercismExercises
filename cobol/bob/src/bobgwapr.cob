000010
000020* BOBGWAPR
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBGWAPR.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBGWAPR IS THE SUPERVISOR APPROVAL PROGRAM FOR THE BOBGWPNF
000100* GOODWILL QUEUE BOBDISP FEEDS WHEN A TICKET CLOSE CARRIES
000110* MORE GOODWILL POINTS THAN AN AGENT MAY GRANT ALONE.  A
000120* SUPERVISOR KEYS ONE DECISION PER LINE INTO BOBGWATX - 'A'
000130* APPROVE OR 'R' REJECT, THEIR ID, AND THE TICKET ID - AND
000140* THIS PROGRAM STAMPS THE DECISION ON THE PENDING RECORD AND
000150* WRITES THE QUEUE BACK, UNDECIDED ENTRIES ONLY.  AN APPROVAL
000160* MINTS THE VOUCHER ONTO VOUCHF FOR THE TICKET'S PLAYER OFF THE
000170* SHARED VOUCHSEQ NUMBERING AND CHECK DIGIT, EXACTLY AS BOBDISP
000180* DOES WITHIN THE LIMIT; EITHER DECISION REPLACES 'PENDING' IN
000190* THE TICKET'S RESOLUTION TEXT (WITH THE VOUCHER REFERENCE OR
000200* 'DECLINED') AND IS LOGGED TO BOBGWLGF FOR THE MONTHLY
000210* GOODWILL REPORT.  EVERY DECISION'S SUPERVISOR IS CHECKED
000220* THROUGH OPERAUTH, NOBODY DECIDES A GRANT THEY MADE AS THE
000230* CLOSING AGENT, AND EVERY ACCEPTED DECISION IS AUDITED.  A
000240* DECISION REGISTER GOES TO BOBGWARP.
000250*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 RJ    ORIGINAL PROGRAM
000280*   2026-10-15 RJ    INITIALIZE THE REDEEMED DATE NOW ON
000280*                    VOUCHER.CPY
000280*   2026-10-15 RJ    INITIALIZE THE ISSUING AND REDEEMING SITES
000280*                    NOW ON VOUCHER.CPY - BLANK, SITE 01
000280*   2026-10-15 RJ    AN APPROVED GOODWILL VOUCHER IS NOW ISSUED AT
000280*                    THE SITE ON ITS BOBTCKF TICKET, AS BOBDISP
000280*                    ISSUES ONE WITHIN THE LIMIT, INSTEAD OF
000280*                    ALWAYS AT SITE 01
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BOBGWATX ASSIGN TO "BOBGWATX"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS GA-TXN-STATUS.
000380     SELECT BOBGWPNF ASSIGN TO "BOBGWPNF"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS GA-PND-STATUS.
000410     SELECT BOBTCKF ASSIGN TO "BOBTCKF"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS TK-TICKET-ID
000450         FILE STATUS IS GA-TCK-STATUS.
000460     SELECT VOUCHF ASSIGN TO "VOUCHF"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS GA-VOU-STATUS.
000490     SELECT VOUCHSEQ ASSIGN TO "VOUCHSEQ"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS GA-SEQ-STATUS.
000520     SELECT BOBGWLGF ASSIGN TO "BOBGWLGF"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS GA-LOG-STATUS.
000550     SELECT BOBGWARP ASSIGN TO "BOBGWARP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS GA-REG-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  BOBGWATX.
000610 01  AT-RECORD.
000620     05  AT-ACTION              PIC X(01).
000630         88  AT-ACTION-APPROVE      VALUE 'A'.
000640         88  AT-ACTION-REJECT       VALUE 'R'.
000650     05  AT-SUPERVISOR-ID       PIC X(08).
000660     05  AT-TICKET-ID           PIC 9(06).
000670 FD  BOBGWPNF.
000680 COPY "BOBGWPN.cpy".
000690 FD  BOBTCKF.
000700 COPY "BOBTCK.cpy".
000710 FD  VOUCHF.
000720 COPY "VOUCHER.cpy".
000730 FD  VOUCHSEQ.
000740 01  VS-SEQUENCE-RECORD.
000750     05  VS-LAST-DATE           PIC X(08).
000760     05  VS-LAST-SEQ            PIC 9(04).
000770 FD  BOBGWLGF.
000780 COPY "BOBGWLG.cpy".
000790 FD  BOBGWARP
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  REG-LINE                   PIC X(80).
000820 WORKING-STORAGE SECTION.
000830 01  GA-WORK-FIELDS.
000840     05  GA-TXN-STATUS          PIC X(02) VALUE SPACES.
000850         88  GA-TXN-OK              VALUE '00'.
000860         88  GA-TXN-EOF             VALUE '10'.
000870     05  GA-PND-STATUS          PIC X(02) VALUE SPACES.
000880         88  GA-PND-OK              VALUE '00'.
000890         88  GA-PND-EOF             VALUE '10'.
000900     05  GA-TCK-STATUS          PIC X(02) VALUE SPACES.
000910         88  GA-TCK-OK              VALUE '00'.
000920     05  GA-TCK-OPENED-FLAG     PIC X(01) VALUE 'N'.
000930     05  GA-VOU-STATUS          PIC X(02) VALUE SPACES.
000940     05  GA-SEQ-STATUS          PIC X(02) VALUE SPACES.
000950     05  GA-LOG-STATUS          PIC X(02) VALUE SPACES.
000960     05  GA-REG-STATUS          PIC X(02) VALUE SPACES.
000970     05  GA-QUEUE-COUNT         PIC 9(03) VALUE ZERO.
000980     05  GA-OVERFLOW-FLAG       PIC X(01) VALUE 'N'.
000990         88  GA-QUEUE-OVERFLOWED    VALUE 'Y'.
001000     05  GA-QUEUE-IX            PIC 9(03) VALUE ZERO.
001010     05  GA-FOUND-IX            PIC 9(03) VALUE ZERO.
001020     05  GA-APPROVED-COUNT      PIC 9(07) VALUE ZERO.
001030     05  GA-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
001040     05  GA-BAD-COUNT           PIC 9(07) VALUE ZERO.
001050     05  GA-RESULT-TEXT         PIC X(40) VALUE SPACES.
001060     05  GA-RUN-DATE            PIC X(08) VALUE SPACES.
001070     05  GA-REF-TEXT            PIC X(13) VALUE SPACES.
001070     05  GA-ISSUE-SITE          PIC X(02) VALUE SPACES.
001080     05  GA-POINTS-ED           PIC ZZZ9.
001090     05  GA-VOUCHER-SEQ         PIC 9(04) VALUE ZERO.
001100     05  GA-BASE-DIGITS         PIC X(12) VALUE SPACES.
001110     05  GA-DIGIT-IX            PIC 9(02).
001120     05  GA-DIGIT               PIC 9(01).
001130     05  GA-DOUBLED             PIC 9(02).
001140     05  GA-WEIGHT-DIV          PIC 9(02).
001150     05  GA-WEIGHT-REM          PIC 9(02).
001160     05  GA-SUM                 PIC 9(04).
001170     05  GA-CHECK-DIV           PIC 9(04).
001180     05  GA-CHECK-REM           PIC 9(02).
001190     05  GA-CHECK-DIGIT         PIC 9(01).
001200* THE WHOLE PENDING QUEUE, HELD IN STORAGE WHILE DECISIONS ARE
001210* APPLIED AND WRITTEN BACK AT THE END.
001220 01  GA-QUEUE-TABLE.
001230     05  GA-QUEUE-ENTRY OCCURS 200 TIMES
001240                                PIC X(96).
001250 COPY "REVSTRLK.cpy".
001260 COPY "OPAUTHLK.cpy".
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE.
001290     PERFORM 1000-LOAD-PENDING-QUEUE
001300     OPEN OUTPUT BOBGWARP
001310     IF GA-QUEUE-OVERFLOWED
001320         MOVE 'QUEUE FULL OVER 200 PENDING - NOTHING CHANGED'
001330             TO REG-LINE
001340         WRITE REG-LINE
001350         CLOSE BOBGWARP
001360         MOVE 16 TO RETURN-CODE
001370         GOBACK
001380     END-IF
001390     PERFORM 1200-OPEN-FILES
001400     PERFORM 2000-READ-NEXT-DECISION
001410     PERFORM UNTIL GA-TXN-EOF
001420         IF AT-RECORD NOT = SPACES
001430             PERFORM 3000-APPLY-DECISION
001440         END-IF
001450         PERFORM 2000-READ-NEXT-DECISION
001460     END-PERFORM
001470     PERFORM 5000-WRITE-QUEUE-BACK
001480     PERFORM 5500-SAVE-SEQUENCE-CONTROL
001490     PERFORM 4000-WRITE-SUMMARY
001500     IF GA-TCK-OPENED-FLAG = 'Y'
001510         CLOSE BOBTCKF
001520     END-IF
001530     CLOSE BOBGWATX VOUCHF BOBGWLGF BOBGWARP
001540     GOBACK.
001550 1000-LOAD-PENDING-QUEUE.
001560     MOVE ZERO TO GA-QUEUE-COUNT
001570     OPEN INPUT BOBGWPNF
001580     IF GA-PND-OK
001590         PERFORM 1100-READ-NEXT-PENDING
001600         PERFORM UNTIL GA-PND-EOF
001610             IF GA-QUEUE-COUNT >= 200
001620                 SET GA-QUEUE-OVERFLOWED TO TRUE
001630             ELSE
001640                 ADD 1 TO GA-QUEUE-COUNT
001650                 MOVE GP-PENDING-RECORD
001660                     TO GA-QUEUE-ENTRY(GA-QUEUE-COUNT)
001670             END-IF
001680             PERFORM 1100-READ-NEXT-PENDING
001690         END-PERFORM
001700         CLOSE BOBGWPNF
001710     END-IF
001720     .
001730 1100-READ-NEXT-PENDING.
001740     READ BOBGWPNF
001750         AT END
001760             SET GA-PND-EOF TO TRUE
001770     END-READ
001780     .
001790* 1200-OPEN-FILES - THE DECISIONS, THE TICKET FILE, AND THE
001800* SHARED VOUCHSEQ CONTROL SO REFERENCES CONTINUE TODAY'S
001810* NUMBERING; THE VOUCHER FILE AND THE LOG ARE APPENDED TO.
001820 1200-OPEN-FILES.
001830     MOVE FUNCTION CURRENT-DATE(1:8) TO GA-RUN-DATE
001840     OPEN INPUT BOBGWATX
001850     IF NOT GA-TXN-OK
001860         SET GA-TXN-EOF TO TRUE
001870     END-IF
001880     OPEN I-O BOBTCKF
001890     IF GA-TCK-OK
001900         MOVE 'Y' TO GA-TCK-OPENED-FLAG
001910     END-IF
001920     OPEN INPUT VOUCHSEQ
001930     IF GA-SEQ-STATUS = '00'
001940         READ VOUCHSEQ
001950             AT END
001960                 CONTINUE
001970             NOT AT END
001980                 IF VS-LAST-DATE = GA-RUN-DATE
001990                     MOVE VS-LAST-SEQ TO GA-VOUCHER-SEQ
002000                 END-IF
002010         END-READ
002020         CLOSE VOUCHSEQ
002030     END-IF
002040     OPEN EXTEND VOUCHF
002050     IF GA-VOU-STATUS NOT = '00'
002060         OPEN OUTPUT VOUCHF
002070     END-IF
002080     OPEN EXTEND BOBGWLGF
002090     IF GA-LOG-STATUS NOT = '00'
002100         OPEN OUTPUT BOBGWLGF
002110     END-IF
002120     .
002130 2000-READ-NEXT-DECISION.
002140     READ BOBGWATX
002150         AT END
002160             SET GA-TXN-EOF TO TRUE
002170     END-READ
002180     .
002190* 3000-APPLY-DECISION - FIND THE STILL-PENDING GRANT FOR THE
002200* TICKET, CHECK THE SUPERVISOR, AND STAMP THE DECISION.
002210 3000-APPLY-DECISION.
002220     MOVE SPACES TO GA-RESULT-TEXT
002230     PERFORM 3100-FIND-PENDING-ENTRY
002240     IF GA-FOUND-IX > ZERO
002250         MOVE SPACES TO OA-PARMS
002260         SET OA-ASK-CHECK TO TRUE
002270         MOVE AT-SUPERVISOR-ID TO OA-OPERATOR-ID
002280         MOVE 'BOBGWAPR' TO OA-PROGRAM-ID
002290         CALL 'OPERAUTH' USING OA-PARMS
002300     END-IF
002310     EVALUATE TRUE
002320         WHEN GA-FOUND-IX = ZERO
002330             MOVE 'REJECTED - NOT ON QUEUE'
002340                 TO GA-RESULT-TEXT
002350             ADD 1 TO GA-BAD-COUNT
002360         WHEN OA-OPERATOR-DENIED
002370             MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
002380                 TO GA-RESULT-TEXT
002390             ADD 1 TO GA-BAD-COUNT
002400         WHEN AT-SUPERVISOR-ID = GP-AGENT-ID
002410             MOVE 'REJECTED - OWN GRANT'
002420                 TO GA-RESULT-TEXT
002430             ADD 1 TO GA-BAD-COUNT
002440         WHEN AT-ACTION-APPROVE
002450             PERFORM 3200-APPROVE-ENTRY
002460         WHEN AT-ACTION-REJECT
002470             PERFORM 3300-REJECT-ENTRY
002480         WHEN OTHER
002490             MOVE 'REJECTED - BAD ACTION CODE'
002500                 TO GA-RESULT-TEXT
002510             ADD 1 TO GA-BAD-COUNT
002520     END-EVALUATE
002530     MOVE SPACES TO REG-LINE
002540     STRING AT-ACTION       DELIMITED BY SIZE
002550            ' '             DELIMITED BY SIZE
002560            AT-TICKET-ID    DELIMITED BY SIZE
002570            ' '             DELIMITED BY SIZE
002580            AT-SUPERVISOR-ID DELIMITED BY SIZE
002590            ' '             DELIMITED BY SIZE
002600            GA-RESULT-TEXT  DELIMITED BY SIZE
002610         INTO REG-LINE
002620     WRITE REG-LINE
002630     .
002640 3100-FIND-PENDING-ENTRY.
002650     MOVE ZERO TO GA-FOUND-IX
002660     PERFORM VARYING GA-QUEUE-IX FROM 1 BY 1
002670             UNTIL GA-QUEUE-IX > GA-QUEUE-COUNT
002680         MOVE GA-QUEUE-ENTRY(GA-QUEUE-IX)
002690             TO GP-PENDING-RECORD
002700         IF GP-TICKET-ID = AT-TICKET-ID
002710                 AND GP-IS-PENDING
002720             MOVE GA-QUEUE-IX TO GA-FOUND-IX
002730         END-IF
002740     END-PERFORM
002750     IF GA-FOUND-IX > ZERO
002760         MOVE GA-QUEUE-ENTRY(GA-FOUND-IX)
002770             TO GP-PENDING-RECORD
002780     END-IF
002790     .
002800 3200-APPROVE-ENTRY.
002810     PERFORM 7000-MINT-ONE-VOUCHER
002820     SET GP-IS-APPROVED TO TRUE
002830     MOVE AT-SUPERVISOR-ID TO GP-SUPERVISOR-ID
002840     MOVE FUNCTION CURRENT-DATE TO GP-DECISION-TS
002850     MOVE VO-VOUCHER-REF TO GP-VOUCHER-REF
002860     MOVE GP-PENDING-RECORD
002870         TO GA-QUEUE-ENTRY(GA-FOUND-IX)
002880     MOVE VO-VOUCHER-REF TO GA-REF-TEXT
002890     PERFORM 3400-UPDATE-THE-TICKET
002900     MOVE SPACES TO GW-LOG-RECORD
002910     SET GW-EVENT-APPROVED TO TRUE
002920     MOVE VO-VOUCHER-REF TO GW-VOUCHER-REF
002930     PERFORM 3500-LOG-THE-DECISION
002940     MOVE GP-POINTS TO GA-POINTS-ED
002950     MOVE SPACES TO GA-RESULT-TEXT
002960     STRING 'APPROVED ' DELIMITED BY SIZE
002970            GA-POINTS-ED DELIMITED BY SIZE
002980            ' POINTS VOUCHER ' DELIMITED BY SIZE
002990            VO-VOUCHER-REF DELIMITED BY SIZE
003000         INTO GA-RESULT-TEXT
003010     ADD 1 TO GA-APPROVED-COUNT
003020     PERFORM 3600-AUDIT-THE-DECISION
003030     .
003040 3300-REJECT-ENTRY.
003050     SET GP-IS-REJECTED TO TRUE
003060     MOVE AT-SUPERVISOR-ID TO GP-SUPERVISOR-ID
003070     MOVE FUNCTION CURRENT-DATE TO GP-DECISION-TS
003080     MOVE GP-PENDING-RECORD
003090         TO GA-QUEUE-ENTRY(GA-FOUND-IX)
003100     MOVE 'DECLINED' TO GA-REF-TEXT
003110     PERFORM 3400-UPDATE-THE-TICKET
003120     MOVE SPACES TO GW-LOG-RECORD
003130     SET GW-EVENT-REJECTED TO TRUE
003140     PERFORM 3500-LOG-THE-DECISION
003150     MOVE 'REJECTED' TO GA-RESULT-TEXT
003160     ADD 1 TO GA-REJECTED-COUNT
003170     PERFORM 3600-AUDIT-THE-DECISION
003180     .
003190* 3400-UPDATE-THE-TICKET - BOBDISP LEFT 'GW PENDING' AT THE
003200* FRONT OF THE RESOLUTION TEXT; THE VOUCHER REFERENCE OR
003210* 'DECLINED' TAKES ITS PLACE.  A TICKET WHOSE TEXT HAS SINCE
003220* CHANGED IS LEFT ALONE.
003230 3400-UPDATE-THE-TICKET.
003240     IF GA-TCK-OPENED-FLAG = 'Y'
003250         MOVE GP-TICKET-ID TO TK-TICKET-ID
003260         READ BOBTCKF
003270             INVALID KEY
003280                 CONTINUE
003290             NOT INVALID KEY
003300                 IF TK-RESOLUTION-TEXT(1:11) = 'GW PENDING '
003310                     MOVE GA-REF-TEXT
003320                         TO TK-RESOLUTION-TEXT(4:13)
003330                     REWRITE TK-TICKET-RECORD
003340                 END-IF
003350         END-READ
003360     END-IF
003370     .
003380 3500-LOG-THE-DECISION.
003390     MOVE GA-RUN-DATE TO GW-EVENT-DATE
003400     MOVE GP-TICKET-ID TO GW-TICKET-ID
003410     MOVE GP-PLAYER-ID TO GW-PLAYER-ID
003420     MOVE GP-AGENT-ID TO GW-AGENT-ID
003430     MOVE GP-REASON-CODE TO GW-REASON-CODE
003440     MOVE GP-POINTS TO GW-POINTS
003450     MOVE AT-SUPERVISOR-ID TO GW-SUPERVISOR-ID
003460     WRITE GW-LOG-RECORD
003470     .
003480 3600-AUDIT-THE-DECISION.
003490     MOVE SPACES TO OA-PARMS
003500     SET OA-ASK-AUDIT TO TRUE
003510     MOVE AT-SUPERVISOR-ID TO OA-OPERATOR-ID
003520     MOVE 'BOBGWAPR' TO OA-PROGRAM-ID
003530     MOVE AT-ACTION TO OA-ACTION
003540     MOVE SPACES TO OA-KEY-TEXT
003550     STRING 'TICKET ' DELIMITED BY SIZE
003560            GP-TICKET-ID DELIMITED BY SIZE
003570            ' ' DELIMITED BY SIZE
003580            GA-REF-TEXT DELIMITED BY SIZE
003590         INTO OA-KEY-TEXT
003600     CALL 'OPERAUTH' USING OA-PARMS
003610     .
003620 4000-WRITE-SUMMARY.
003630     MOVE SPACES TO REG-LINE
003640     WRITE REG-LINE
003650     STRING 'APPROVED ' DELIMITED BY SIZE
003660            GA-APPROVED-COUNT DELIMITED BY SIZE
003670            '  REJECTED ' DELIMITED BY SIZE
003680            GA-REJECTED-COUNT DELIMITED BY SIZE
003690            '  BAD ' DELIMITED BY SIZE
003700            GA-BAD-COUNT DELIMITED BY SIZE
003710         INTO REG-LINE
003720     WRITE REG-LINE
003730     .
003740 5000-WRITE-QUEUE-BACK.
003750     OPEN OUTPUT BOBGWPNF
003760     PERFORM VARYING GA-QUEUE-IX FROM 1 BY 1
003770             UNTIL GA-QUEUE-IX > GA-QUEUE-COUNT
003780         MOVE GA-QUEUE-ENTRY(GA-QUEUE-IX)
003790             TO GP-PENDING-RECORD
003800         IF GP-IS-PENDING
003810             WRITE GP-PENDING-RECORD
003820         END-IF
003830     END-PERFORM
003840     CLOSE BOBGWPNF
003850     .
003860 5500-SAVE-SEQUENCE-CONTROL.
003870     OPEN OUTPUT VOUCHSEQ
003880     MOVE GA-RUN-DATE TO VS-LAST-DATE
003890     MOVE GA-VOUCHER-SEQ TO VS-LAST-SEQ
003900     WRITE VS-SEQUENCE-RECORD
003910     CLOSE VOUCHSEQ
003920     .
003930* 7000-MINT-ONE-VOUCHER - NEXT SHARED SEQUENCE NUMBER, CHECK
003940* DIGIT, AND THE GOODWILL MARKER WITH THE TICKET ID IN THE GAME
003950* KEY FIELD, AS BOBDISP MINTS WITHIN THE AGENT LIMIT.  THE
003950* VOUCHER IS ISSUED AT THE TICKET'S SITE, AS BOBDISP ISSUES IT.
003960 7000-MINT-ONE-VOUCHER.
003960     PERFORM 7050-FIND-TICKET-SITE
003970     ADD 1 TO GA-VOUCHER-SEQ
003980     MOVE SPACES TO GA-BASE-DIGITS
003990     STRING GA-RUN-DATE    DELIMITED BY SIZE
004000            GA-VOUCHER-SEQ DELIMITED BY SIZE
004010         INTO GA-BASE-DIGITS
004020     PERFORM 7100-COMPUTE-CHECK-DIGIT
004030     MOVE SPACES TO VO-VOUCHER-REF
004040     STRING GA-BASE-DIGITS DELIMITED BY SIZE
004050            GA-CHECK-DIGIT DELIMITED BY SIZE
004060         INTO VO-VOUCHER-REF
004070     MOVE GP-PLAYER-ID TO VO-PLAYER-ID
004080     MOVE SPACES TO VO-GAME-START-TS
004090     STRING 'GOODWILL' DELIMITED BY SIZE
004100            GP-TICKET-ID DELIMITED BY SIZE
004110         INTO VO-GAME-START-TS
004120     MOVE GP-POINTS TO VO-GRAND-TOTAL
004130     MOVE GA-RUN-DATE TO VO-ISSUE-DATE
004140     MOVE 'O' TO VO-VOUCHER-STATUS
004150     MOVE SPACES TO VO-PAID-DATE
004160     MOVE SPACES TO VO-PAID-CLERK
004170     MOVE SPACES TO VO-VOID-DATE
004180     MOVE SPACES TO VO-VOID-REASON
004190     MOVE SPACES TO VO-VOID-SUPERVISOR
004200     MOVE SPACES TO VO-REPLACED-BY-REF
004210     MOVE SPACES TO VO-REPLACES-REF
004210     MOVE SPACES TO VO-REDEEMED-DATE
004210     MOVE GA-ISSUE-SITE TO VO-ISSUE-SITE
004210     MOVE SPACES TO VO-REDEEM-SITE
004220     WRITE VO-VOUCHER-RECORD
004230     .
004240* 7050-FIND-TICKET-SITE - THE SITE STAMPED ON THE TICKET THE
004240* GRANT WAS MADE ON.  NO TICKET FILE, NO TICKET, OR A BLANK SITE
004240* LEAVES IT BLANK - SITE 01.
004240 7050-FIND-TICKET-SITE.
004240     MOVE SPACES TO GA-ISSUE-SITE
004240     IF GA-TCK-OPENED-FLAG = 'Y'
004240         MOVE GP-TICKET-ID TO TK-TICKET-ID
004240         READ BOBTCKF
004240             INVALID KEY
004240                 CONTINUE
004240             NOT INVALID KEY
004240                 MOVE TK-SITE-CODE TO GA-ISSUE-SITE
004240         END-READ
004240     END-IF
004240     .
004240* 7100-COMPUTE-CHECK-DIGIT - THE SAME REVERSED-DIGIT WEIGHTING
004250* SUM VOUCHGEN AND ORDCHECK USE.
004260 7100-COMPUTE-CHECK-DIGIT.
004270     MOVE SPACES TO RS-PARMS
004280     MOVE GA-BASE-DIGITS TO RS-STRING
004290     CALL 'reverse-string' USING RS-PARMS
004300     MOVE ZERO TO GA-SUM
004310     PERFORM 7110-ADD-WEIGHTED-DIGIT
004320         VARYING GA-DIGIT-IX FROM 1 BY 1
004330         UNTIL GA-DIGIT-IX > 12
004340     DIVIDE GA-SUM BY 10 GIVING GA-CHECK-DIV
004350         REMAINDER GA-CHECK-REM
004360     IF GA-CHECK-REM = 0
004370         MOVE ZERO TO GA-CHECK-DIGIT
004380     ELSE
004390         COMPUTE GA-CHECK-DIGIT = 10 - GA-CHECK-REM
004400     END-IF
004410     .
004420 7110-ADD-WEIGHTED-DIGIT.
004430     MOVE RS-REVERSED(GA-DIGIT-IX:1) TO GA-DIGIT
004440     DIVIDE GA-DIGIT-IX BY 2 GIVING GA-WEIGHT-DIV
004450         REMAINDER GA-WEIGHT-REM
004460     IF GA-WEIGHT-REM = 1
004470         COMPUTE GA-DOUBLED = GA-DIGIT * 2
004480         IF GA-DOUBLED > 9
004490             COMPUTE GA-DOUBLED = GA-DOUBLED - 9
004500         END-IF
004510         ADD GA-DOUBLED TO GA-SUM
004520     ELSE
004530         ADD GA-DIGIT TO GA-SUM
004540     END-IF
004550     .
