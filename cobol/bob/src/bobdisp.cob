000278*                    AND PRINTED WITH THE ASSIGNMENT ON
000278*                    BOBDSRPT - SO THE AGENT SEES THE BUILD-UP,
000278*                    NOT JUST THE ONE LINE THAT ESCALATED
000278*   2026-10-15 RJ    ZERO THE NEW DICE FACE COUNTS ON EVERY
000278*                    CUSTOMER TICKET CUT FROM THE QUEUE
000278*   2026-10-15 RJ    SUGGEST UP TO THREE LIVE BOBKBAF
000278*                    KNOWLEDGE-BASE ARTICLES ON EVERY NEW
000278*                    TICKET - EACH ARTICLE SCORES ONE POINT PER
000278*                    TRIGGER KEYWORD FOUND IN THE MESSAGE, BEST
000278*                    SCORES WIN, TIES TO THE LOWER ARTICLE ID -
000278*                    STAMPED ON THE TICKET AND PRINTED ON
000278*                    BOBDSRPT UNDER THE ASSIGNMENT
000278*   2026-10-15 RJ    A NEW ESCALATION FROM A CUSTOMER WHOSE
000278*                    TICKET CLOSED WITHIN THE LAST DC-REOPEN-
000278*                    DAYS (BOBDSCTL CARD, DEFAULT 3) REOPENS
000278*                    THAT TICKET INSTEAD OF CUTTING A NEW ONE -
000278*                    BACK TO THE CLOSING AGENT WHEN THEY ARE
000278*                    ON SHIFT, REOPEN COUNT AND TIMESTAMP
000278*                    STAMPED, THE UNDONE CLOSE LOGGED TO
000278*                    BOBREOPF FOR THE BOBREORP REOPEN RATES
000278*   2026-10-15 RJ    PRIORITY DISPATCH - EVERY QUEUE ENTRY IS
000278*                    SCORED (BOBKEYF SEVERITY OF THE WORST
000278*                    KEYWORD, GAME CONTEXT, THE PLAYER'S
000278*                    YPLAYERF TIER, BOBCUSTF ESCALATIONS ON
000278*                    RECORD, EACH WEIGHTED OFF THE BOBPRWF
000278*                    TABLE) AND THE QUEUE IS SORTED HIGHEST
000278*                    SCORE FIRST, ARRIVAL ORDER WITHIN A SCORE,
000278*                    BEFORE ANY TICKET IS CUT OR ASSIGNED.  THE
000278*                    SCORE IS STAMPED ON THE TICKET
000278*   2026-10-15 RJ    CARRY BOB'S AFTER-HOURS FLAG AND THE
000278*                    PROMISED DESK OPENING FROM THE QUEUE ONTO
000278*                    THE NEW TICKET FOR BOBSLA
000278*   2026-10-15 RJ    GOODWILL POINTS ON THE BOBTCLS CLOSE - UP
000278*                    TO DP-GOODWILL-LIMIT (BOBDSCTL CARD,
000278*                    DEFAULT 50) A VOUCHER IS MINTED STRAIGHT
000278*                    ONTO VOUCHF FOR THE TICKET'S PLAYER OFF THE
000278*                    SHARED VOUCHSEQ NUMBERING; MORE GOES TO THE
000278*                    BOBGWPNF QUEUE FOR BOBGWAPR.  THE VOUCHER
000278*                    (OR 'PENDING') LEADS THE RESOLUTION TEXT
000278*                    AND EVERY GRANT IS LOGGED TO BOBGWLGF
000278*   2026-10-15 RJ    INITIALIZE THE REDEEMED DATE NOW ON
000278*                    VOUCHER.CPY
000278*   2026-10-15 RJ    A TICKET CUT FROM A KIOSK ESCALATION CARRIES
000278*                    THE KIOSK'S SITE (YSITECK); A GOODWILL
000278*                    VOUCHER IS ISSUED TO THE TICKET'S SITE AND
000278*                    STARTS WITH NO REDEEMING SITE
000278*   2026-10-15 RJ    A REOPEN TAKES THE AFTER-HOURS FLAG AND DESK
000278*                    OPENING FROM THE REOPENING SHOUT, AS A NEW
000278*                    TICKET DOES
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
000399     SELECT BOBTCTXF ASSIGN TO "BOBTCTXF"
000399         ORGANIZATION IS SEQUENTIAL
000399         FILE STATUS IS DP-CTX-STATUS.
000399     SELECT BOBKBAF ASSIGN TO "BOBKBAF"
000399         ORGANIZATION IS INDEXED
000399         ACCESS MODE IS SEQUENTIAL
000399         RECORD KEY IS KB-ARTICLE-ID
000399         FILE STATUS IS DP-KBA-STATUS.
000400     SELECT BOBDSCTL ASSIGN TO "BOBDSCTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DP-DCT-STATUS.
000400     SELECT BOBREOPF ASSIGN TO "BOBREOPF"
000400         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DP-REO-STATUS.
000400     SELECT BOBPRWF ASSIGN TO "BOBPRWF"
000400         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DP-PRW-STATUS.
000400     SELECT BOBKEYF ASSIGN TO "BOBKEYF"
000400         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS DP-KEY-STATUS.
000400     SELECT BOBCUSTF ASSIGN TO "BOBCUSTF"
000400         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000400         RECORD KEY IS BC-CUSTOMER-ID
000400         FILE STATUS IS DP-CUS-STATUS.
000400     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000400         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000400         RECORD KEY IS YP-PLAYER-ID
000400         FILE STATUS IS DP-PLF-STATUS.
000400     SELECT SORT-WORK ASSIGN TO "SRTWK13".
000400     SELECT BOBTCLS ASSIGN TO "BOBTCLS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS DP-CLS-STATUS.
000510     SELECT BOBDSRPT ASSIGN TO "BOBDSRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS DP-RPT-STATUS.
000530     SELECT VOUCHF ASSIGN TO "VOUCHF"
000530         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DP-VOU-STATUS.
000530     SELECT VOUCHSEQ ASSIGN TO "VOUCHSEQ"
000530         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DP-SEQ-STATUS.
000530     SELECT BOBGWPNF ASSIGN TO "BOBGWPNF"
000530         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DP-GWP-STATUS.
000530     SELECT BOBGWLGF ASSIGN TO "BOBGWLGF"
000530         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS DP-GWL-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  BOBESCQ.
000602     05  ESCQ-TERMINAL-ID       PIC X(08).
000602     05  ESCQ-GAME-PLAYER-ID    PIC X(10).
000602     05  ESCQ-GAME-START-TS     PIC X(15).
000602     05  ESCQ-AFTER-HOURS-FLAG  PIC X(01).
000602     05  ESCQ-DESK-OPEN-TS      PIC X(12).
000610 FD  BOBAGTF.
000620 01  AGT-RECORD.
000630     05  AGT-AGENT-ID           PIC X(08).
000630     05  TC-TIMESTAMP           PIC X(21).
000630     05  TC-HEYBOB              PIC X(60).
000630     05  TC-RESULT              PIC X(40).
000631 FD  BOBKBAF.
000631 COPY "BOBKBA.cpy".
000631 FD  BOBRSNF.
000631 01  RS-REASON-RECORD.
000631     05  RS-REASON-CODE         PIC X(04).
000637     05  SH-WEEKDAY             PIC 9(01).
000638     05  SH-START-TIME          PIC X(04).
000639     05  SH-END-TIME            PIC X(04).
000640 FD  BOBDSCTL.
000640 01  DC-CONTROL-RECORD.
000640     05  DC-REOPEN-DAYS         PIC 9(03).
000640     05  DC-GOODWILL-LIMIT      PIC 9(04).
000640 FD  BOBREOPF.
000640 COPY "BOBREOP.cpy".
000640 FD  BOBPRWF.
000640 01  PW-WEIGHT-RECORD.
000640     05  PW-FACTOR              PIC X(01).
000640     05  PW-VALUE               PIC X(01).
000640     05  PW-POINTS              PIC 9(03).
000640 FD  BOBKEYF.
000640 01  KEYF-RECORD.
000640     05  KEYF-KEYWORD           PIC X(20).
000640     05  FILLER                 PIC X(01).
000640     05  KEYF-SEVERITY          PIC X(01).
000640 FD  BOBCUSTF.
000640 COPY "BOBCUST.cpy".
000640 FD  YPLAYERF.
000640 COPY "YPLAYER.cpy".
000640 SD  SORT-WORK.
000640 01  SRT-RECORD.
000640     05  SRT-PRIORITY           PIC 9(03).
000640     05  SRT-ARRIVAL-SEQ        PIC 9(07).
000640     05  SRT-ESCALATION         PIC X(137).
000640 FD  BOBTCLS.
000650 01  CLS-RECORD.
000660     05  CLS-TICKET-ID          PIC 9(06).
000670     05  CLS-AGENT-ID           PIC X(08).
000672     05  CLS-REASON-CODE        PIC X(04).
000674     05  CLS-RESOLUTION-TEXT    PIC X(40).
000674     05  CLS-GOODWILL-POINTS    PIC X(04).
000674     05  CLS-GOODWILL-NUM REDEFINES CLS-GOODWILL-POINTS
000674                                PIC 9(04).
000680 FD  BOBTCKF.
000690 COPY "BOBTCK.cpy".
000700 FD  BOBTCKC.
000730 FD  BOBDSRPT
000740     RECORD CONTAINS 100 CHARACTERS.
000750 01  RPT-LINE                   PIC X(100).
000750 FD  VOUCHF.
000750 COPY "VOUCHER.cpy".
000750 FD  VOUCHSEQ.
000750 01  VS-SEQUENCE-RECORD.
000750     05  VS-LAST-DATE           PIC X(08).
000750     05  VS-LAST-SEQ            PIC 9(04).
000750 FD  BOBGWPNF.
000750 COPY "BOBGWPN.cpy".
000750 FD  BOBGWLGF.
000750 COPY "BOBGWLG.cpy".
000760 WORKING-STORAGE SECTION.
000770 01  DP-WORK-FIELDS.
000780     05  DP-ESC-STATUS          PIC X(02) VALUE SPACES.
000969     05  DP-CTX-IX              PIC 9(01) VALUE ZERO.
000969     05  DP-CTX-KEPT            PIC 9(01) VALUE ZERO.
000969     05  DP-CTX-SEQ             PIC 9(02) VALUE ZERO.
000969     05  DP-KBA-STATUS          PIC X(02) VALUE SPACES.
000969         88  DP-KBA-OK              VALUE '00'.
000969         88  DP-KBA-EOF             VALUE '10'.
000969     05  DP-KB-IX               PIC 9(03) VALUE ZERO.
000969     05  DP-KB-KEY-IX           PIC 9(01) VALUE ZERO.
000969     05  DP-KB-SCAN-IX          PIC 9(02) VALUE ZERO.
000969     05  DP-KB-HITS             PIC 9(03) VALUE ZERO.
000969     05  DP-KB-SCORE            PIC 9(01) VALUE ZERO.
000969     05  DP-KB-BEST-IX          PIC 9(01) VALUE ZERO.
000969     05  DP-UPPER-MESSAGE       PIC X(60) VALUE SPACES.
000969     05  DP-DCT-STATUS          PIC X(02) VALUE SPACES.
000969         88  DP-DCT-OK              VALUE '00'.
000969     05  DP-REO-STATUS          PIC X(02) VALUE SPACES.
000969     05  DP-REOPEN-DAYS         PIC 9(03) VALUE 3.
000969     05  DP-REOPEN-CUTOFF-INT   PIC 9(07) VALUE ZERO.
000969     05  DP-REOPEN-CUTOFF       PIC 9(08) VALUE ZERO.
000969     05  DP-REOPEN-CUTOFF-X REDEFINES DP-REOPEN-CUTOFF
000969                                PIC X(08).
000969     05  DP-RCL-IX              PIC 9(03) VALUE ZERO.
000969     05  DP-RCL-HIT-IX          PIC 9(03) VALUE ZERO.
000969     05  DP-REOPENED-COUNT      PIC 9(07) VALUE ZERO.
000969     05  DP-PRIOR-AGENT-ID      PIC X(08) VALUE SPACES.
000969     05  DP-REOPEN-COUNT-ED     PIC ZZ9.
000969     05  DP-PRW-STATUS          PIC X(02) VALUE SPACES.
000969         88  DP-PRW-OK              VALUE '00'.
000969         88  DP-PRW-EOF             VALUE '10'.
000969     05  DP-KEY-STATUS          PIC X(02) VALUE SPACES.
000969         88  DP-KEY-OK              VALUE '00'.
000969         88  DP-KEY-EOF             VALUE '10'.
000969     05  DP-CUS-STATUS          PIC X(02) VALUE SPACES.
000969         88  DP-CUS-OK              VALUE '00'.
000969     05  DP-CUS-OPENED-FLAG     PIC X(01) VALUE 'N'.
000969     05  DP-PLF-STATUS          PIC X(02) VALUE SPACES.
000969         88  DP-PLF-OK              VALUE '00'.
000969     05  DP-PLF-OPENED-FLAG     PIC X(01) VALUE 'N'.
000969     05  DP-SORT-SWITCH         PIC X(01) VALUE 'N'.
000969         88  DP-SORT-IS-EOF         VALUE 'Y'.
000969     05  DP-ARRIVAL-SEQ         PIC 9(07) VALUE ZERO.
000969     05  DP-PRIORITY-SCORE      PIC 9(03) VALUE ZERO.
000969     05  DP-SCORE-WORK          PIC 9(05) VALUE ZERO.
000969     05  DP-ESC-COUNTED         PIC 9(05) VALUE ZERO.
000969     05  DP-KEY-IX              PIC 9(02) VALUE ZERO.
000969     05  DP-KEY-HITS            PIC 9(03) VALUE ZERO.
000969     05  DP-WORST-SEVERITY      PIC X(01) VALUE SPACE.
000969     05  DP-VOU-STATUS          PIC X(02) VALUE SPACES.
000969     05  DP-SEQ-STATUS          PIC X(02) VALUE SPACES.
000969     05  DP-GWP-STATUS          PIC X(02) VALUE SPACES.
000969     05  DP-GWL-STATUS          PIC X(02) VALUE SPACES.
000969     05  DP-GW-OPENED-FLAG      PIC X(01) VALUE 'N'.
000969     05  DP-GOODWILL-LIMIT      PIC 9(04) VALUE 50.
000969     05  DP-GOODWILL-POINTS     PIC 9(04) VALUE ZERO.
000969     05  DP-GOODWILL-OK-FLAG    PIC X(01) VALUE 'Y'.
000969         88  DP-GOODWILL-IS-VALID   VALUE 'Y'.
000969     05  DP-GW-REJECT-TEXT      PIC X(40) VALUE SPACES.
000969     05  DP-GW-REF-TEXT         PIC X(13) VALUE SPACES.
000969     05  DP-GW-RUN-DATE         PIC X(08) VALUE SPACES.
000969     05  DP-GW-ISSUED-COUNT     PIC 9(07) VALUE ZERO.
000969     05  DP-GW-REFERRED-COUNT   PIC 9(07) VALUE ZERO.
000969     05  DP-GW-POINTS-ED        PIC ZZZ9.
000969     05  DP-VOUCHER-SEQ         PIC 9(04) VALUE ZERO.
000969     05  DP-BASE-DIGITS         PIC X(12) VALUE SPACES.
000969     05  DP-DIGIT-IX            PIC 9(02).
000969     05  DP-DIGIT               PIC 9(01).
000969     05  DP-DOUBLED             PIC 9(02).
000969     05  DP-WEIGHT-DIV          PIC 9(02).
000969     05  DP-WEIGHT-REM          PIC 9(02).
000969     05  DP-SUM                 PIC 9(04).
000969     05  DP-CHECK-DIV           PIC 9(04).
000969     05  DP-CHECK-REM           PIC 9(02).
000969     05  DP-CHECK-DIGIT         PIC 9(01).
000969* PRIORITY WEIGHTS - BUILT-IN VALUES STAND UNTIL A BOBPRWF ROW
000969* REPLACES THEM.  ESCALATIONS ON RECORD COUNT UP TO
000969* DP-ESC-CAP, SO A LONG HISTORY CANNOT SWAMP EVERYTHING ELSE.
000969 01  DP-PRIORITY-WEIGHTS.
000969     05  DP-WT-SEVERITY-E       PIC 9(03) VALUE 40.
000969     05  DP-WT-SEVERITY-W       PIC 9(03) VALUE 20.
000969     05  DP-WT-GAME-CONTEXT     PIC 9(03) VALUE 25.
000969     05  DP-WT-TIER-GOLD        PIC 9(03) VALUE 30.
000969     05  DP-WT-TIER-SILVER      PIC 9(03) VALUE 15.
000969     05  DP-WT-TIER-BRONZE      PIC 9(03) VALUE ZERO.
000969     05  DP-WT-PER-ESCALATION   PIC 9(03) VALUE 5.
000969     05  DP-ESC-CAP             PIC 9(03) VALUE 10.
000969* BOBKEYF ESCALATION KEYWORDS, CASE FOLDED, WITH SEVERITY AND
000969* SIGNIFICANT LENGTH.
000969 01  DP-KEYWORD-TABLE.
000969     05  DP-KEYWORD-COUNT       PIC 9(02) VALUE ZERO.
000969     05  DP-KEYWORD-ENTRY OCCURS 50 TIMES.
000969         10  DP-KEYWORD-TEXT    PIC X(20).
000969         10  DP-KEYWORD-SEV     PIC X(01).
000969         10  DP-KEYWORD-LEN     PIC 9(02).
000969* EACH CUSTOMER'S LATEST TICKET CLOSED WITHIN THE REOPEN
000969* WINDOW - A NEW ESCALATION FROM THEM REOPENS IT.
000969 01  DP-RECENT-CLOSE-TABLE.
000969     05  DP-RCL-COUNT           PIC 9(03) VALUE ZERO.
000969     05  DP-RCL-ENTRY OCCURS 500 TIMES.
000969         10  DP-RCL-CUSTOMER-ID PIC X(10).
000969         10  DP-RCL-TICKET-ID   PIC 9(06).
000969         10  DP-RCL-CLOSED-TS   PIC X(21).
000969* LIVE KNOWLEDGE-BASE ARTICLES AND THEIR TRIGGER KEYWORDS, IN
000969* ARTICLE-ID ORDER, WITH EACH KEYWORD'S SIGNIFICANT LENGTH.
000969 01  DP-ARTICLE-TABLE.
000969     05  DP-ARTICLE-COUNT       PIC 9(03) VALUE ZERO.
000969     05  DP-ARTICLE-ENTRY OCCURS 100 TIMES.
000969         10  DP-ART-ID          PIC X(06).
000969         10  DP-ART-KEY OCCURS 5 TIMES.
000969             15  DP-ART-KEY-TEXT PIC X(20).
000969             15  DP-ART-KEY-LEN PIC 9(02).
000969* THE THREE BEST-SCORING ARTICLES FOR THE TICKET IN HAND,
000969* HIGHEST FIRST.
000969 01  DP-BEST-TABLE.
000969     05  DP-BEST-ENTRY OCCURS 3 TIMES.
000969         10  DP-BEST-ID         PIC X(06).
000969         10  DP-BEST-SCORE      PIC 9(01).
000969 01  DP-BEST-SWAP.
000969     05  DP-SWAP-ID             PIC X(06).
000969     05  DP-SWAP-SCORE          PIC 9(01).
000969 01  DP-REASON-TABLE.
000969     05  DP-REASON-COUNT        PIC 9(02) VALUE ZERO.
000969     05  DP-REASON-ENTRY OCCURS 30 TIMES
000992         10  DP-AGENT-OPEN-CNT  PIC 9(03).
000994         10  DP-AGENT-SHIFT-FLAG PIC X(01).
000996             88  DP-AGENT-ON-SHIFT  VALUE 'Y'.
000996 COPY "REVSTRLK.cpy".
000996 COPY "YSITELK.cpy".
001000 PROCEDURE DIVISION.
001010 0000-MAINLINE.
001020     PERFORM 1000-INITIALIZE
001330         CLOSE BOBAGTF
001340     END-IF
001342     PERFORM 1200-APPLY-SHIFT-ROSTER
001342     PERFORM 1250-READ-DISPATCH-CONTROL
001344     PERFORM 1300-COUNT-OPEN-TICKETS
001346     PERFORM 1400-LOAD-REASON-TAXONOMY
001346     PERFORM 1500-LOAD-KB-ARTICLES
001346     PERFORM 1600-LOAD-PRIORITY-WEIGHTS
001346     PERFORM 1700-LOAD-KEYWORDS
001350     OPEN INPUT BOBTCKC
001360     IF DP-CTL-STATUS = '00'
001370         READ BOBTCKC
001522         END-IF
001522     END-PERFORM
001522     .
001524* 1250-READ-DISPATCH-CONTROL - HOW MANY DAYS AFTER ITS CLOSE A
001524* TICKET CAN STILL BE REOPENED; NO CARD KEEPS THE DEFAULT AND
001524* A ZERO TURNS REOPENING OFF.  THE SAME CARD CARRIES THE MOST
001524* GOODWILL AN AGENT MAY GRANT WITHOUT A SUPERVISOR.
001524 1250-READ-DISPATCH-CONTROL.
001524     OPEN INPUT BOBDSCTL
001524     IF DP-DCT-OK
001524         READ BOBDSCTL
001524             AT END
001524                 CONTINUE
001524             NOT AT END
001524                 IF DC-REOPEN-DAYS IS NUMERIC
001524                     MOVE DC-REOPEN-DAYS TO DP-REOPEN-DAYS
001524                 END-IF
001524                 IF DC-GOODWILL-LIMIT IS NUMERIC
001524                     MOVE DC-GOODWILL-LIMIT
001524                         TO DP-GOODWILL-LIMIT
001524                 END-IF
001524         END-READ
001524         CLOSE BOBDSCTL
001524     END-IF
001524     COMPUTE DP-REOPEN-CUTOFF-INT =
001524         FUNCTION INTEGER-OF-DATE
001524             (FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
001524         - DP-REOPEN-DAYS
001524     COMPUTE DP-REOPEN-CUTOFF =
001524         FUNCTION DATE-OF-INTEGER(DP-REOPEN-CUTOFF-INT)
001524     .
001524* 1300-COUNT-OPEN-TICKETS - EACH AGENT'S CURRENT ASSIGNED LOAD
001524* OFF THE TICKET FILE, SO ASSIGNMENT CAN BALANCE INSTEAD OF
001524* BURYING THE SATURDAY-NIGHT AGENT.  THE SAME PASS NOTES EACH
001524* CUSTOMER'S MOST RECENT CLOSE INSIDE THE REOPEN WINDOW.
001524 1300-COUNT-OPEN-TICKETS.
001524     MOVE LOW-VALUES TO TK-TICKET-ID
001524     START BOBTCKF KEY IS GREATER THAN OR EQUAL
001524                 IF TK-TICKET-IS-ASSIGNED
001524                     PERFORM 1310-ADD-TO-AGENT-LOAD
001524                 END-IF
001524                 IF TK-TICKET-IS-CLOSED
001524                         AND DP-REOPEN-DAYS > ZERO
001524                         AND TK-CLOSED-TS(1:8)
001524                             >= DP-REOPEN-CUTOFF-X
001524                         AND TK-CUSTOMER-ID NOT = SPACES
001524                     PERFORM 1320-NOTE-RECENT-CLOSE
001524                 END-IF
001524         END-READ
001524     END-PERFORM
001524     MOVE '00' TO DP-TCK-STATUS
001524         END-IF
001524     END-PERFORM
001524     .
001524 1320-NOTE-RECENT-CLOSE.
001524     MOVE ZERO TO DP-RCL-HIT-IX
001524     PERFORM VARYING DP-RCL-IX FROM 1 BY 1
001524             UNTIL DP-RCL-IX > DP-RCL-COUNT
001524         IF DP-RCL-CUSTOMER-ID(DP-RCL-IX) = TK-CUSTOMER-ID
001524             MOVE DP-RCL-IX TO DP-RCL-HIT-IX
001524         END-IF
001524     END-PERFORM
001524     IF DP-RCL-HIT-IX = ZERO AND DP-RCL-COUNT < 500
001524         ADD 1 TO DP-RCL-COUNT
001524         MOVE DP-RCL-COUNT TO DP-RCL-HIT-IX
001524         MOVE TK-CUSTOMER-ID
001524             TO DP-RCL-CUSTOMER-ID(DP-RCL-HIT-IX)
001524         MOVE SPACES TO DP-RCL-CLOSED-TS(DP-RCL-HIT-IX)
001524     END-IF
001524     IF DP-RCL-HIT-IX > ZERO
001524         IF TK-CLOSED-TS > DP-RCL-CLOSED-TS(DP-RCL-HIT-IX)
001524             MOVE TK-TICKET-ID
001524                 TO DP-RCL-TICKET-ID(DP-RCL-HIT-IX)
001524             MOVE TK-CLOSED-TS
001524                 TO DP-RCL-CLOSED-TS(DP-RCL-HIT-IX)
001524         END-IF
001524     END-IF
001524     .
001526* 1400-LOAD-REASON-TAXONOMY - THE VALID RESOLUTION CODES OFF
001526* BOBRSNF.  THE CODE IS MANDATORY AT CLOSE, SO A MISSING
001526* TAXONOMY FILE MEANS EVERY CLOSE IS REJECTED UNTIL SOMEONE
001526             SET DP-RSN-EOF TO TRUE
001526     END-READ
001526     .
001528* 1500-LOAD-KB-ARTICLES - EVERY LIVE ARTICLE OFF BOBKBAF WITH
001528* ITS TRIGGER KEYWORDS.  RETIRED ARTICLES ARE NEVER SUGGESTED.
001528* NO ARTICLE FILE MEANS NO SUGGESTIONS, NOTHING ELSE CHANGES.
001528 1500-LOAD-KB-ARTICLES.
001528     MOVE ZERO TO DP-ARTICLE-COUNT
001528     OPEN INPUT BOBKBAF
001528     IF DP-KBA-OK
001528         PERFORM 1510-READ-NEXT-ARTICLE
001528         PERFORM UNTIL DP-KBA-EOF
001528                 OR DP-ARTICLE-COUNT >= 100
001528             IF KB-ARTICLE-IS-LIVE
001528                 ADD 1 TO DP-ARTICLE-COUNT
001528                 PERFORM 1520-TABLE-ONE-ARTICLE
001528             END-IF
001528             PERFORM 1510-READ-NEXT-ARTICLE
001528         END-PERFORM
001528         CLOSE BOBKBAF
001528     END-IF
001528     .
001528 1510-READ-NEXT-ARTICLE.
001528     READ BOBKBAF NEXT RECORD
001528         AT END
001528             SET DP-KBA-EOF TO TRUE
001528     END-READ
001528     .
001528 1520-TABLE-ONE-ARTICLE.
001528     MOVE KB-ARTICLE-ID TO DP-ART-ID(DP-ARTICLE-COUNT)
001528     PERFORM VARYING DP-KB-KEY-IX FROM 1 BY 1
001528             UNTIL DP-KB-KEY-IX > 5
001528         MOVE KB-TRIGGER-KEYWORD(DP-KB-KEY-IX)
001528             TO DP-ART-KEY-TEXT(DP-ARTICLE-COUNT, DP-KB-KEY-IX)
001528         MOVE ZERO
001528             TO DP-ART-KEY-LEN(DP-ARTICLE-COUNT, DP-KB-KEY-IX)
001528         PERFORM VARYING DP-KB-SCAN-IX FROM 1 BY 1
001528                 UNTIL DP-KB-SCAN-IX > 20
001528             IF KB-TRIGGER-KEYWORD(DP-KB-KEY-IX)
001528                     (DP-KB-SCAN-IX:1) NOT = SPACE
001528                 MOVE DP-KB-SCAN-IX TO DP-ART-KEY-LEN
001528                     (DP-ARTICLE-COUNT, DP-KB-KEY-IX)
001528             END-IF
001528         END-PERFORM
001528     END-PERFORM
001528     .
001530* 1600-LOAD-PRIORITY-WEIGHTS - ONE BOBPRWF ROW PER WEIGHT:
001530* FACTOR K (KEYWORD SEVERITY E OR W), G (GAME CONTEXT), T
001530* (TIER G, S OR B) OR E (POINTS PER ESCALATION ON RECORD),
001530* THEN THE POINTS.  NO FILE KEEPS THE BUILT-IN WEIGHTS.
001530 1600-LOAD-PRIORITY-WEIGHTS.
001530     OPEN INPUT BOBPRWF
001530     IF DP-PRW-OK
001530         PERFORM 1610-READ-NEXT-WEIGHT
001530         PERFORM UNTIL DP-PRW-EOF
001530             IF PW-POINTS IS NUMERIC
001530                 PERFORM 1620-APPLY-ONE-WEIGHT
001530             END-IF
001530             PERFORM 1610-READ-NEXT-WEIGHT
001530         END-PERFORM
001530         CLOSE BOBPRWF
001530     END-IF
001530     .
001530 1610-READ-NEXT-WEIGHT.
001530     READ BOBPRWF
001530         AT END
001530             SET DP-PRW-EOF TO TRUE
001530     END-READ
001530     .
001530 1620-APPLY-ONE-WEIGHT.
001530     EVALUATE PW-FACTOR ALSO PW-VALUE
001530         WHEN 'K' ALSO 'E'
001530             MOVE PW-POINTS TO DP-WT-SEVERITY-E
001530         WHEN 'K' ALSO 'W'
001530             MOVE PW-POINTS TO DP-WT-SEVERITY-W
001530         WHEN 'G' ALSO ANY
001530             MOVE PW-POINTS TO DP-WT-GAME-CONTEXT
001530         WHEN 'T' ALSO 'G'
001530             MOVE PW-POINTS TO DP-WT-TIER-GOLD
001530         WHEN 'T' ALSO 'S'
001530             MOVE PW-POINTS TO DP-WT-TIER-SILVER
001530         WHEN 'T' ALSO 'B'
001530             MOVE PW-POINTS TO DP-WT-TIER-BRONZE
001530         WHEN 'E' ALSO ANY
001530             MOVE PW-POINTS TO DP-WT-PER-ESCALATION
001530     END-EVALUATE
001530     .
001530* 1700-LOAD-KEYWORDS - THE BOBKEYF ESCALATION KEYWORDS WITH
001530* THEIR SEVERITY.  WITHOUT THE FILE, THE SAME FOUR SEVERITY-E
001530* KEYWORDS BOB FALLS BACK ON ARE USED HERE.
001530 1700-LOAD-KEYWORDS.
001530     MOVE ZERO TO DP-KEYWORD-COUNT
001530     OPEN INPUT BOBKEYF
001530     IF DP-KEY-OK
001530         PERFORM 1710-READ-NEXT-KEYWORD
001530         PERFORM UNTIL DP-KEY-EOF
001530                 OR DP-KEYWORD-COUNT >= 50
001530             IF KEYF-KEYWORD NOT = SPACES
001530                 ADD 1 TO DP-KEYWORD-COUNT
001530                 MOVE FUNCTION UPPER-CASE(KEYF-KEYWORD)
001530                     TO DP-KEYWORD-TEXT(DP-KEYWORD-COUNT)
001530                 MOVE KEYF-SEVERITY
001530                     TO DP-KEYWORD-SEV(DP-KEYWORD-COUNT)
001530                 PERFORM 1720-MEASURE-KEYWORD
001530             END-IF
001530             PERFORM 1710-READ-NEXT-KEYWORD
001530         END-PERFORM
001530         CLOSE BOBKEYF
001530     ELSE
001530         MOVE 4 TO DP-KEYWORD-COUNT
001530         MOVE 'HELP'      TO DP-KEYWORD-TEXT(1)
001530         MOVE 'URGENT'    TO DP-KEYWORD-TEXT(2)
001530         MOVE 'EMERGENCY' TO DP-KEYWORD-TEXT(3)
001530         MOVE 'ASAP'      TO DP-KEYWORD-TEXT(4)
001530         PERFORM VARYING DP-KEYWORD-COUNT FROM 1 BY 1
001530                 UNTIL DP-KEYWORD-COUNT > 4
001530             MOVE 'E' TO DP-KEYWORD-SEV(DP-KEYWORD-COUNT)
001530             PERFORM 1720-MEASURE-KEYWORD
001530         END-PERFORM
001530         MOVE 4 TO DP-KEYWORD-COUNT
001530     END-IF
001530     .
001530 1710-READ-NEXT-KEYWORD.
001530     READ BOBKEYF
001530         AT END
001530             SET DP-KEY-EOF TO TRUE
001530     END-READ
001530     .
001530 1720-MEASURE-KEYWORD.
001530     MOVE 1 TO DP-KEYWORD-LEN(DP-KEYWORD-COUNT)
001530     PERFORM VARYING DP-KB-SCAN-IX FROM 1 BY 1
001530             UNTIL DP-KB-SCAN-IX > 20
001530         IF DP-KEYWORD-TEXT(DP-KEYWORD-COUNT)(DP-KB-SCAN-IX:1)
001530                 NOT = SPACE
001530             MOVE DP-KB-SCAN-IX
001530                 TO DP-KEYWORD-LEN(DP-KEYWORD-COUNT)
001530         END-IF
001530     END-PERFORM
001530     .
001530* 2000-DISPATCH-QUEUE - EVERY QUEUE ENTRY BECOMES AN ASSIGNED
001540* TICKET; THE QUEUE IS EMPTIED AFTERWARD SO NOTHING IS
001540* TICKETED TWICE.  ENTRIES ARE SCORED AND SORTED FIRST, SO
001540* THE MOST URGENT ARE CUT AND HANDED OUT BEFORE THE REST.
001540 2000-DISPATCH-QUEUE.
001540     OPEN INPUT BOBESCQ
001540     IF DP-ESC-OK
001540         MOVE 'Y' TO DP-ESC-OPENED-FLAG
001540     ELSE
001540         MOVE 'N' TO DP-ESC-OPENED-FLAG
001540         SET DP-ESC-EOF TO TRUE
001540     END-IF
001540     OPEN INPUT BOBCUSTF
001540     IF DP-CUS-OK
001540         MOVE 'Y' TO DP-CUS-OPENED-FLAG
001540     END-IF
001540     OPEN INPUT YPLAYERF
001540     IF DP-PLF-OK
001540         MOVE 'Y' TO DP-PLF-OPENED-FLAG
001540     END-IF
001540     SORT SORT-WORK
001540         ON DESCENDING KEY SRT-PRIORITY
001540         ON ASCENDING KEY SRT-ARRIVAL-SEQ
001540         INPUT PROCEDURE IS 2010-RELEASE-ESCALATIONS
001540         OUTPUT PROCEDURE IS 2020-DISPATCH-BY-PRIORITY
001540     IF DP-CUS-OPENED-FLAG = 'Y'
001540         CLOSE BOBCUSTF
001540     END-IF
001540     IF DP-PLF-OPENED-FLAG = 'Y'
001540         CLOSE YPLAYERF
001540     END-IF
001540     IF DP-ESC-OPENED-FLAG = 'Y'
001540         CLOSE BOBESCQ
001540         OPEN OUTPUT BOBESCQ
001540         CLOSE BOBESCQ
001540     END-IF
001540     .
001540* 2010-RELEASE-ESCALATIONS - SCORE EACH QUEUE ENTRY AND HAND
001540* IT TO THE SORT WITH ITS ARRIVAL NUMBER.
001540 2010-RELEASE-ESCALATIONS.
001540     PERFORM 2100-READ-NEXT-ESCALATION
001540     PERFORM UNTIL DP-ESC-EOF
001540         IF ESCQ-RECORD NOT = SPACES
001540             ADD 1 TO DP-ARRIVAL-SEQ
001540             PERFORM 2050-SCORE-ESCALATION
001540             MOVE DP-PRIORITY-SCORE TO SRT-PRIORITY
001540             MOVE DP-ARRIVAL-SEQ TO SRT-ARRIVAL-SEQ
001540             MOVE ESCQ-RECORD TO SRT-ESCALATION
001540             RELEASE SRT-RECORD
001540         END-IF
001540         PERFORM 2100-READ-NEXT-ESCALATION
001540     END-PERFORM
001540     .
001540* 2020-DISPATCH-BY-PRIORITY - THE ENTRIES COME BACK HIGHEST
001540* SCORE FIRST; EACH REOPENS A RECENT CLOSE OR CUTS A TICKET.
001540 2020-DISPATCH-BY-PRIORITY.
001540     PERFORM 2030-RETURN-NEXT-SORTED
001540     PERFORM UNTIL DP-SORT-IS-EOF
001540         MOVE SRT-ESCALATION TO ESCQ-RECORD
001540         MOVE SRT-PRIORITY TO DP-PRIORITY-SCORE
001540         PERFORM 2150-FIND-RECENT-CLOSE
001540         IF DP-RCL-HIT-IX > ZERO
001540             PERFORM 2600-REOPEN-ONE-TICKET
001540         ELSE
001540             PERFORM 2200-CUT-ONE-TICKET
001540         END-IF
001540         PERFORM 2030-RETURN-NEXT-SORTED
001540     END-PERFORM
001540     .
001540 2030-RETURN-NEXT-SORTED.
001540     RETURN SORT-WORK
001540         AT END
001540             SET DP-SORT-IS-EOF TO TRUE
001540     END-RETURN
001540     .
001540* 2050-SCORE-ESCALATION - ADD UP THE WEIGHTS THAT APPLY: THE
001540* WORST KEYWORD SEVERITY IN THE MESSAGE, GAME CONTEXT ON THE
001540* ENTRY, THE PLAYER'S LOYALTY TIER, AND THE CUSTOMER'S
001540* ESCALATIONS ON RECORD.  AN UNREGISTERED PLAYER OR UNKNOWN
001540* CUSTOMER SIMPLY EARNS NOTHING FOR THAT FACTOR.
001540 2050-SCORE-ESCALATION.
001540     MOVE ZERO TO DP-SCORE-WORK
001540     PERFORM 2060-FIND-WORST-SEVERITY
001540     EVALUATE DP-WORST-SEVERITY
001540         WHEN 'E'
001540             ADD DP-WT-SEVERITY-E TO DP-SCORE-WORK
001540         WHEN 'W'
001540             ADD DP-WT-SEVERITY-W TO DP-SCORE-WORK
001540     END-EVALUATE
001540     IF ESCQ-TERMINAL-ID NOT = SPACES
001540             OR ESCQ-GAME-START-TS NOT = SPACES
001540         ADD DP-WT-GAME-CONTEXT TO DP-SCORE-WORK
001540     END-IF
001540     IF ESCQ-GAME-PLAYER-ID NOT = SPACES
001540             AND DP-PLF-OPENED-FLAG = 'Y'
001540         MOVE ESCQ-GAME-PLAYER-ID TO YP-PLAYER-ID
001540         READ YPLAYERF
001540             INVALID KEY
001540                 CONTINUE
001540             NOT INVALID KEY
001540                 EVALUATE TRUE
001540                     WHEN YP-TIER-GOLD
001540                         ADD DP-WT-TIER-GOLD TO DP-SCORE-WORK
001540                     WHEN YP-TIER-SILVER
001540                         ADD DP-WT-TIER-SILVER
001540                             TO DP-SCORE-WORK
001540                     WHEN OTHER
001540                         ADD DP-WT-TIER-BRONZE
001540                             TO DP-SCORE-WORK
001540                 END-EVALUATE
001540         END-READ
001540     END-IF
001540     IF DP-CUS-OPENED-FLAG = 'Y'
001540         MOVE ESCQ-CUSTOMER-ID TO BC-CUSTOMER-ID
001540         READ BOBCUSTF
001540             INVALID KEY
001540                 CONTINUE
001540             NOT INVALID KEY
001540                 MOVE BC-ESCALATION-COUNT TO DP-ESC-COUNTED
001540                 IF DP-ESC-COUNTED > DP-ESC-CAP
001540                     MOVE DP-ESC-CAP TO DP-ESC-COUNTED
001540                 END-IF
001540                 COMPUTE DP-SCORE-WORK = DP-SCORE-WORK
001540                     + DP-ESC-COUNTED * DP-WT-PER-ESCALATION
001540         END-READ
001540     END-IF
001540     IF DP-SCORE-WORK > 999
001540         MOVE 999 TO DP-PRIORITY-SCORE
001540     ELSE
001540         MOVE DP-SCORE-WORK TO DP-PRIORITY-SCORE
001540     END-IF
001540     .
001540* 2060-FIND-WORST-SEVERITY - E OUTRANKS W; SPACE WHEN NO
001540* KEYWORD TURNS UP (A PLAIN SHOUT).
001540 2060-FIND-WORST-SEVERITY.
001540     MOVE SPACE TO DP-WORST-SEVERITY
001540     MOVE FUNCTION UPPER-CASE(ESCQ-HEYBOB) TO DP-UPPER-MESSAGE
001540     PERFORM VARYING DP-KEY-IX FROM 1 BY 1
001540             UNTIL DP-KEY-IX > DP-KEYWORD-COUNT
001540                OR DP-WORST-SEVERITY = 'E'
001540         MOVE ZERO TO DP-KEY-HITS
001540         INSPECT DP-UPPER-MESSAGE TALLYING DP-KEY-HITS
001540             FOR ALL DP-KEYWORD-TEXT(DP-KEY-IX)
001540                 (1:DP-KEYWORD-LEN(DP-KEY-IX))
001540         IF DP-KEY-HITS > ZERO
001540             IF DP-KEYWORD-SEV(DP-KEY-IX) = 'E'
001540                 MOVE 'E' TO DP-WORST-SEVERITY
001540             ELSE
001540                 IF DP-KEYWORD-SEV(DP-KEY-IX) = 'W'
001540                     MOVE 'W' TO DP-WORST-SEVERITY
001540                 END-IF
001540             END-IF
001540         END-IF
001540     END-PERFORM
001540     .
001740 2100-READ-NEXT-ESCALATION.
001750     IF NOT DP-ESC-EOF
001760         READ BOBESCQ
001790         END-READ
001800     END-IF
001810     .
001820* 2150-FIND-RECENT-CLOSE - DOES THIS CUSTOMER HAVE A TICKET
001820* CLOSED INSIDE THE REOPEN WINDOW?
001820 2150-FIND-RECENT-CLOSE.
001820     MOVE ZERO TO DP-RCL-HIT-IX
001820     PERFORM VARYING DP-RCL-IX FROM 1 BY 1
001820             UNTIL DP-RCL-IX > DP-RCL-COUNT
001820         IF DP-RCL-CUSTOMER-ID(DP-RCL-IX) = ESCQ-CUSTOMER-ID
001820             MOVE DP-RCL-IX TO DP-RCL-HIT-IX
001820         END-IF
001820     END-PERFORM
001820     .
001820 2200-CUT-ONE-TICKET.
001830     ADD 1 TO DP-LAST-TICKET-ID
001840     MOVE DP-LAST-TICKET-ID TO TK-TICKET-ID
001872     MOVE ESCQ-TERMINAL-ID  TO TK-TERMINAL-ID
001872     MOVE ESCQ-GAME-PLAYER-ID TO TK-GAME-PLAYER-ID
001872     MOVE ESCQ-GAME-START-TS TO TK-GAME-START-TS
001872     MOVE SPACES            TO TK-SITE-CODE
001872     IF ESCQ-TERMINAL-ID NOT = SPACES
001872         MOVE ESCQ-TERMINAL-ID TO SE-TERMINAL-ID
001872         MOVE SPACES TO SE-SITE-CODE
001872         CALL 'YSITECK' USING SE-PARMS
001872         MOVE SE-SITE-CODE  TO TK-SITE-CODE
001872     END-IF
001880     MOVE SPACES            TO TK-CLOSED-TS
001880     MOVE ZERO              TO TK-DICE-COUNTS
001880     MOVE SPACES            TO TK-REASON-CODE
001880     MOVE SPACES            TO TK-RESOLUTION-TEXT
001880     MOVE ZERO              TO TK-REOPEN-COUNT
001880     MOVE SPACES            TO TK-REOPENED-TS
001880     MOVE DP-PRIORITY-SCORE TO TK-PRIORITY-SCORE
001880     IF ESCQ-AFTER-HOURS-FLAG = 'Y'
001880         MOVE 'Y' TO TK-AFTER-HOURS-FLAG
001880         MOVE ESCQ-DESK-OPEN-TS TO TK-DESK-OPEN-TS
001880     ELSE
001880         MOVE 'N' TO TK-AFTER-HOURS-FLAG
001880         MOVE SPACES TO TK-DESK-OPEN-TS
001880     END-IF
001880     PERFORM 2500-SUGGEST-KB-ARTICLES
001890     PERFORM 2300-PICK-LEAST-LOADED-AGENT
001900     IF DP-PICK-IX > ZERO
001940         SET TK-TICKET-IS-ASSIGNED TO TRUE
002080            TK-CUSTOMER-ID DELIMITED BY SIZE
002090            ' AGENT ' DELIMITED BY SIZE
002100            TK-AGENT-ID DELIMITED BY SIZE
002100            ' PRIORITY ' DELIMITED BY SIZE
002100            TK-PRIORITY-SCORE DELIMITED BY SIZE
002110         INTO RPT-LINE
002120     WRITE RPT-LINE
002125     MOVE SPACES TO RPT-LINE
002125     IF TK-KB-ARTICLES = SPACES
002125         MOVE '  KB ARTICLES: NONE MATCHED' TO RPT-LINE
002125     ELSE
002125         STRING '  KB ARTICLES: ' DELIMITED BY SIZE
002125                TK-KB-ARTICLE-ID(1) DELIMITED BY SIZE
002125                ' ' DELIMITED BY SIZE
002125                TK-KB-ARTICLE-ID(2) DELIMITED BY SIZE
002125                ' ' DELIMITED BY SIZE
002125                TK-KB-ARTICLE-ID(3) DELIMITED BY SIZE
002125             INTO RPT-LINE
002125     END-IF
002125     WRITE RPT-LINE
002130     .
002122* 2400-ATTACH-CONVERSATION - THE CUSTOMER'S LAST FIVE BOBAUDF
002124* TURNS (BOTH SIDES OF EACH EXCHANGE), FILED TO BOBTCTXF UNDER
002129     END-PERFORM
002129     CLOSE BOBTCTXF
002129     .
002130* 2600-REOPEN-ONE-TICKET - THE CUSTOMER'S RECENTLY CLOSED
002130* TICKET COMES BACK INSTEAD OF A NEW ONE.  SHOULD IT HAVE
002130* CHANGED UNDERFOOT (NO LONGER ON FILE OR NO LONGER CLOSED) A
002130* NEW TICKET IS CUT AS BEFORE.  EITHER WAY THE WINDOW ENTRY IS
002130* SPENT, SO A SECOND SHOUT IN THE SAME RUN DOES NOT REOPEN IT
002130* AGAIN.
002130 2600-REOPEN-ONE-TICKET.
002130     MOVE DP-RCL-TICKET-ID(DP-RCL-HIT-IX) TO TK-TICKET-ID
002130     MOVE SPACES TO DP-RCL-CUSTOMER-ID(DP-RCL-HIT-IX)
002130     READ BOBTCKF
002130         INVALID KEY
002130             PERFORM 2200-CUT-ONE-TICKET
002130         NOT INVALID KEY
002130             IF TK-TICKET-IS-CLOSED
002130                 PERFORM 2610-APPLY-REOPEN
002130             ELSE
002130                 PERFORM 2200-CUT-ONE-TICKET
002130             END-IF
002130     END-READ
002130     .
002130* 2610-APPLY-REOPEN - LOG THE CLOSE BEING UNDONE, THEN HAND
002130* THE TICKET BACK TO THE AGENT WHO CLOSED IT IF THEY ARE ON
002130* SHIFT, OTHERWISE TO THE LEAST-LOADED ON-SHIFT AGENT.  THE
002130* AFTER-HOURS FLAG AND DESK OPENING ARE THE REOPENING SHOUT'S,
002130* AS A NEW TICKET'S ARE, SO BOBSLA TIMES THE REOPEN.
002130 2610-APPLY-REOPEN.
002130     MOVE TK-AGENT-ID TO DP-PRIOR-AGENT-ID
002130     ADD 1 TO TK-REOPEN-COUNT
002130     MOVE DP-PRIORITY-SCORE TO TK-PRIORITY-SCORE
002130     MOVE FUNCTION CURRENT-DATE TO TK-REOPENED-TS
002130     IF ESCQ-AFTER-HOURS-FLAG = 'Y'
002130         MOVE 'Y' TO TK-AFTER-HOURS-FLAG
002130         MOVE ESCQ-DESK-OPEN-TS TO TK-DESK-OPEN-TS
002130     ELSE
002130         MOVE 'N' TO TK-AFTER-HOURS-FLAG
002130         MOVE SPACES TO TK-DESK-OPEN-TS
002130     END-IF
002130     MOVE ZERO TO DP-PICK-IX
002130     PERFORM VARYING DP-AGENT-IX FROM 1 BY 1
002130             UNTIL DP-AGENT-IX > DP-AGENT-COUNT
002130         IF DP-AGENT-ID(DP-AGENT-IX) = DP-PRIOR-AGENT-ID
002130                 AND DP-AGENT-ON-SHIFT(DP-AGENT-IX)
002130             MOVE DP-AGENT-IX TO DP-PICK-IX
002130         END-IF
002130     END-PERFORM
002130     IF DP-PICK-IX = ZERO
002130         PERFORM 2300-PICK-LEAST-LOADED-AGENT
002130     END-IF
002130     IF DP-PICK-IX > ZERO
002130         SET TK-TICKET-IS-ASSIGNED TO TRUE
002130         MOVE DP-AGENT-ID(DP-PICK-IX) TO TK-AGENT-ID
002130         ADD 1 TO DP-AGENT-OPEN-CNT(DP-PICK-IX)
002130         MOVE FUNCTION CURRENT-DATE TO TK-ASSIGNED-TS
002130     ELSE
002130         SET TK-TICKET-IS-OPEN TO TRUE
002130         MOVE SPACES TO TK-AGENT-ID
002130         MOVE SPACES TO TK-ASSIGNED-TS
002130     END-IF
002130     PERFORM 2620-LOG-UNDONE-CLOSE
002130     MOVE SPACES TO TK-CLOSED-TS
002130     MOVE SPACES TO TK-REASON-CODE
002130     MOVE SPACES TO TK-RESOLUTION-TEXT
002130     REWRITE TK-TICKET-RECORD
002130     PERFORM 2400-ATTACH-CONVERSATION
002130     ADD 1 TO DP-REOPENED-COUNT
002130     MOVE TK-REOPEN-COUNT TO DP-REOPEN-COUNT-ED
002130     MOVE SPACES TO RPT-LINE
002130     STRING 'TICKET ' DELIMITED BY SIZE
002130            TK-TICKET-ID DELIMITED BY SIZE
002130            ' REOPENED CUSTOMER ' DELIMITED BY SIZE
002130            TK-CUSTOMER-ID DELIMITED BY SIZE
002130            ' AGENT ' DELIMITED BY SIZE
002130            TK-AGENT-ID DELIMITED BY SIZE
002130            ' REOPEN ' DELIMITED BY SIZE
002130            DP-REOPEN-COUNT-ED DELIMITED BY SIZE
002130            ' CLOSED BY ' DELIMITED BY SIZE
002130            DP-PRIOR-AGENT-ID DELIMITED BY SIZE
002130            ' PRI ' DELIMITED BY SIZE
002130            TK-PRIORITY-SCORE DELIMITED BY SIZE
002130         INTO RPT-LINE
002130     WRITE RPT-LINE
002130     .
002130 2620-LOG-UNDONE-CLOSE.
002130     MOVE TK-TICKET-ID       TO RL-TICKET-ID
002130     MOVE TK-CUSTOMER-ID     TO RL-CUSTOMER-ID
002130     MOVE TK-REOPENED-TS     TO RL-REOPENED-TS
002130     MOVE DP-PRIOR-AGENT-ID  TO RL-PRIOR-AGENT-ID
002130     MOVE TK-REASON-CODE     TO RL-PRIOR-REASON-CODE
002130     MOVE TK-CLOSED-TS       TO RL-PRIOR-CLOSED-TS
002130     MOVE TK-AGENT-ID        TO RL-NEW-AGENT-ID
002130     MOVE TK-REOPEN-COUNT    TO RL-REOPEN-COUNT
002130     MOVE SPACES TO DP-REO-STATUS
002130     OPEN EXTEND BOBREOPF
002130     IF DP-REO-STATUS NOT = '00'
002130         OPEN OUTPUT BOBREOPF
002130     END-IF
002130     WRITE RL-REOPEN-RECORD
002130     CLOSE BOBREOPF
002130     .
002130* 2500-SUGGEST-KB-ARTICLES - SCORE EVERY LIVE ARTICLE BY HOW
002130* MANY OF ITS TRIGGER KEYWORDS TURN UP IN THE MESSAGE (CASE
002130* FOLDED, AS BOB DOES) AND STAMP THE BEST THREE ON THE TICKET.
002130* AN ARTICLE ONLY DISPLACES ONE WITH A STRICTLY LOWER SCORE,
002130* SO TIES STAY IN ARTICLE-ID ORDER.
002130 2500-SUGGEST-KB-ARTICLES.
002130     MOVE SPACES TO TK-KB-ARTICLES
002130     PERFORM VARYING DP-KB-BEST-IX FROM 1 BY 1
002130             UNTIL DP-KB-BEST-IX > 3
002130         MOVE SPACES TO DP-BEST-ID(DP-KB-BEST-IX)
002130         MOVE ZERO TO DP-BEST-SCORE(DP-KB-BEST-IX)
002130     END-PERFORM
002130     MOVE FUNCTION UPPER-CASE(TK-MESSAGE) TO DP-UPPER-MESSAGE
002130     PERFORM VARYING DP-KB-IX FROM 1 BY 1
002130             UNTIL DP-KB-IX > DP-ARTICLE-COUNT
002130         PERFORM 2510-SCORE-ONE-ARTICLE
002130         IF DP-KB-SCORE > DP-BEST-SCORE(3)
002130             PERFORM 2520-RANK-ONE-ARTICLE
002130         END-IF
002130     END-PERFORM
002130     PERFORM VARYING DP-KB-BEST-IX FROM 1 BY 1
002130             UNTIL DP-KB-BEST-IX > 3
002130         MOVE DP-BEST-ID(DP-KB-BEST-IX)
002130             TO TK-KB-ARTICLE-ID(DP-KB-BEST-IX)
002130     END-PERFORM
002130     .
002130 2510-SCORE-ONE-ARTICLE.
002130     MOVE ZERO TO DP-KB-SCORE
002130     PERFORM VARYING DP-KB-KEY-IX FROM 1 BY 1
002130             UNTIL DP-KB-KEY-IX > 5
002130         IF DP-ART-KEY-LEN(DP-KB-IX, DP-KB-KEY-IX) > ZERO
002130             MOVE ZERO TO DP-KB-HITS
002130             INSPECT DP-UPPER-MESSAGE TALLYING DP-KB-HITS
002130                 FOR ALL DP-ART-KEY-TEXT(DP-KB-IX, DP-KB-KEY-IX)
002130                     (1:DP-ART-KEY-LEN(DP-KB-IX, DP-KB-KEY-IX))
002130             IF DP-KB-HITS > ZERO
002130                 ADD 1 TO DP-KB-SCORE
002130             END-IF
002130         END-IF
002130     END-PERFORM
002130     .
002130* 2520-RANK-ONE-ARTICLE - DROP THE ARTICLE INTO THIRD PLACE AND
002130* LET IT CLIMB PAST ANY STRICTLY LOWER SCORE ABOVE IT.
002130 2520-RANK-ONE-ARTICLE.
002130     MOVE DP-ART-ID(DP-KB-IX) TO DP-BEST-ID(3)
002130     MOVE DP-KB-SCORE TO DP-BEST-SCORE(3)
002130     IF DP-BEST-SCORE(3) > DP-BEST-SCORE(2)
002130         MOVE DP-BEST-ENTRY(2) TO DP-BEST-SWAP
002130         MOVE DP-BEST-ENTRY(3) TO DP-BEST-ENTRY(2)
002130         MOVE DP-BEST-SWAP TO DP-BEST-ENTRY(3)
002130     END-IF
002130     IF DP-BEST-SCORE(2) > DP-BEST-SCORE(1)
002130         MOVE DP-BEST-ENTRY(1) TO DP-BEST-SWAP
002130         MOVE DP-BEST-ENTRY(2) TO DP-BEST-ENTRY(1)
002130         MOVE DP-BEST-SWAP TO DP-BEST-ENTRY(2)
002130     END-IF
002130     .
002132* 2300-PICK-LEAST-LOADED-AGENT - THE ON-SHIFT AGENT HOLDING
002134* THE FEWEST OPEN TICKETS; ZERO MEANS NOBODY IS ON SHIFT AND
002136* THE TICKET WAITS OPEN FOR A SUPERVISOR.
002270     IF DP-CLS-OPENED-FLAG = 'Y'
002280         CLOSE BOBTCLS
002290     END-IF
002290     IF DP-GW-OPENED-FLAG = 'Y'
002290         PERFORM 3390-CLOSE-GOODWILL-FILES
002290     END-IF
002300     .
002310 3100-READ-NEXT-CLOSURE.
002320     IF NOT DP-CLS-EOF
002380     .
002390 3200-CLOSE-ONE-TICKET.
002392     PERFORM 3250-VALIDATE-REASON-CODE
002392     PERFORM 3260-VALIDATE-GOODWILL
002392     EVALUATE TRUE
002392         WHEN NOT DP-REASON-IS-VALID
002392             PERFORM 3900-WRITE-REASON-REJECT
002392         WHEN NOT DP-GOODWILL-IS-VALID
002392             PERFORM 3950-WRITE-GOODWILL-REJECT
002392         WHEN OTHER
002392             PERFORM 3210-APPLY-VALID-CLOSURE
002392     END-EVALUATE
002392     .
002399* 3210-APPLY-VALID-CLOSURE - THE CLOSE ITSELF, ONCE THE
002399* RESOLUTION CODE HAS PASSED THE TAXONOMY CHECK.
002399 3210-APPLY-VALID-CLOSURE.
002420         INVALID KEY
002430             PERFORM 3800-WRITE-REJECT-LINE
002440         NOT INVALID KEY
002440             EVALUATE TRUE
002440                 WHEN TK-TICKET-IS-CLOSED
002440                     PERFORM 3800-WRITE-REJECT-LINE
002440                 WHEN DP-GOODWILL-POINTS > ZERO
002440                         AND TK-GAME-PLAYER-ID = SPACES
002440                     MOVE 'NO PLAYER ON THE TICKET FOR GOODWILL'
002440                         TO DP-GW-REJECT-TEXT
002440                     PERFORM 3950-WRITE-GOODWILL-REJECT
002440                 WHEN OTHER
002440                     PERFORM 3220-CLOSE-THE-TICKET
002440             END-EVALUATE
002440     END-READ
002440     .
002440 3220-CLOSE-THE-TICKET.
002440     SET TK-TICKET-IS-CLOSED TO TRUE
002440     MOVE CLS-AGENT-ID TO TK-AGENT-ID
002440     MOVE FUNCTION CURRENT-DATE
002440         TO TK-CLOSED-TS
002440     MOVE CLS-REASON-CODE TO TK-REASON-CODE
002440     MOVE CLS-RESOLUTION-TEXT
002440         TO TK-RESOLUTION-TEXT
002440     MOVE SPACES TO DP-GW-REF-TEXT
002440     IF DP-GOODWILL-POINTS > ZERO
002440         PERFORM 3300-GRANT-GOODWILL
002440     END-IF
002440     REWRITE TK-TICKET-RECORD
002440     ADD 1 TO DP-CLOSED-COUNT
002440     MOVE SPACES TO RPT-LINE
002440     STRING 'TICKET ' DELIMITED BY SIZE
002440            TK-TICKET-ID DELIMITED BY SIZE
002440            ' CLOSED BY ' DELIMITED BY SIZE
002440            CLS-AGENT-ID DELIMITED BY SIZE
002440         INTO RPT-LINE
002440     WRITE RPT-LINE
002440     IF DP-GOODWILL-POINTS > ZERO
002440         MOVE DP-GOODWILL-POINTS TO DP-GW-POINTS-ED
002440         MOVE SPACES TO RPT-LINE
002440         STRING '    GOODWILL ' DELIMITED BY SIZE
002440                DP-GW-POINTS-ED DELIMITED BY SIZE
002440                ' POINTS TO ' DELIMITED BY SIZE
002440                TK-GAME-PLAYER-ID DELIMITED BY SIZE
002440                ' VOUCHER ' DELIMITED BY SIZE
002440                DP-GW-REF-TEXT DELIMITED BY SIZE
002440             INTO RPT-LINE
002440         WRITE RPT-LINE
002440     END-IF
002440     .
002632* 3250-VALIDATE-REASON-CODE - THE RESOLUTION CODE ON THE CLOSE
002634* TRANSACTION MUST BE ON THE BOBRSNF TAXONOMY.
002636 3250-VALIDATE-REASON-CODE.
002636         END-IF
002636     END-PERFORM
002636     .
002638* 3260-VALIDATE-GOODWILL - A BLANK GOODWILL AMOUNT IS NONE; ANY
002638* OTHER VALUE MUST BE WHOLE POINTS.
002638 3260-VALIDATE-GOODWILL.
002638     MOVE 'Y' TO DP-GOODWILL-OK-FLAG
002638     MOVE ZERO TO DP-GOODWILL-POINTS
002638     IF CLS-GOODWILL-POINTS NOT = SPACES
002638         IF CLS-GOODWILL-POINTS IS NUMERIC
002638             MOVE CLS-GOODWILL-NUM TO DP-GOODWILL-POINTS
002638         ELSE
002638             MOVE 'N' TO DP-GOODWILL-OK-FLAG
002638             MOVE 'BAD GOODWILL AMOUNT' TO DP-GW-REJECT-TEXT
002638         END-IF
002638     END-IF
002638     .
002638* 3300-GRANT-GOODWILL - WITHIN THE AGENT LIMIT THE VOUCHER IS
002638* MINTED NOW; ABOVE IT THE GRANT WAITS ON BOBGWPNF FOR A
002638* SUPERVISOR.  EITHER WAY THE VOUCHER REFERENCE (OR 'PENDING',
002638* WHICH BOBGWAPR REPLACES) LEADS THE RESOLUTION TEXT, AND THE
002638* GRANT IS LOGGED FOR THE MONTHLY GOODWILL REPORT.
002638 3300-GRANT-GOODWILL.
002638     IF DP-GW-OPENED-FLAG NOT = 'Y'
002638         PERFORM 3380-OPEN-GOODWILL-FILES
002638     END-IF
002638     MOVE SPACES TO GW-LOG-RECORD
002638     IF DP-GOODWILL-POINTS > DP-GOODWILL-LIMIT
002638         PERFORM 3320-REFER-FOR-APPROVAL
002638     ELSE
002638         PERFORM 3310-MINT-GOODWILL-VOUCHER
002638     END-IF
002638     MOVE SPACES TO TK-RESOLUTION-TEXT
002638     STRING 'GW ' DELIMITED BY SIZE
002638            DP-GW-REF-TEXT DELIMITED BY SIZE
002638            ' ' DELIMITED BY SIZE
002638            CLS-RESOLUTION-TEXT DELIMITED BY SIZE
002638         INTO TK-RESOLUTION-TEXT
002638     MOVE DP-GW-RUN-DATE TO GW-EVENT-DATE
002638     MOVE TK-TICKET-ID TO GW-TICKET-ID
002638     MOVE TK-GAME-PLAYER-ID TO GW-PLAYER-ID
002638     MOVE CLS-AGENT-ID TO GW-AGENT-ID
002638     MOVE CLS-REASON-CODE TO GW-REASON-CODE
002638     MOVE DP-GOODWILL-POINTS TO GW-POINTS
002638     WRITE GW-LOG-RECORD
002638     .
002638* 3310-MINT-GOODWILL-VOUCHER - NEXT SHARED SEQUENCE NUMBER AND
002638* CHECK DIGIT, AS VOUCHGEN AND PUZPRIZE MINT.  'GOODWILL' AND
002638* THE TICKET ID IN THE GAME KEY FIELD TELL THE CROSS-FILE
002638* AUDITS THERE IS NO SCORECARD BEHIND IT.
002638 3310-MINT-GOODWILL-VOUCHER.
002638     ADD 1 TO DP-VOUCHER-SEQ
002638     MOVE SPACES TO DP-BASE-DIGITS
002638     STRING DP-GW-RUN-DATE DELIMITED BY SIZE
002638            DP-VOUCHER-SEQ DELIMITED BY SIZE
002638         INTO DP-BASE-DIGITS
002638     PERFORM 3340-COMPUTE-CHECK-DIGIT
002638     MOVE SPACES TO VO-VOUCHER-REF
002638     STRING DP-BASE-DIGITS DELIMITED BY SIZE
002638            DP-CHECK-DIGIT DELIMITED BY SIZE
002638         INTO VO-VOUCHER-REF
002638     MOVE TK-GAME-PLAYER-ID TO VO-PLAYER-ID
002638     MOVE SPACES TO VO-GAME-START-TS
002638     STRING 'GOODWILL' DELIMITED BY SIZE
002638            TK-TICKET-ID DELIMITED BY SIZE
002638         INTO VO-GAME-START-TS
002638     MOVE DP-GOODWILL-POINTS TO VO-GRAND-TOTAL
002638     MOVE DP-GW-RUN-DATE TO VO-ISSUE-DATE
002638     MOVE 'O' TO VO-VOUCHER-STATUS
002638     MOVE SPACES TO VO-PAID-DATE
002638     MOVE SPACES TO VO-PAID-CLERK
002638     MOVE SPACES TO VO-VOID-DATE
002638     MOVE SPACES TO VO-VOID-REASON
002638     MOVE SPACES TO VO-VOID-SUPERVISOR
002638     MOVE SPACES TO VO-REPLACED-BY-REF
002638     MOVE SPACES TO VO-REPLACES-REF
002638     MOVE SPACES TO VO-REDEEMED-DATE
002638     MOVE TK-SITE-CODE TO VO-ISSUE-SITE
002638     MOVE SPACES TO VO-REDEEM-SITE
002638     WRITE VO-VOUCHER-RECORD
002638     ADD 1 TO DP-GW-ISSUED-COUNT
002638     MOVE VO-VOUCHER-REF TO DP-GW-REF-TEXT
002638     MOVE VO-VOUCHER-REF TO GW-VOUCHER-REF
002638     SET GW-EVENT-ISSUED TO TRUE
002638     .
002638 3320-REFER-FOR-APPROVAL.
002638     MOVE SPACES TO GP-PENDING-RECORD
002638     MOVE TK-TICKET-ID TO GP-TICKET-ID
002638     MOVE TK-GAME-PLAYER-ID TO GP-PLAYER-ID
002638     MOVE CLS-AGENT-ID TO GP-AGENT-ID
002638     MOVE CLS-REASON-CODE TO GP-REASON-CODE
002638     MOVE DP-GOODWILL-POINTS TO GP-POINTS
002638     MOVE TK-CLOSED-TS TO GP-REQUESTED-TS
002638     SET GP-IS-PENDING TO TRUE
002638     WRITE GP-PENDING-RECORD
002638     ADD 1 TO DP-GW-REFERRED-COUNT
002638     MOVE 'PENDING' TO DP-GW-REF-TEXT
002638     SET GW-EVENT-REFERRED TO TRUE
002638     .
002638* 3340-COMPUTE-CHECK-DIGIT - THE SAME REVERSED-DIGIT WEIGHTING
002638* SUM VOUCHGEN AND ORDCHECK USE, SO THE DESK VALIDATES GOODWILL
002638* PAPER THE SAME WAY AS FLOOR PAPER.
002638 3340-COMPUTE-CHECK-DIGIT.
002638     MOVE SPACES TO RS-PARMS
002638     MOVE DP-BASE-DIGITS TO RS-STRING
002638     CALL 'reverse-string' USING RS-PARMS
002638     MOVE ZERO TO DP-SUM
002638     PERFORM 3350-ADD-WEIGHTED-DIGIT
002638         VARYING DP-DIGIT-IX FROM 1 BY 1
002638         UNTIL DP-DIGIT-IX > 12
002638     DIVIDE DP-SUM BY 10 GIVING DP-CHECK-DIV
002638         REMAINDER DP-CHECK-REM
002638     IF DP-CHECK-REM = 0
002638         MOVE ZERO TO DP-CHECK-DIGIT
002638     ELSE
002638         COMPUTE DP-CHECK-DIGIT = 10 - DP-CHECK-REM
002638     END-IF
002638     .
002638 3350-ADD-WEIGHTED-DIGIT.
002638     MOVE RS-REVERSED(DP-DIGIT-IX:1) TO DP-DIGIT
002638     DIVIDE DP-DIGIT-IX BY 2 GIVING DP-WEIGHT-DIV
002638         REMAINDER DP-WEIGHT-REM
002638     IF DP-WEIGHT-REM = 1
002638         COMPUTE DP-DOUBLED = DP-DIGIT * 2
002638         IF DP-DOUBLED > 9
002638             COMPUTE DP-DOUBLED = DP-DOUBLED - 9
002638         END-IF
002638         ADD DP-DOUBLED TO DP-SUM
002638     ELSE
002638         ADD DP-DIGIT TO DP-SUM
002638     END-IF
002638     .
002638* 3380-OPEN-GOODWILL-FILES - ONLY ON THE FIRST GOODWILL GRANT OF
002638* THE RUN: PICK UP THE SHARED VOUCHSEQ CONTROL SO REFERENCES
002638* CONTINUE TODAY'S NUMBERING, AND OPEN THE VOUCHER FILE, THE
002638* APPROVAL QUEUE, AND THE LOG FOR APPEND.
002638 3380-OPEN-GOODWILL-FILES.
002638     MOVE 'Y' TO DP-GW-OPENED-FLAG
002638     MOVE FUNCTION CURRENT-DATE(1:8) TO DP-GW-RUN-DATE
002638     MOVE ZERO TO DP-VOUCHER-SEQ
002638     OPEN INPUT VOUCHSEQ
002638     IF DP-SEQ-STATUS = '00'
002638         READ VOUCHSEQ
002638             AT END
002638                 CONTINUE
002638             NOT AT END
002638                 IF VS-LAST-DATE = DP-GW-RUN-DATE
002638                     MOVE VS-LAST-SEQ TO DP-VOUCHER-SEQ
002638                 END-IF
002638         END-READ
002638         CLOSE VOUCHSEQ
002638     END-IF
002638     OPEN EXTEND VOUCHF
002638     IF DP-VOU-STATUS NOT = '00'
002638         OPEN OUTPUT VOUCHF
002638     END-IF
002638     OPEN EXTEND BOBGWPNF
002638     IF DP-GWP-STATUS NOT = '00'
002638         OPEN OUTPUT BOBGWPNF
002638     END-IF
002638     OPEN EXTEND BOBGWLGF
002638     IF DP-GWL-STATUS NOT = '00'
002638         OPEN OUTPUT BOBGWLGF
002638     END-IF
002638     .
002638 3390-CLOSE-GOODWILL-FILES.
002638     CLOSE VOUCHF BOBGWPNF BOBGWLGF
002638     OPEN OUTPUT VOUCHSEQ
002638     MOVE DP-GW-RUN-DATE TO VS-LAST-DATE
002638     MOVE DP-VOUCHER-SEQ TO VS-LAST-SEQ
002638     WRITE VS-SEQUENCE-RECORD
002638     CLOSE VOUCHSEQ
002638     .
002638 3950-WRITE-GOODWILL-REJECT.
002638     ADD 1 TO DP-REJECTED-COUNT
002638     MOVE SPACES TO RPT-LINE
002638     STRING 'TICKET ' DELIMITED BY SIZE
002638            CLS-TICKET-ID DELIMITED BY SIZE
002638            ' CLOSURE REJECTED - ' DELIMITED BY SIZE
002638            DP-GW-REJECT-TEXT DELIMITED BY SIZE
002638         INTO RPT-LINE
002638     WRITE RPT-LINE
002638     .
002638 3900-WRITE-REASON-REJECT.
002638     ADD 1 TO DP-REJECTED-COUNT
002638     MOVE SPACES TO RPT-LINE
002800            DP-CLOSED-COUNT DELIMITED BY SIZE
002810            '  REJECTED ' DELIMITED BY SIZE
002820            DP-REJECTED-COUNT DELIMITED BY SIZE
002820            '  REOPENED ' DELIMITED BY SIZE
002820            DP-REOPENED-COUNT DELIMITED BY SIZE
002830         INTO RPT-LINE
002840     WRITE RPT-LINE
002840     MOVE SPACES TO RPT-LINE
002840     STRING 'GOODWILL VOUCHERS ISSUED ' DELIMITED BY SIZE
002840            DP-GW-ISSUED-COUNT DELIMITED BY SIZE
002840            '  REFERRED FOR APPROVAL ' DELIMITED BY SIZE
002840            DP-GW-REFERRED-COUNT DELIMITED BY SIZE
002840         INTO RPT-LINE
002840     WRITE RPT-LINE
002850     .
002860 5000-SAVE-TICKET-CONTROL.
002870     OPEN OUTPUT BOBTCKC
