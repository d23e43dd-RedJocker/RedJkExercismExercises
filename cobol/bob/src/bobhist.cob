000010
000020* BOBHIST
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBHIST.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBHIST IS THE CUSTOMER CONTACT HISTORY INQUIRY - ONE PLACE
000100* TO SEE EVERYTHING THE DESK HAS HAD TO DO WITH A CUSTOMER
000110* INSTEAD OF OPENING FIVE FILES BY HAND.  THE DESK KEYS ONE
000120* CUSTOMER ID PER LINE INTO BOBHSTIN.  AN ID BOBMERGE HAS
000130* RETIRED RESOLVES THROUGH BOBXREF TO ITS SURVIVOR, AND EVERY
000140* ALIAS MERGED INTO THAT SURVIVOR IS PULLED IN WITH IT, SINCE
000150* OLDER RECORDS STILL CARRY THE ALIAS.  THE BOBHSRPT REPORT
000160* THEN LISTS, OLDEST FIRST: EVERY BOBAUDF EXCHANGE WITH ITS
000170* OUTCOME CODE, EVERY BOBTCKF TICKET OPENED, REOPENED AND
000180* CLOSED WITH ITS STATUS AND RESOLUTION REASON, CALLBACKS
000190* BOOKED AND COMPLETED OFF BOBCALLF, AND SURVEY INVITES AND
000200* SCORES OFF BOBSVINF.  WHEN THE CUSTOMER IS ALSO A YACHT
000210* PLAYER - THE ID ITSELF IS ON YPLAYERF, OR A TICKET NAMED
000220* THE PLAYER BEHIND IT - THE LAST CH-RECENT-MAX SCORECARDS
000230* AND VOUCHERS AND THE LOYBALF POINTS BALANCE FOLLOW.  A FILE
000240* THAT IS NOT THERE SIMPLY ADDS NOTHING.
000250*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 RJ    ORIGINAL PROGRAM
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT BOBHSTIN ASSIGN TO "BOBHSTIN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CH-QIN-STATUS.
000380     SELECT BOBXREF ASSIGN TO "BOBXREF"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS BX-ALIAS-ID
000420         FILE STATUS IS CH-XRF-STATUS.
000430     SELECT BOBAUDF ASSIGN TO "BOBAUDF"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS CH-AUD-STATUS.
000460     SELECT BOBTCKF ASSIGN TO "BOBTCKF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS TK-TICKET-ID
000500         FILE STATUS IS CH-TCK-STATUS.
000510     SELECT BOBCALLF ASSIGN TO "BOBCALLF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CB-TICKET-ID
000550         FILE STATUS IS CH-CBK-STATUS.
000560     SELECT BOBSVINF ASSIGN TO "BOBSVINF"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS SV-TICKET-ID
000600         FILE STATUS IS CH-INV-STATUS.
000610     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS YP-PLAYER-ID
000650         FILE STATUS IS CH-PLF-STATUS.
000660     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS YS-SCORECARD-KEY
000700         FILE STATUS IS CH-SCF-STATUS.
000710     SELECT VOUCHF ASSIGN TO "VOUCHF"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS CH-VOU-STATUS.
000740     SELECT LOYBALF ASSIGN TO "LOYBALF"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS BL-PLAYER-ID
000780         FILE STATUS IS CH-BAL-STATUS.
000790     SELECT BOBHSRPT ASSIGN TO "BOBHSRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS CH-RPT-STATUS.
000820     SELECT SORT-WORK ASSIGN TO "SRTWK14".
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  BOBHSTIN.
000860 01  HQ-QUERY-RECORD.
000870     05  HQ-CUSTOMER-ID         PIC X(10).
000880 FD  BOBXREF.
000890 COPY "BOBXREF.cpy".
000900 FD  BOBAUDF.
000910 01  AUD-RECORD.
000920     05  AUD-TIMESTAMP          PIC X(21).
000930     05  AUD-CUSTOMER-ID        PIC X(10).
000940     05  AUD-HEYBOB             PIC X(60).
000950     05  AUD-RESULT             PIC X(40).
000960     05  AUD-OUTCOME-CODE       PIC X(04).
000970     05  AUD-VARIANT            PIC X(01).
000980     05  AUD-LANGUAGE           PIC X(02).
000990 FD  BOBTCKF.
001000 COPY "BOBTCK.cpy".
001010 FD  BOBCALLF.
001020 COPY "BOBCALL.cpy".
001030 FD  BOBSVINF.
001040 COPY "BOBSVIN.cpy".
001050 FD  YPLAYERF.
001060 COPY "YPLAYER.cpy".
001070 FD  YACHTSCF.
001080 COPY "YACHTSC.cpy".
001090 FD  VOUCHF.
001100 COPY "VOUCHER.cpy".
001110 FD  LOYBALF.
001120 COPY "LOYBAL.cpy".
001130 FD  BOBHSRPT
001140     RECORD CONTAINS 100 CHARACTERS.
001150 01  RPT-LINE                   PIC X(100).
001160* ONE ROW PER EVENT.  THE SEQUENCE KEEPS EVENTS WITH THE SAME
001170* STAMP IN THE ORDER THE FILES WERE READ.
001180 SD  SORT-WORK.
001190 01  SRT-RECORD.
001200     05  SRT-EVENT-TS           PIC X(14).
001210     05  SRT-EVENT-SEQ          PIC 9(05).
001220     05  SRT-DATE-ONLY-FLAG     PIC X(01).
001230         88  SRT-EVENT-HAS-NO-TIME  VALUE 'Y'.
001240     05  SRT-SOURCE             PIC X(08).
001250     05  SRT-TEXT               PIC X(72).
001260 WORKING-STORAGE SECTION.
001270* THE CUSTOMER'S SURVIVOR ID FIRST, THEN EVERY ALIAS MERGED
001280* INTO IT.
001290 01  CH-ID-TABLE.
001300     05  CH-ID-COUNT            PIC 9(02) VALUE ZERO.
001310     05  CH-ID-ENTRY OCCURS 20 TIMES
001320                                PIC X(10).
001330* THE MOST RECENT SCORECARDS AND VOUCHERS, OLDEST FIRST.  A
001340* NEW ONE PAST CH-RECENT-MAX SHIFTS THE OLDEST OUT.
001350 01  CH-CARD-TABLE.
001360     05  CH-CARD-COUNT          PIC 9(01) VALUE ZERO.
001370     05  CH-CARD-ENTRY OCCURS 5 TIMES.
001380         10  CH-CARD-GAME-TS    PIC X(15).
001390         10  CH-CARD-TOTAL      PIC 9(04).
001400         10  CH-CARD-STATE      PIC X(11).
001410 01  CH-VOUCHER-TABLE.
001420     05  CH-VOUCHER-COUNT       PIC 9(01) VALUE ZERO.
001430     05  CH-VOUCHER-ENTRY OCCURS 5 TIMES.
001440         10  CH-VOU-REF         PIC X(13).
001450         10  CH-VOU-ISSUE-DATE  PIC X(08).
001460         10  CH-VOU-TOTAL       PIC 9(04).
001470         10  CH-VOU-STATE       PIC X(11).
001480 01  CH-WORK-FIELDS.
001490     05  CH-QIN-STATUS          PIC X(02) VALUE SPACES.
001500         88  CH-QIN-OK              VALUE '00'.
001510         88  CH-QIN-EOF             VALUE '10'.
001520     05  CH-XRF-STATUS          PIC X(02) VALUE SPACES.
001530         88  CH-XRF-OK              VALUE '00'.
001540         88  CH-XRF-EOF             VALUE '10'.
001550     05  CH-XRF-OPENED-FLAG     PIC X(01) VALUE 'N'.
001560     05  CH-AUD-STATUS          PIC X(02) VALUE SPACES.
001570         88  CH-AUD-OK              VALUE '00'.
001580         88  CH-AUD-EOF             VALUE '10'.
001590     05  CH-AUD-OPENED-FLAG     PIC X(01) VALUE 'N'.
001600     05  CH-TCK-STATUS          PIC X(02) VALUE SPACES.
001610         88  CH-TCK-OK              VALUE '00'.
001620         88  CH-TCK-EOF             VALUE '10'.
001630     05  CH-TCK-OPENED-FLAG     PIC X(01) VALUE 'N'.
001640     05  CH-CBK-STATUS          PIC X(02) VALUE SPACES.
001650         88  CH-CBK-OK              VALUE '00'.
001660         88  CH-CBK-EOF             VALUE '10'.
001670     05  CH-CBK-OPENED-FLAG     PIC X(01) VALUE 'N'.
001680     05  CH-INV-STATUS          PIC X(02) VALUE SPACES.
001690         88  CH-INV-OK              VALUE '00'.
001700         88  CH-INV-EOF             VALUE '10'.
001710     05  CH-INV-OPENED-FLAG     PIC X(01) VALUE 'N'.
001720     05  CH-PLF-STATUS          PIC X(02) VALUE SPACES.
001730         88  CH-PLF-OK              VALUE '00'.
001740     05  CH-SCF-STATUS          PIC X(02) VALUE SPACES.
001750         88  CH-SCF-OK              VALUE '00'.
001760         88  CH-SCF-EOF             VALUE '10'.
001770     05  CH-SCF-OPENED-FLAG     PIC X(01) VALUE 'N'.
001780     05  CH-VOU-STATUS          PIC X(02) VALUE SPACES.
001790         88  CH-VOU-OK              VALUE '00'.
001800         88  CH-VOU-EOF             VALUE '10'.
001810     05  CH-VOU-OPENED-FLAG     PIC X(01) VALUE 'N'.
001820     05  CH-BAL-STATUS          PIC X(02) VALUE SPACES.
001830         88  CH-BAL-OK              VALUE '00'.
001840     05  CH-RPT-STATUS          PIC X(02) VALUE SPACES.
001850     05  CH-SORT-EOF-FLAG       PIC X(01) VALUE 'N'.
001860         88  CH-SORT-IS-EOF         VALUE 'Y'.
001870     05  CH-MATCH-FLAG          PIC X(01) VALUE 'N'.
001880         88  CH-ID-IS-CUSTOMERS     VALUE 'Y'.
001890     05  CH-PLAYER-FLAG         PIC X(01) VALUE 'N'.
001900         88  CH-PLAYER-IS-KNOWN     VALUE 'Y'.
001910     05  CH-RECENT-MAX          PIC 9(01) VALUE 5.
001920     05  CH-QUERY-ID            PIC X(10) VALUE SPACES.
001930     05  CH-SURVIVOR-ID         PIC X(10) VALUE SPACES.
001940     05  CH-CHECK-ID            PIC X(10) VALUE SPACES.
001950     05  CH-TICKET-PLAYER-ID    PIC X(10) VALUE SPACES.
001960     05  CH-PLAYER-ID           PIC X(10) VALUE SPACES.
001970     05  CH-ID-IX               PIC 9(02) VALUE ZERO.
001980     05  CH-SHIFT-IX            PIC 9(01) VALUE ZERO.
001990     05  CH-EVENT-SEQ           PIC 9(05) VALUE ZERO.
002000     05  CH-EVENT-COUNT         PIC 9(05) VALUE ZERO.
002010     05  CH-CARDS-SEEN          PIC 9(05) VALUE ZERO.
002020     05  CH-VOUCHERS-SEEN       PIC 9(05) VALUE ZERO.
002030     05  CH-STATUS-WORD         PIC X(08) VALUE SPACES.
002040     05  CH-STATE-WORD          PIC X(11) VALUE SPACES.
002050     05  CH-TIME-DISPLAY        PIC X(05) VALUE SPACES.
002060     05  CH-COUNT-ED            PIC ZZZZ9.
002070     05  CH-TOTAL-ED            PIC ZZZ9.
002080     05  CH-BALANCE-ED          PIC -Z(6)9.
002090 PROCEDURE DIVISION.
002100 0000-MAINLINE.
002110     PERFORM 1000-INITIALIZE
002120     PERFORM 2000-READ-NEXT-QUERY
002130     PERFORM UNTIL CH-QIN-EOF
002140         IF HQ-CUSTOMER-ID NOT = SPACES
002150             PERFORM 3000-RUN-ONE-QUERY
002160         END-IF
002170         PERFORM 2000-READ-NEXT-QUERY
002180     END-PERFORM
002190     CLOSE BOBHSTIN BOBHSRPT
002200     GOBACK.
002210 1000-INITIALIZE.
002220     OPEN INPUT BOBHSTIN
002230     IF NOT CH-QIN-OK
002240         SET CH-QIN-EOF TO TRUE
002250     END-IF
002260     OPEN OUTPUT BOBHSRPT
002270     .
002280 2000-READ-NEXT-QUERY.
002290     IF NOT CH-QIN-EOF
002300         READ BOBHSTIN
002310             AT END
002320                 SET CH-QIN-EOF TO TRUE
002330         END-READ
002340     END-IF
002350     .
002360* 3000-RUN-ONE-QUERY - RESOLVE THE ID, GATHER ITS ALIASES,
002370* SORT EVERY DESK EVENT FOR THEM INTO TIME ORDER, THEN ADD
002380* THE YACHT SIDE WHEN THERE IS ONE.
002390 3000-RUN-ONE-QUERY.
002400     MOVE HQ-CUSTOMER-ID TO CH-QUERY-ID
002410     MOVE ZERO TO CH-EVENT-SEQ
002420     MOVE ZERO TO CH-EVENT-COUNT
002430     MOVE SPACES TO CH-TICKET-PLAYER-ID
002440     PERFORM 3100-RESOLVE-CUSTOMER
002450     MOVE SPACES TO RPT-LINE
002460     STRING 'CONTACT HISTORY - CUSTOMER ' DELIMITED BY SIZE
002470            CH-SURVIVOR-ID                DELIMITED BY SIZE
002480         INTO RPT-LINE
002490     WRITE RPT-LINE
002500     IF CH-SURVIVOR-ID NOT = CH-QUERY-ID
002510         MOVE SPACES TO RPT-LINE
002520         STRING '  RESOLVED FROM MERGED ID ' DELIMITED BY SIZE
002530                CH-QUERY-ID                  DELIMITED BY SIZE
002540             INTO RPT-LINE
002550         WRITE RPT-LINE
002560     END-IF
002570     PERFORM 3200-COLLECT-ALIASES
002580     PERFORM VARYING CH-ID-IX FROM 2 BY 1
002590             UNTIL CH-ID-IX > CH-ID-COUNT
002600         MOVE SPACES TO RPT-LINE
002610         STRING '  ALSO KNOWN AS ' DELIMITED BY SIZE
002620                CH-ID-ENTRY(CH-ID-IX) DELIMITED BY SIZE
002630             INTO RPT-LINE
002640         WRITE RPT-LINE
002650     END-PERFORM
002660     MOVE 'N' TO CH-SORT-EOF-FLAG
002670     SORT SORT-WORK
002680         ON ASCENDING KEY SRT-EVENT-TS
002690         ON ASCENDING KEY SRT-EVENT-SEQ
002700         INPUT PROCEDURE IS 4000-RELEASE-EVENTS
002710         OUTPUT PROCEDURE IS 5000-PRINT-HISTORY
002720     MOVE CH-EVENT-COUNT TO CH-COUNT-ED
002730     MOVE SPACES TO RPT-LINE
002740     STRING 'DESK EVENTS FOUND ' DELIMITED BY SIZE
002750            CH-COUNT-ED          DELIMITED BY SIZE
002760         INTO RPT-LINE
002770     WRITE RPT-LINE
002780     PERFORM 6000-WRITE-YACHT-SECTION
002790     MOVE SPACES TO RPT-LINE
002800     WRITE RPT-LINE
002810     .
002820* 3100-RESOLVE-CUSTOMER - THE SAME LOOKUP BOB MAKES ON THE
002830* WAY IN.  NO CROSS-REFERENCE MEANS NOTHING HAS BEEN MERGED.
002840 3100-RESOLVE-CUSTOMER.
002850     MOVE CH-QUERY-ID TO CH-SURVIVOR-ID
002860     MOVE SPACES TO CH-XRF-STATUS
002870     OPEN INPUT BOBXREF
002880     IF CH-XRF-OK
002890         MOVE CH-QUERY-ID TO BX-ALIAS-ID
002900         READ BOBXREF
002910             INVALID KEY
002920                 CONTINUE
002930             NOT INVALID KEY
002940                 MOVE BX-SURVIVOR-ID TO CH-SURVIVOR-ID
002950         END-READ
002960         CLOSE BOBXREF
002970     END-IF
002980     .
002990* 3200-COLLECT-ALIASES - THE CROSS-REFERENCE IS KEYED BY
003000* ALIAS, SO FINDING EVERY ALIAS OF ONE SURVIVOR MEANS READING
003010* IT THROUGH.
003020 3200-COLLECT-ALIASES.
003030     MOVE 1 TO CH-ID-COUNT
003040     MOVE CH-SURVIVOR-ID TO CH-ID-ENTRY(1)
003050     MOVE SPACES TO CH-XRF-STATUS
003060     OPEN INPUT BOBXREF
003070     IF CH-XRF-OK
003080         MOVE 'Y' TO CH-XRF-OPENED-FLAG
003090         MOVE LOW-VALUES TO BX-ALIAS-ID
003100         START BOBXREF KEY IS GREATER THAN OR EQUAL
003110             BX-ALIAS-ID
003120             INVALID KEY
003130                 SET CH-XRF-EOF TO TRUE
003140         END-START
003150     ELSE
003160         MOVE 'N' TO CH-XRF-OPENED-FLAG
003170         SET CH-XRF-EOF TO TRUE
003180     END-IF
003190     PERFORM 3210-READ-NEXT-XREF
003200     PERFORM UNTIL CH-XRF-EOF
003210         IF BX-SURVIVOR-ID = CH-SURVIVOR-ID
003220                 AND CH-ID-COUNT < 20
003230             ADD 1 TO CH-ID-COUNT
003240             MOVE BX-ALIAS-ID TO CH-ID-ENTRY(CH-ID-COUNT)
003250         END-IF
003260         PERFORM 3210-READ-NEXT-XREF
003270     END-PERFORM
003280     IF CH-XRF-OPENED-FLAG = 'Y'
003290         CLOSE BOBXREF
003300         MOVE 'N' TO CH-XRF-OPENED-FLAG
003310     END-IF
003320     .
003330 3210-READ-NEXT-XREF.
003340     IF NOT CH-XRF-EOF
003350         READ BOBXREF NEXT RECORD
003360             AT END
003370                 SET CH-XRF-EOF TO TRUE
003380         END-READ
003390     END-IF
003400     .
003410* 3900-CHECK-CUSTOMER-ID - IS CH-CHECK-ID THE CUSTOMER OR ONE
003420* OF ITS ALIASES.
003430 3900-CHECK-CUSTOMER-ID.
003440     MOVE 'N' TO CH-MATCH-FLAG
003450     PERFORM VARYING CH-ID-IX FROM 1 BY 1
003460             UNTIL CH-ID-IX > CH-ID-COUNT
003470                OR CH-ID-IS-CUSTOMERS
003480         IF CH-ID-ENTRY(CH-ID-IX) = CH-CHECK-ID
003490             SET CH-ID-IS-CUSTOMERS TO TRUE
003500         END-IF
003510     END-PERFORM
003520     .
003530* 4000-RELEASE-EVENTS - SORT INPUT.  EACH DESK FILE IS READ
003540* THROUGH ONCE AND EVERY EVENT BELONGING TO THE CUSTOMER IS
003550* RELEASED WITH ITS TIMESTAMP.
003560 4000-RELEASE-EVENTS.
003570     PERFORM 4100-RELEASE-EXCHANGES
003580     PERFORM 4200-RELEASE-TICKETS
003590     PERFORM 4300-RELEASE-CALLBACKS
003600     PERFORM 4400-RELEASE-SURVEYS
003610     .
003620* 4100-RELEASE-EXCHANGES - EVERY LINE THE CUSTOMER SAID TO BOB
003630* AND THE OUTCOME CODE BOB GAVE IT.
003640 4100-RELEASE-EXCHANGES.
003650     MOVE SPACES TO CH-AUD-STATUS
003660     OPEN INPUT BOBAUDF
003670     IF CH-AUD-OK
003680         MOVE 'Y' TO CH-AUD-OPENED-FLAG
003690     ELSE
003700         MOVE 'N' TO CH-AUD-OPENED-FLAG
003710         SET CH-AUD-EOF TO TRUE
003720     END-IF
003730     PERFORM 4110-READ-NEXT-EXCHANGE
003740     PERFORM UNTIL CH-AUD-EOF
003750         MOVE AUD-CUSTOMER-ID TO CH-CHECK-ID
003760         PERFORM 3900-CHECK-CUSTOMER-ID
003770         IF CH-ID-IS-CUSTOMERS
003780             MOVE SPACES TO SRT-RECORD
003790             MOVE AUD-TIMESTAMP(1:14) TO SRT-EVENT-TS
003800             MOVE 'EXCHANGE' TO SRT-SOURCE
003810             STRING AUD-OUTCOME-CODE  DELIMITED BY SIZE
003820                    ' '               DELIMITED BY SIZE
003830                    AUD-HEYBOB(1:33)  DELIMITED BY SIZE
003840                    ' / '             DELIMITED BY SIZE
003850                    AUD-RESULT(1:31)  DELIMITED BY SIZE
003860                 INTO SRT-TEXT
003870             PERFORM 4900-RELEASE-ONE-EVENT
003880         END-IF
003890         PERFORM 4110-READ-NEXT-EXCHANGE
003900     END-PERFORM
003910     IF CH-AUD-OPENED-FLAG = 'Y'
003920         CLOSE BOBAUDF
003930         MOVE 'N' TO CH-AUD-OPENED-FLAG
003940     END-IF
003950     .
003960 4110-READ-NEXT-EXCHANGE.
003970     IF NOT CH-AUD-EOF
003980         READ BOBAUDF
003990             AT END
004000                 SET CH-AUD-EOF TO TRUE
004010         END-READ
004020     END-IF
004030     .
004040* 4200-RELEASE-TICKETS - A TICKET SHOWS UP WHEN IT WAS OPENED
004050* (WITH WHERE IT STANDS TODAY), WHEN IT WAS LAST REOPENED, AND
004060* WHEN IT WAS CLOSED (WITH THE RESOLUTION REASON).  THE FIRST
004070* TICKET NAMING A YACHT PLAYER IS KEPT FOR THE YACHT SECTION.
004080 4200-RELEASE-TICKETS.
004090     MOVE SPACES TO CH-TCK-STATUS
004100     OPEN INPUT BOBTCKF
004110     IF CH-TCK-OK
004120         MOVE 'Y' TO CH-TCK-OPENED-FLAG
004130         MOVE LOW-VALUES TO TK-TICKET-ID
004140         START BOBTCKF KEY IS GREATER THAN OR EQUAL
004150             TK-TICKET-ID
004160             INVALID KEY
004170                 SET CH-TCK-EOF TO TRUE
004180         END-START
004190     ELSE
004200         MOVE 'N' TO CH-TCK-OPENED-FLAG
004210         SET CH-TCK-EOF TO TRUE
004220     END-IF
004230     PERFORM 4210-READ-NEXT-TICKET
004240     PERFORM UNTIL CH-TCK-EOF
004250         MOVE TK-CUSTOMER-ID TO CH-CHECK-ID
004260         PERFORM 3900-CHECK-CUSTOMER-ID
004270         IF CH-ID-IS-CUSTOMERS
004280             PERFORM 4220-RELEASE-ONE-TICKET
004290         END-IF
004300         PERFORM 4210-READ-NEXT-TICKET
004310     END-PERFORM
004320     IF CH-TCK-OPENED-FLAG = 'Y'
004330         CLOSE BOBTCKF
004340         MOVE 'N' TO CH-TCK-OPENED-FLAG
004350     END-IF
004360     .
004370 4210-READ-NEXT-TICKET.
004380     IF NOT CH-TCK-EOF
004390         READ BOBTCKF NEXT RECORD
004400             AT END
004410                 SET CH-TCK-EOF TO TRUE
004420         END-READ
004430     END-IF
004440     .
004450 4220-RELEASE-ONE-TICKET.
004460     IF CH-TICKET-PLAYER-ID = SPACES
004470         MOVE TK-GAME-PLAYER-ID TO CH-TICKET-PLAYER-ID
004480     END-IF
004490     EVALUATE TRUE
004500         WHEN TK-TICKET-IS-OPEN
004510             MOVE 'OPEN' TO CH-STATUS-WORD
004520         WHEN TK-TICKET-IS-ASSIGNED
004530             MOVE 'ASSIGNED' TO CH-STATUS-WORD
004540         WHEN TK-TICKET-IS-CLOSED
004550             MOVE 'CLOSED' TO CH-STATUS-WORD
004560         WHEN OTHER
004570             MOVE 'UNKNOWN' TO CH-STATUS-WORD
004580     END-EVALUATE
004590     MOVE SPACES TO SRT-RECORD
004600     MOVE TK-OPENED-TS(1:14) TO SRT-EVENT-TS
004610     MOVE 'TICKET' TO SRT-SOURCE
004620     STRING TK-TICKET-ID        DELIMITED BY SIZE
004630            ' OPENED, NOW '     DELIMITED BY SIZE
004640            CH-STATUS-WORD      DELIMITED BY SIZE
004650            ' '                 DELIMITED BY SIZE
004660            TK-MESSAGE(1:43)    DELIMITED BY SIZE
004670         INTO SRT-TEXT
004680     PERFORM 4900-RELEASE-ONE-EVENT
004690     IF TK-REOPEN-COUNT NUMERIC
004700             AND TK-REOPEN-COUNT > ZERO
004710             AND TK-REOPENED-TS NOT = SPACES
004720         MOVE SPACES TO SRT-RECORD
004730         MOVE TK-REOPENED-TS(1:14) TO SRT-EVENT-TS
004740         MOVE 'TICKET' TO SRT-SOURCE
004750         STRING TK-TICKET-ID     DELIMITED BY SIZE
004760                ' REOPENED, '    DELIMITED BY SIZE
004770                TK-REOPEN-COUNT  DELIMITED BY SIZE
004780                ' TIME(S) IN ALL' DELIMITED BY SIZE
004790             INTO SRT-TEXT
004800         PERFORM 4900-RELEASE-ONE-EVENT
004810     END-IF
004820     IF TK-TICKET-IS-CLOSED
004830         MOVE SPACES TO SRT-RECORD
004840         MOVE TK-CLOSED-TS(1:14) TO SRT-EVENT-TS
004850         MOVE 'TICKET' TO SRT-SOURCE
004860         STRING TK-TICKET-ID          DELIMITED BY SIZE
004870                ' CLOSED BY '         DELIMITED BY SIZE
004880                TK-AGENT-ID           DELIMITED BY SIZE
004890                ' REASON '            DELIMITED BY SIZE
004900                TK-REASON-CODE        DELIMITED BY SIZE
004910                ' '                   DELIMITED BY SIZE
004920                TK-RESOLUTION-TEXT(1:30) DELIMITED BY SIZE
004930             INTO SRT-TEXT
004940         PERFORM 4900-RELEASE-ONE-EVENT
004950     END-IF
004960     .
004970* 4300-RELEASE-CALLBACKS - A CALLBACK IS BOOKED FOR THE START
004980* OF ITS WINDOW AND COMPLETED ON ITS DONE DATE, WHICH CARRIES
004990* NO TIME OF DAY.
005000 4300-RELEASE-CALLBACKS.
005010     MOVE SPACES TO CH-CBK-STATUS
005020     OPEN INPUT BOBCALLF
005030     IF CH-CBK-OK
005040         MOVE 'Y' TO CH-CBK-OPENED-FLAG
005050         MOVE LOW-VALUES TO CB-TICKET-ID
005060         START BOBCALLF KEY IS GREATER THAN OR EQUAL
005070             CB-TICKET-ID
005080             INVALID KEY
005090                 SET CH-CBK-EOF TO TRUE
005100         END-START
005110     ELSE
005120         MOVE 'N' TO CH-CBK-OPENED-FLAG
005130         SET CH-CBK-EOF TO TRUE
005140     END-IF
005150     PERFORM 4310-READ-NEXT-CALLBACK
005160     PERFORM UNTIL CH-CBK-EOF
005170         MOVE CB-CUSTOMER-ID TO CH-CHECK-ID
005180         PERFORM 3900-CHECK-CUSTOMER-ID
005190         IF CH-ID-IS-CUSTOMERS
005200             PERFORM 4320-RELEASE-ONE-CALLBACK
005210         END-IF
005220         PERFORM 4310-READ-NEXT-CALLBACK
005230     END-PERFORM
005240     IF CH-CBK-OPENED-FLAG = 'Y'
005250         CLOSE BOBCALLF
005260         MOVE 'N' TO CH-CBK-OPENED-FLAG
005270     END-IF
005280     .
005290 4310-READ-NEXT-CALLBACK.
005300     IF NOT CH-CBK-EOF
005310         READ BOBCALLF NEXT RECORD
005320             AT END
005330                 SET CH-CBK-EOF TO TRUE
005340         END-READ
005350     END-IF
005360     .
005370 4320-RELEASE-ONE-CALLBACK.
005380     MOVE SPACES TO SRT-RECORD
005390     STRING CB-CALL-DATE      DELIMITED BY SIZE
005400            CB-WINDOW-START   DELIMITED BY SIZE
005410            '00'              DELIMITED BY SIZE
005420         INTO SRT-EVENT-TS
005430     MOVE 'CALLBACK' TO SRT-SOURCE
005440     STRING 'TICKET '         DELIMITED BY SIZE
005450            CB-TICKET-ID      DELIMITED BY SIZE
005460            ' BOOKED '        DELIMITED BY SIZE
005470            CB-WINDOW-START   DELIMITED BY SIZE
005480            '-'               DELIMITED BY SIZE
005490            CB-WINDOW-END     DELIMITED BY SIZE
005500            ' AGENT '         DELIMITED BY SIZE
005510            CB-AGENT-ID       DELIMITED BY SIZE
005520         INTO SRT-TEXT
005530     PERFORM 4900-RELEASE-ONE-EVENT
005540     IF CB-CALLBACK-DONE
005550         MOVE SPACES TO SRT-RECORD
005560         STRING CB-DONE-DATE  DELIMITED BY SIZE
005570                '000000'      DELIMITED BY SIZE
005580             INTO SRT-EVENT-TS
005590         SET SRT-EVENT-HAS-NO-TIME TO TRUE
005600         MOVE 'CALLBACK' TO SRT-SOURCE
005610         STRING 'TICKET '      DELIMITED BY SIZE
005620                CB-TICKET-ID   DELIMITED BY SIZE
005630                ' COMPLETED '  DELIMITED BY SIZE
005640                CB-OUTCOME-TEXT DELIMITED BY SIZE
005650             INTO SRT-TEXT
005660         PERFORM 4900-RELEASE-ONE-EVENT
005670     END-IF
005680     .
005690* 4400-RELEASE-SURVEYS - THE INVITE, AND THE SCORE WHEN ONE
005700* CAME BACK.  BOTH ARE DATES ONLY.
005710 4400-RELEASE-SURVEYS.
005720     MOVE SPACES TO CH-INV-STATUS
005730     OPEN INPUT BOBSVINF
005740     IF CH-INV-OK
005750         MOVE 'Y' TO CH-INV-OPENED-FLAG
005760         MOVE LOW-VALUES TO SV-TICKET-ID
005770         START BOBSVINF KEY IS GREATER THAN OR EQUAL
005780             SV-TICKET-ID
005790             INVALID KEY
005800                 SET CH-INV-EOF TO TRUE
005810         END-START
005820     ELSE
005830         MOVE 'N' TO CH-INV-OPENED-FLAG
005840         SET CH-INV-EOF TO TRUE
005850     END-IF
005860     PERFORM 4410-READ-NEXT-SURVEY
005870     PERFORM UNTIL CH-INV-EOF
005880         MOVE SV-CUSTOMER-ID TO CH-CHECK-ID
005890         PERFORM 3900-CHECK-CUSTOMER-ID
005900         IF CH-ID-IS-CUSTOMERS
005910             PERFORM 4420-RELEASE-ONE-SURVEY
005920         END-IF
005930         PERFORM 4410-READ-NEXT-SURVEY
005940     END-PERFORM
005950     IF CH-INV-OPENED-FLAG = 'Y'
005960         CLOSE BOBSVINF
005970         MOVE 'N' TO CH-INV-OPENED-FLAG
005980     END-IF
005990     .
006000 4410-READ-NEXT-SURVEY.
006010     IF NOT CH-INV-EOF
006020         READ BOBSVINF NEXT RECORD
006030             AT END
006040                 SET CH-INV-EOF TO TRUE
006050         END-READ
006060     END-IF
006070     .
006080 4420-RELEASE-ONE-SURVEY.
006090     MOVE SPACES TO SRT-RECORD
006100     STRING SV-INVITE-DATE    DELIMITED BY SIZE
006110            '000000'          DELIMITED BY SIZE
006120         INTO SRT-EVENT-TS
006130     SET SRT-EVENT-HAS-NO-TIME TO TRUE
006140     MOVE 'SURVEY' TO SRT-SOURCE
006150     STRING 'TICKET '         DELIMITED BY SIZE
006160            SV-TICKET-ID      DELIMITED BY SIZE
006170            ' INVITED, AGENT ' DELIMITED BY SIZE
006180            SV-AGENT-ID       DELIMITED BY SIZE
006190         INTO SRT-TEXT
006200     PERFORM 4900-RELEASE-ONE-EVENT
006210     IF SV-RESPONSE-IS-IN
006220         MOVE SPACES TO SRT-RECORD
006230         STRING SV-RESPONSE-DATE DELIMITED BY SIZE
006240                '000000'         DELIMITED BY SIZE
006250             INTO SRT-EVENT-TS
006260         SET SRT-EVENT-HAS-NO-TIME TO TRUE
006270         MOVE 'SURVEY' TO SRT-SOURCE
006280         STRING 'TICKET '      DELIMITED BY SIZE
006290                SV-TICKET-ID   DELIMITED BY SIZE
006300                ' SCORED '     DELIMITED BY SIZE
006310                SV-SCORE       DELIMITED BY SIZE
006320             INTO SRT-TEXT
006330         PERFORM 4900-RELEASE-ONE-EVENT
006340     END-IF
006350     .
006360 4900-RELEASE-ONE-EVENT.
006370     ADD 1 TO CH-EVENT-SEQ
006380     MOVE CH-EVENT-SEQ TO SRT-EVENT-SEQ
006390     IF SRT-DATE-ONLY-FLAG NOT = 'Y'
006400         MOVE 'N' TO SRT-DATE-ONLY-FLAG
006410     END-IF
006420     RELEASE SRT-RECORD
006430     .
006440* 5000-PRINT-HISTORY - SORT OUTPUT.  ONE LINE PER EVENT, THE
006450* TIME OF DAY LEFT BLANK FOR DATE-ONLY EVENTS.
006460 5000-PRINT-HISTORY.
006470     PERFORM 5010-RETURN-NEXT-EVENT
006480     PERFORM UNTIL CH-SORT-IS-EOF
006490         ADD 1 TO CH-EVENT-COUNT
006500         IF SRT-EVENT-HAS-NO-TIME
006510             MOVE SPACES TO CH-TIME-DISPLAY
006520         ELSE
006530             MOVE SPACES TO CH-TIME-DISPLAY
006540             STRING SRT-EVENT-TS(9:2)  DELIMITED BY SIZE
006550                    ':'                DELIMITED BY SIZE
006560                    SRT-EVENT-TS(11:2) DELIMITED BY SIZE
006570                 INTO CH-TIME-DISPLAY
006580         END-IF
006590         MOVE SPACES TO RPT-LINE
006600         STRING '  '               DELIMITED BY SIZE
006610                SRT-EVENT-TS(1:4)  DELIMITED BY SIZE
006620                '-'                DELIMITED BY SIZE
006630                SRT-EVENT-TS(5:2)  DELIMITED BY SIZE
006640                '-'                DELIMITED BY SIZE
006650                SRT-EVENT-TS(7:2)  DELIMITED BY SIZE
006660                ' '                DELIMITED BY SIZE
006670                CH-TIME-DISPLAY    DELIMITED BY SIZE
006680                ' '                DELIMITED BY SIZE
006690                SRT-SOURCE         DELIMITED BY SIZE
006700                ' '                DELIMITED BY SIZE
006710                SRT-TEXT           DELIMITED BY SIZE
006720             INTO RPT-LINE
006730         WRITE RPT-LINE
006740         PERFORM 5010-RETURN-NEXT-EVENT
006750     END-PERFORM
006760     .
006770 5010-RETURN-NEXT-EVENT.
006780     RETURN SORT-WORK
006790         AT END
006800             SET CH-SORT-IS-EOF TO TRUE
006810     END-RETURN
006820     .
006830* 6000-WRITE-YACHT-SECTION - ONLY FOR A CUSTOMER WHO IS ALSO A
006840* REGISTERED PLAYER.
006850 6000-WRITE-YACHT-SECTION.
006860     PERFORM 6100-FIND-PLAYER
006870     IF CH-PLAYER-IS-KNOWN
006880         EVALUATE TRUE
006890             WHEN YP-TIER-GOLD
006900                 MOVE 'GOLD' TO CH-STATUS-WORD
006910             WHEN YP-TIER-SILVER
006920                 MOVE 'SILVER' TO CH-STATUS-WORD
006930             WHEN OTHER
006940                 MOVE 'BRONZE' TO CH-STATUS-WORD
006950         END-EVALUATE
006960         MOVE SPACES TO RPT-LINE
006970         STRING 'YACHT PLAYER '  DELIMITED BY SIZE
006980                CH-PLAYER-ID     DELIMITED BY SIZE
006990                ' '              DELIMITED BY SIZE
007000                YP-PLAYER-NAME   DELIMITED BY SIZE
007010                ' TIER '         DELIMITED BY SIZE
007020                CH-STATUS-WORD   DELIMITED BY SIZE
007030                ' ENROLLED '     DELIMITED BY SIZE
007040                YP-ENROLL-DATE   DELIMITED BY SIZE
007050             INTO RPT-LINE
007060         WRITE RPT-LINE
007070         PERFORM 6200-LIST-RECENT-CARDS
007080         PERFORM 6300-LIST-RECENT-VOUCHERS
007090         PERFORM 6400-SHOW-LOYALTY-BALANCE
007100     END-IF
007110     .
007120* 6100-FIND-PLAYER - THE CUSTOMER ID ITSELF FIRST, THEN THE
007130* PLAYER A TICKET NAMED.
007140 6100-FIND-PLAYER.
007150     MOVE 'N' TO CH-PLAYER-FLAG
007160     MOVE SPACES TO CH-PLF-STATUS
007170     OPEN INPUT YPLAYERF
007180     IF CH-PLF-OK
007190         MOVE CH-SURVIVOR-ID TO YP-PLAYER-ID
007200         READ YPLAYERF
007210             INVALID KEY
007220                 CONTINUE
007230             NOT INVALID KEY
007240                 SET CH-PLAYER-IS-KNOWN TO TRUE
007250         END-READ
007260         IF NOT CH-PLAYER-IS-KNOWN
007270                 AND CH-TICKET-PLAYER-ID NOT = SPACES
007280             MOVE CH-TICKET-PLAYER-ID TO YP-PLAYER-ID
007290             READ YPLAYERF
007300                 INVALID KEY
007310                     CONTINUE
007320                 NOT INVALID KEY
007330                     SET CH-PLAYER-IS-KNOWN TO TRUE
007340             END-READ
007350         END-IF
007360         CLOSE YPLAYERF
007370     END-IF
007380     IF CH-PLAYER-IS-KNOWN
007390         MOVE YP-PLAYER-ID TO CH-PLAYER-ID
007400     END-IF
007410     .
007420* 6200-LIST-RECENT-CARDS - THE PLAYER'S LIVE SCORECARDS COME
007430* OFF THE KEY IN GAME-START ORDER, SO THE LAST ONES KEPT ARE
007440* THE MOST RECENT.
007450 6200-LIST-RECENT-CARDS.
007460     MOVE ZERO TO CH-CARD-COUNT
007470     MOVE ZERO TO CH-CARDS-SEEN
007480     MOVE SPACES TO CH-SCF-STATUS
007490     OPEN INPUT YACHTSCF
007500     IF CH-SCF-OK
007510         MOVE 'Y' TO CH-SCF-OPENED-FLAG
007520         MOVE CH-PLAYER-ID TO YS-PLAYER-ID
007530         MOVE LOW-VALUES TO YS-GAME-START-TS
007540         START YACHTSCF KEY IS GREATER THAN OR EQUAL
007550             YS-SCORECARD-KEY
007560             INVALID KEY
007570                 SET CH-SCF-EOF TO TRUE
007580         END-START
007590     ELSE
007600         MOVE 'N' TO CH-SCF-OPENED-FLAG
007610         SET CH-SCF-EOF TO TRUE
007620     END-IF
007630     PERFORM 6210-READ-NEXT-CARD
007640     PERFORM UNTIL CH-SCF-EOF
007650         IF YS-PLAYER-ID NOT = CH-PLAYER-ID
007660             SET CH-SCF-EOF TO TRUE
007670         ELSE
007680             PERFORM 6220-KEEP-RECENT-CARD
007690             PERFORM 6210-READ-NEXT-CARD
007700         END-IF
007710     END-PERFORM
007720     IF CH-SCF-OPENED-FLAG = 'Y'
007730         CLOSE YACHTSCF
007740         MOVE 'N' TO CH-SCF-OPENED-FLAG
007750     END-IF
007760     MOVE CH-CARDS-SEEN TO CH-COUNT-ED
007770     MOVE SPACES TO RPT-LINE
007780     STRING '  SCORECARDS ON FILE ' DELIMITED BY SIZE
007790            CH-COUNT-ED             DELIMITED BY SIZE
007800            ', MOST RECENT:'        DELIMITED BY SIZE
007810         INTO RPT-LINE
007820     WRITE RPT-LINE
007830     PERFORM VARYING CH-SHIFT-IX FROM 1 BY 1
007840             UNTIL CH-SHIFT-IX > CH-CARD-COUNT
007850         MOVE CH-CARD-TOTAL(CH-SHIFT-IX) TO CH-TOTAL-ED
007860         MOVE SPACES TO RPT-LINE
007870         STRING '    CARD '      DELIMITED BY SIZE
007880                CH-CARD-GAME-TS(CH-SHIFT-IX)
007890                                 DELIMITED BY SIZE
007900                ' TOTAL '        DELIMITED BY SIZE
007910                CH-TOTAL-ED      DELIMITED BY SIZE
007920                ' '              DELIMITED BY SIZE
007930                CH-CARD-STATE(CH-SHIFT-IX)
007940                                 DELIMITED BY SIZE
007950             INTO RPT-LINE
007960         WRITE RPT-LINE
007970     END-PERFORM
007980     .
007990 6210-READ-NEXT-CARD.
008000     IF NOT CH-SCF-EOF
008010         READ YACHTSCF NEXT RECORD
008020             AT END
008030                 SET CH-SCF-EOF TO TRUE
008040         END-READ
008050     END-IF
008060     .
008070 6220-KEEP-RECENT-CARD.
008080     ADD 1 TO CH-CARDS-SEEN
008090     IF CH-CARD-COUNT < CH-RECENT-MAX
008100         ADD 1 TO CH-CARD-COUNT
008110     ELSE
008120         PERFORM VARYING CH-SHIFT-IX FROM 1 BY 1
008130                 UNTIL CH-SHIFT-IX >= CH-RECENT-MAX
008140             MOVE CH-CARD-ENTRY(CH-SHIFT-IX + 1)
008150                 TO CH-CARD-ENTRY(CH-SHIFT-IX)
008160         END-PERFORM
008170     END-IF
008180     EVALUATE TRUE
008190         WHEN YS-GAME-IS-COMPLETE
008200             MOVE 'COMPLETE' TO CH-STATE-WORD
008210         WHEN YS-GAME-IS-ABANDONED
008220             MOVE 'ABANDONED' TO CH-STATE-WORD
008230         WHEN OTHER
008240             MOVE 'IN PLAY' TO CH-STATE-WORD
008250     END-EVALUATE
008260     MOVE YS-GAME-START-TS TO CH-CARD-GAME-TS(CH-CARD-COUNT)
008270     MOVE YS-GRAND-TOTAL TO CH-CARD-TOTAL(CH-CARD-COUNT)
008280     MOVE CH-STATE-WORD TO CH-CARD-STATE(CH-CARD-COUNT)
008290     .
008300* 6300-LIST-RECENT-VOUCHERS - VOUCHF IS WRITTEN IN ISSUE
008310* ORDER, SO THE LAST ONES KEPT ARE THE MOST RECENT.
008320 6300-LIST-RECENT-VOUCHERS.
008330     MOVE ZERO TO CH-VOUCHER-COUNT
008340     MOVE ZERO TO CH-VOUCHERS-SEEN
008350     MOVE SPACES TO CH-VOU-STATUS
008360     OPEN INPUT VOUCHF
008370     IF CH-VOU-OK
008380         MOVE 'Y' TO CH-VOU-OPENED-FLAG
008390     ELSE
008400         MOVE 'N' TO CH-VOU-OPENED-FLAG
008410         SET CH-VOU-EOF TO TRUE
008420     END-IF
008430     PERFORM 6310-READ-NEXT-VOUCHER
008440     PERFORM UNTIL CH-VOU-EOF
008450         IF VO-PLAYER-ID = CH-PLAYER-ID
008460             PERFORM 6320-KEEP-RECENT-VOUCHER
008470         END-IF
008480         PERFORM 6310-READ-NEXT-VOUCHER
008490     END-PERFORM
008500     IF CH-VOU-OPENED-FLAG = 'Y'
008510         CLOSE VOUCHF
008520         MOVE 'N' TO CH-VOU-OPENED-FLAG
008530     END-IF
008540     MOVE CH-VOUCHERS-SEEN TO CH-COUNT-ED
008550     MOVE SPACES TO RPT-LINE
008560     STRING '  VOUCHERS ON FILE ' DELIMITED BY SIZE
008570            CH-COUNT-ED           DELIMITED BY SIZE
008580            ', MOST RECENT:'      DELIMITED BY SIZE
008590         INTO RPT-LINE
008600     WRITE RPT-LINE
008610     PERFORM VARYING CH-SHIFT-IX FROM 1 BY 1
008620             UNTIL CH-SHIFT-IX > CH-VOUCHER-COUNT
008630         MOVE CH-VOU-TOTAL(CH-SHIFT-IX) TO CH-TOTAL-ED
008640         MOVE SPACES TO RPT-LINE
008650         STRING '    VOUCHER '   DELIMITED BY SIZE
008660                CH-VOU-REF(CH-SHIFT-IX)
008670                                 DELIMITED BY SIZE
008680                ' ISSUED '       DELIMITED BY SIZE
008690                CH-VOU-ISSUE-DATE(CH-SHIFT-IX)
008700                                 DELIMITED BY SIZE
008710                ' TOTAL '        DELIMITED BY SIZE
008720                CH-TOTAL-ED      DELIMITED BY SIZE
008730                ' '              DELIMITED BY SIZE
008740                CH-VOU-STATE(CH-SHIFT-IX)
008750                                 DELIMITED BY SIZE
008760             INTO RPT-LINE
008770         WRITE RPT-LINE
008780     END-PERFORM
008790     .
008800 6310-READ-NEXT-VOUCHER.
008810     IF NOT CH-VOU-EOF
008820         READ VOUCHF
008830             AT END
008840                 SET CH-VOU-EOF TO TRUE
008850         END-READ
008860     END-IF
008870     .
008880 6320-KEEP-RECENT-VOUCHER.
008890     ADD 1 TO CH-VOUCHERS-SEEN
008900     IF CH-VOUCHER-COUNT < CH-RECENT-MAX
008910         ADD 1 TO CH-VOUCHER-COUNT
008920     ELSE
008930         PERFORM VARYING CH-SHIFT-IX FROM 1 BY 1
008940                 UNTIL CH-SHIFT-IX >= CH-RECENT-MAX
008950             MOVE CH-VOUCHER-ENTRY(CH-SHIFT-IX + 1)
008960                 TO CH-VOUCHER-ENTRY(CH-SHIFT-IX)
008970         END-PERFORM
008980     END-IF
008990     EVALUATE TRUE
009000         WHEN VO-VOUCHER-IS-PAID
009010             MOVE 'PAID' TO CH-STATE-WORD
009020         WHEN VO-VOUCHER-IS-EXPIRED
009030             MOVE 'EXPIRED' TO CH-STATE-WORD
009040         WHEN VO-VOUCHER-IS-VOID
009050             MOVE 'VOID' TO CH-STATE-WORD
009060         WHEN OTHER
009070             MOVE 'OUTSTANDING' TO CH-STATE-WORD
009080     END-EVALUATE
009090     MOVE VO-VOUCHER-REF TO CH-VOU-REF(CH-VOUCHER-COUNT)
009100     MOVE VO-ISSUE-DATE TO CH-VOU-ISSUE-DATE(CH-VOUCHER-COUNT)
009110     MOVE VO-GRAND-TOTAL TO CH-VOU-TOTAL(CH-VOUCHER-COUNT)
009120     MOVE CH-STATE-WORD TO CH-VOU-STATE(CH-VOUCHER-COUNT)
009130     .
009140* 6400-SHOW-LOYALTY-BALANCE - NO BALANCE ROW MEANS THE PLAYER
009150* HAS NEVER EARNED A POINT.
009160 6400-SHOW-LOYALTY-BALANCE.
009170     MOVE ZERO TO CH-BALANCE-ED
009180     MOVE SPACES TO CH-BAL-STATUS
009190     OPEN INPUT LOYBALF
009200     IF CH-BAL-OK
009210         MOVE CH-PLAYER-ID TO BL-PLAYER-ID
009220         READ LOYBALF
009230             INVALID KEY
009240                 CONTINUE
009250             NOT INVALID KEY
009260                 MOVE BL-BALANCE TO CH-BALANCE-ED
009270         END-READ
009280         CLOSE LOYBALF
009290     END-IF
009300     MOVE SPACES TO RPT-LINE
009310     STRING '  LOYALTY BALANCE ' DELIMITED BY SIZE
009320            CH-BALANCE-ED        DELIMITED BY SIZE
009330            ' POINTS'            DELIMITED BY SIZE
009340         INTO RPT-LINE
009350     WRITE RPT-LINE
009360     .
