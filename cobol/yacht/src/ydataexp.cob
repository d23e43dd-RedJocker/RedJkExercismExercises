000010
000020* YDATAEXP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YDATAEXP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YDATAEXP IS THE PLAYER DATA ACCESS REQUEST EXPORT - THE OTHER
000100* HALF OF YERASURE.  WHERE YERASURE ANSWERS "DELETE MY DATA", THIS
000110* ANSWERS "SEND ME EVERYTHING YOU HOLD ABOUT ME", WHICH UNTIL NOW
000120* WAS PIECED TOGETHER BY HAND FROM SIX PRINTOUTS.  THE DESK KEYS
000130* ONE REQUEST PER LINE INTO YDAXTXN - THE KEYING USER'S ID, THE
000140* PLAYER ID, THE DATE THE REQUEST WAS RECEIVED (BLANK FOR TODAY)
000150* AND, ONLY WHEN RE-KEYING A REQUEST THAT CAME OUT INCOMPLETE, ITS
000160* REQUEST NUMBER.  THE USER IS CHECKED THROUGH OPERAUTH AND EVERY
000170* EXPORT IS AUDITED TO SECAUDF.
000180*
000190* EACH REQUEST PRODUCES ONE READABLE DOCUMENT, YDAXDOC.NNNNNN
000200* UNDER ITS REQUEST NUMBER, WITH A SECTION PER FILE: THE YPLAYERF
000210* REGISTRATION AND YPCONTF CONTACT ROW, THE LIVE YACHTSCF AND
000220* ARCHIVED YACHTARF SCORECARDS, THE YACHTAUDF SCORING CALLS, THE
000230* PLEDGERF LEDGER AND LOYBALF BALANCE, THE VOUCHF VOUCHERS, THE
000240* YACHAWDF BADGES, MATCHF MATCHES, YTOURNF DRAWS AND YTRNENTF
000250* SIGN-UPS, THE YQUARF HOLDS, AND THE HELP-DESK CONTACT - EVERY
000260* BOBTCKF TICKET RAISED ON THE PLAYER'S GAME, AND THE BOBAUDF
000270* CONVERSATIONS OF THE PLAYER ID AND OF EVERY CUSTOMER ID THOSE
000280* TICKETS NAME.  EVERY SECTION ENDS WITH ITS RECORD COUNT AND THE
000290* DOCUMENT WITH A COUNT PER FILE.  A FILE THAT DOES NOT EXIST
000300* HOLDS NOTHING AND SAYS SO; A FILE THAT EXISTS BUT CANNOT BE READ
000310* MARKS THE REQUEST INCOMPLETE - IT IS NEVER REPORTED ANSWERED.
000320*
000330* EVERY REQUEST WORKED IS APPENDED TO THE YDAXREGF REGISTER
000340* (YDAXREG.CPY) WITH ITS RECEIVED DATE, THE DATE IT IS DUE -
000350* RECEIVED PLUS YX-DUE-DAYS (30), A BIZPARMF KNOB - AND, ONCE
000360* ANSWERED, ITS COMPLETION DATE, DAYS TAKEN AND WHETHER IT WAS
000370* LATE.  EVERY REQUEST STILL UNANSWERED IS LISTED AT THE FOOT OF
000380* THE YDAXRPT RUN REPORT UNTIL IT CLEARS, OVERDUE ONES FLAGGED; AN
000390* INCOMPLETE EXPORT, A REJECTED LINE OR AN OVERDUE REQUEST ENDS
000400* THE RUN AT RETURN CODE 4.
000410*
000420* MODIFICATION HISTORY
000430*   DATE       INIT  DESCRIPTION
000440*   2026-10-15 RJ    ORIGINAL PROGRAM
000440*   2026-10-15 RJ    THE PLAYING SITE IS SHOWN ON EVERY LIVE AND
000440*                    ARCHIVED SCORECARD
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT YDAXTXN ASSIGN TO "YDAXTXN"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS YX-TXN-STATUS.
000540     SELECT YDAXREGF ASSIGN TO "YDAXREGF"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS YX-REG-STATUS.
000570     SELECT YDAXDOC ASSIGN TO DYNAMIC YX-DOC-NAME
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS YX-DOC-STATUS.
000600     SELECT YDAXRPT ASSIGN TO "YDAXRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS YX-RPT-STATUS.
000630     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS YP-PLAYER-ID
000670         FILE STATUS IS YX-FIL-STATUS.
000680     SELECT YPCONTF ASSIGN TO "YPCONTF"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS RANDOM
000710         RECORD KEY IS CT-PLAYER-ID
000720         FILE STATUS IS YX-FIL-STATUS.
000730     SELECT YACHTSCF ASSIGN TO "YACHTSCF"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS YS-SCORECARD-KEY
000770         FILE STATUS IS YX-FIL-STATUS.
000780     SELECT YACHTARF ASSIGN TO "YACHTARF"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS YX-FIL-STATUS.
000810     SELECT YACHTAUDF ASSIGN TO "YACHTAUDF"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS YX-FIL-STATUS.
000840     SELECT PLEDGERF ASSIGN TO "PLEDGERF"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS YX-FIL-STATUS.
000870     SELECT LOYBALF ASSIGN TO "LOYBALF"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS BL-PLAYER-ID
000910         FILE STATUS IS YX-FIL-STATUS.
000920     SELECT VOUCHF ASSIGN TO "VOUCHF"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS YX-FIL-STATUS.
000950     SELECT YACHAWDF ASSIGN TO "YACHAWDF"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS AW-AWARD-KEY
000990         FILE STATUS IS YX-FIL-STATUS.
001000     SELECT MATCHF ASSIGN TO "MATCHF"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS SEQUENTIAL
001030         RECORD KEY IS YM-MATCH-ID
001040         FILE STATUS IS YX-FIL-STATUS.
001050     SELECT YTOURNF ASSIGN TO "YTOURNF"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS SEQUENTIAL
001080         RECORD KEY IS TN-TOURN-KEY
001090         FILE STATUS IS YX-FIL-STATUS.
001100     SELECT YTRNENTF ASSIGN TO "YTRNENTF"
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS YX-FIL-STATUS.
001130     SELECT YQUARF ASSIGN TO "YQUARF"
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS RANDOM
001160         RECORD KEY IS QU-PLAYER-ID
001170         FILE STATUS IS YX-FIL-STATUS.
001180     SELECT BOBTCKF ASSIGN TO "BOBTCKF"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS SEQUENTIAL
001210         RECORD KEY IS TK-TICKET-ID
001220         FILE STATUS IS YX-FIL-STATUS.
001230     SELECT BOBAUDF ASSIGN TO "BOBAUDF"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS YX-FIL-STATUS.
001260 DATA DIVISION.
001270 FILE SECTION.
001280 FD  YDAXTXN.
001290 01  XT-REQUEST-RECORD.
001300     05  XT-USER-ID             PIC X(08).
001310     05  XT-PLAYER-ID           PIC X(10).
001320     05  XT-RECEIVED-DATE       PIC X(08).
001330     05  XT-REQUEST-NO          PIC X(06).
001340 FD  YDAXREGF.
001350 COPY "YDAXREG.cpy".
001360 FD  YDAXDOC
001370     RECORD CONTAINS 80 CHARACTERS.
001380 01  DOC-LINE                   PIC X(80).
001390 FD  YDAXRPT
001400     RECORD CONTAINS 80 CHARACTERS.
001410 01  RPT-LINE                   PIC X(80).
001420 FD  YPLAYERF.
001430 COPY "YPLAYER.cpy".
001440 FD  YPCONTF.
001450 COPY "YPCONT.cpy".
001460 FD  YACHTSCF.
001470 COPY "YACHTSC.cpy".
001480 FD  YACHTARF.
001490* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
001500* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
001500* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
001500* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
001510 01  ARC-RECORD.
001520     05  ARC-PLAYER-ID          PIC X(10).
001530     05  ARC-GAME-START-TS      PIC X(15).
001540     05  ARC-TERMINAL-ID        PIC X(08).
001550     05  ARC-CAT-ENTRY OCCURS 12 TIMES.
001560         10  ARC-CAT-NAME       PIC X(15).
001570         10  ARC-CAT-SCORED-FLAG
001580                                PIC X(01).
001590         10  ARC-CAT-DICE       PIC 9(05).
001600         10  ARC-CAT-SCORE      PIC 9(03).
001610     05  ARC-UPPER-TOTAL        PIC 9(03).
001620     05  ARC-UPPER-BONUS        PIC 9(03).
001630     05  ARC-GRAND-TOTAL        PIC 9(04).
001640     05  ARC-GAME-STATUS        PIC X(01).
001650     05  ARC-ARCHIVE-DATE       PIC X(08).
001650     05  ARC-TRAINING-FLAG      PIC X(01).
001650     05  ARC-SITE-CODE          PIC X(02).
001660 FD  YACHTAUDF.
001670* ONE RECORD PER SCORING CALL, AS YACHT WRITES IT.
001680 01  SA-AUDIT-RECORD.
001690     05  SA-TIMESTAMP           PIC X(21).
001700     05  SA-TERMINAL-ID         PIC X(08).
001710     05  SA-PLAYER-ID           PIC X(10).
001720     05  SA-CATEGORY            PIC X(15).
001730     05  SA-DICE                PIC 9(05).
001740     05  SA-RESULT              PIC 9(03).
001750     05  SA-GAME-START-TS       PIC X(15).
001760     05  SA-MODE-CODE           PIC X(04).
001770     05  SA-STATUS              PIC X(02).
001780 FD  PLEDGERF.
001790 COPY "PLEDGER.cpy".
001800 FD  LOYBALF.
001810 COPY "LOYBAL.cpy".
001820 FD  VOUCHF.
001830 COPY "VOUCHER.cpy".
001840 FD  YACHAWDF.
001850 COPY "YAWARD.cpy".
001860 FD  MATCHF.
001870 COPY "YMATCH.cpy".
001880 FD  YTOURNF.
001890 COPY "YTOURN.cpy".
001900 FD  YTRNENTF.
001910 COPY "YTRNENT.cpy".
001920 FD  YQUARF.
001930 COPY "YQUAR.cpy".
001940 FD  BOBTCKF.
001950 COPY "BOBTCK.cpy".
001960 FD  BOBAUDF.
001970* ONE RECORD PER HELP-DESK EXCHANGE, AS BOB WRITES IT.
001980 01  BA-AUDIT-RECORD.
001990     05  BA-TIMESTAMP           PIC X(21).
002000     05  BA-CUSTOMER-ID         PIC X(10).
002010     05  BA-HEYBOB              PIC X(60).
002020     05  BA-RESULT              PIC X(40).
002030     05  BA-OUTCOME-CODE        PIC X(04).
002040     05  BA-VARIANT             PIC X(01).
002050     05  BA-LANGUAGE            PIC X(02).
002060 WORKING-STORAGE SECTION.
002070 01  YX-WORK-FIELDS.
002080     05  YX-TXN-STATUS          PIC X(02) VALUE SPACES.
002090         88  YX-TXN-OK              VALUE '00'.
002100         88  YX-TXN-EOF             VALUE '10'.
002110     05  YX-REG-STATUS          PIC X(02) VALUE SPACES.
002120         88  YX-REG-OK              VALUE '00'.
002130         88  YX-REG-EOF             VALUE '10'.
002140     05  YX-DOC-STATUS          PIC X(02) VALUE SPACES.
002150         88  YX-DOC-OK              VALUE '00'.
002160     05  YX-RPT-STATUS          PIC X(02) VALUE SPACES.
002170* ONE STATUS SERVES EVERY FILE EXPORTED - ONLY ONE IS EVER OPEN.
002180     05  YX-FIL-STATUS          PIC X(02) VALUE SPACES.
002190         88  YX-FIL-OK              VALUE '00'.
002200         88  YX-FIL-EOF             VALUE '10'.
002210         88  YX-FIL-ABSENT          VALUE '35' '30' '05'.
002220     05  YX-DOC-NAME            PIC X(20) VALUE SPACES.
002230     05  YX-CURRENT-TS          PIC X(21) VALUE SPACES.
002240     05  YX-RUN-DATE            PIC X(08) VALUE SPACES.
002250     05  YX-RUN-DAY-NO          PIC 9(07) VALUE ZERO.
002260     05  YX-DUE-DAYS            PIC 9(03) VALUE 30.
002270     05  YX-REQUEST-NO          PIC 9(06) VALUE ZERO.
002280     05  YX-LAST-REQUEST-NO     PIC 9(06) VALUE ZERO.
002290     05  YX-RECEIVED-DATE       PIC X(08) VALUE SPACES.
002300     05  YX-RECEIVED-NUM REDEFINES YX-RECEIVED-DATE
002310                                PIC 9(08).
002320     05  YX-RECEIVED-PARTS REDEFINES YX-RECEIVED-DATE.
002330         10  YX-RECEIVED-YEAR   PIC 9(04).
002340         10  YX-RECEIVED-MONTH  PIC 9(02).
002350         10  YX-RECEIVED-DAY    PIC 9(02).
002360     05  YX-DUE-DATE            PIC X(08) VALUE SPACES.
002370     05  YX-DUE-NUM REDEFINES YX-DUE-DATE
002380                                PIC 9(08).
002390     05  YX-RESULT-TEXT         PIC X(40) VALUE SPACES.
002400     05  YX-INCOMPLETE-FLAG     PIC X(01) VALUE 'N'.
002410         88  YX-REQUEST-INCOMPLETE  VALUE 'Y'.
002420     05  YX-SECTION-FILE        PIC X(10) VALUE SPACES.
002430     05  YX-SECTION-TITLE       PIC X(30) VALUE SPACES.
002440     05  YX-SECTION-COUNT       PIC 9(07) VALUE ZERO.
002450     05  YX-SECTION-STATE       PIC X(01) VALUE SPACES.
002460         88  YX-SECTION-READ        VALUE 'R'.
002470         88  YX-SECTION-ABSENT      VALUE 'A'.
002480         88  YX-SECTION-FAILED      VALUE 'F'.
002490     05  YX-DOC-COUNT           PIC 9(07) VALUE ZERO.
002500     05  YX-CAT-IX              PIC 9(02) VALUE ZERO.
002510     05  YX-ENTRY-IX            PIC 9(01) VALUE ZERO.
002520     05  YX-MATCH-FLAG          PIC X(01) VALUE 'N'.
002530         88  YX-PLAYER-IN-MATCH     VALUE 'Y'.
002540     05  YX-CUSTOMER-FLAG       PIC X(01) VALUE 'N'.
002550         88  YX-CUSTOMER-LINKED     VALUE 'Y'.
002560     05  YX-GAME-TS             PIC X(15) VALUE SPACES.
002570     05  YX-OPPONENT            PIC X(10) VALUE SPACES.
002570     05  YX-CARD-SITE           PIC X(02) VALUE SPACES.
002580     05  YX-TEXT                PIC X(11) VALUE SPACES.
002590     05  YX-RESULT-WORD         PIC X(06) VALUE SPACES.
002600     05  YX-SECTION-NO-ED       PIC Z9.
002610     05  YX-COUNT-ED            PIC ZZZZZZ9.
002620     05  YX-DAYS-ED             PIC ZZZ9.
002630     05  YX-POINTS-ED           PIC -ZZZZZZ9.
002640     05  YX-BALANCE-ED          PIC -ZZZZZZ9.
002650     05  YX-SCORE-ED            PIC ZZ9.
002660     05  YX-ANSWERED-COUNT      PIC 9(05) VALUE ZERO.
002670     05  YX-INCOMPLETE-COUNT    PIC 9(05) VALUE ZERO.
002680     05  YX-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
002690     05  YX-OPEN-COUNT          PIC 9(05) VALUE ZERO.
002700     05  YX-OVERDUE-COUNT       PIC 9(05) VALUE ZERO.
002710* THE REGISTER AS IT STANDS - THE LAST ROW FOR EACH REQUEST
002720* NUMBER.
002730 01  YX-REGISTER-TABLE.
002740     05  YX-REG-COUNT           PIC 9(03) VALUE ZERO.
002750     05  YX-REG-IX              PIC 9(03) VALUE ZERO.
002760     05  YX-REG-FOUND-IX        PIC 9(03) VALUE ZERO.
002770     05  YX-REG-ENTRY OCCURS 500 TIMES.
002780         10  YX-REG-REQUEST-NO  PIC 9(06).
002790         10  YX-REG-PLAYER-ID   PIC X(10).
002800         10  YX-REG-RECEIVED    PIC X(08).
002810         10  YX-REG-DUE         PIC X(08).
002820         10  YX-REG-STATE       PIC X(01).
002830* HELP-DESK CUSTOMER IDS NAMED ON THE PLAYER'S TICKETS.
002840 01  YX-CUSTOMER-TABLE.
002850     05  YX-CUST-COUNT          PIC 9(02) VALUE ZERO.
002860     05  YX-CUST-IX             PIC 9(02) VALUE ZERO.
002870     05  YX-CUST-ID OCCURS 20 TIMES
002880                                PIC X(10).
002890* THE RECORD COUNT OF EVERY SECTION, FOR THE CLOSE OF THE
002900* DOCUMENT.
002910 01  YX-SECTION-TABLE.
002920     05  YX-SECT-COUNT          PIC 9(02) VALUE ZERO.
002930     05  YX-SECT-IX             PIC 9(02) VALUE ZERO.
002940     05  YX-SECT-ENTRY OCCURS 20 TIMES.
002950         10  YX-SECT-FILE       PIC X(10).
002960         10  YX-SECT-RECORDS    PIC 9(07).
002970         10  YX-SECT-STATE      PIC X(01).
002980* A CARD'S TWELVE BOXES IN CARD ORDER, '--' FOR ONE NOT YET
002990* SCORED.
003000 01  YX-SCORE-LINE.
003010     05  YX-SCORE-CELL OCCURS 12 TIMES.
003020         10  YX-SCORE-GAP       PIC X(01).
003030         10  YX-SCORE-TEXT      PIC X(03).
003040 01  YX-PARM-TABLE.
003050     05  YX-PARM-COUNT          PIC 9(02) VALUE ZERO.
003060     05  YX-PARM-IX             PIC 9(02) VALUE ZERO.
003070     05  YX-PARM-ED             PIC ZZZZZZ9.
003080     05  YX-PARM-ENTRY OCCURS 5 TIMES.
003090         10  YX-PARM-NAME       PIC X(20).
003100         10  YX-PARM-VALUE      PIC 9(07)V99.
003110         10  YX-PARM-SOURCE     PIC X(08).
003120 COPY "OPAUTHLK.cpy".
003130 COPY "PARMGTLK.cpy".
003140 COPY "DATEVAL.cpy".
003150 PROCEDURE DIVISION.
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE
003180     PERFORM 2000-READ-NEXT-REQUEST
003190     PERFORM UNTIL YX-TXN-EOF
003200         IF XT-PLAYER-ID NOT = SPACES
003210             PERFORM 3000-WORK-ONE-REQUEST
003220         END-IF
003230         PERFORM 2000-READ-NEXT-REQUEST
003240     END-PERFORM
003250     PERFORM 7000-LIST-UNANSWERED
003260     PERFORM 7500-WRITE-SUMMARY
003270     CLOSE YDAXTXN YDAXREGF YDAXRPT
003280     GOBACK.
003290 1000-INITIALIZE.
003300     MOVE FUNCTION CURRENT-DATE TO YX-CURRENT-TS
003310     MOVE YX-CURRENT-TS(1:8) TO YX-RUN-DATE
003320     COMPUTE YX-RUN-DAY-NO =
003330         FUNCTION INTEGER-OF-DATE
003340             (FUNCTION NUMVAL(YX-RUN-DATE))
003350     PERFORM 1050-LOAD-PARAMETERS
003360     OPEN INPUT YDAXTXN
003370     IF NOT YX-TXN-OK
003380         SET YX-TXN-EOF TO TRUE
003390     END-IF
003400     OPEN OUTPUT YDAXRPT
003410     MOVE 'PLAYER DATA ACCESS REQUESTS' TO RPT-LINE
003420     WRITE RPT-LINE
003430     PERFORM 1070-REPORT-PARAMETERS
003440     MOVE SPACES TO RPT-LINE
003450     WRITE RPT-LINE
003460     PERFORM 1100-LOAD-THE-REGISTER
003470     OPEN EXTEND YDAXREGF
003480     IF YX-REG-STATUS NOT = '00'
003490         OPEN OUTPUT YDAXREGF
003500     END-IF
003510     .
003520* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF MASTER
003530* THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE BUILT-IN VALUE.
003540 1050-LOAD-PARAMETERS.
003550     MOVE 'DUE-DAYS' TO NP-PARM-NAME
003560     MOVE YX-DUE-DAYS TO NP-DEFAULT-VALUE
003570     MOVE 366 TO NP-LIMIT-VALUE
003580     PERFORM 1060-GET-ONE-PARAMETER
003590     MOVE NP-VALUE TO YX-DUE-DAYS
003600     .
003610 1060-GET-ONE-PARAMETER.
003620     MOVE 'YDATAEXP' TO NP-PROGRAM-ID
003630     CALL 'PARMGET' USING NP-PARMS
003640     IF YX-PARM-COUNT < 5
003650         ADD 1 TO YX-PARM-COUNT
003660         MOVE NP-PARM-NAME TO YX-PARM-NAME(YX-PARM-COUNT)
003670         MOVE NP-VALUE TO YX-PARM-VALUE(YX-PARM-COUNT)
003680         MOVE NP-SOURCE-TEXT
003690             TO YX-PARM-SOURCE(YX-PARM-COUNT)
003700     END-IF
003710     .
003720* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH WHERE
003730* ITS VALUE CAME FROM.
003740 1070-REPORT-PARAMETERS.
003750     PERFORM VARYING YX-PARM-IX FROM 1 BY 1
003760             UNTIL YX-PARM-IX > YX-PARM-COUNT
003770         MOVE YX-PARM-VALUE(YX-PARM-IX) TO YX-PARM-ED
003780         MOVE SPACES TO RPT-LINE
003790         STRING 'PARAMETER ' DELIMITED BY SIZE
003800                YX-PARM-NAME(YX-PARM-IX) DELIMITED BY SIZE
003810                YX-PARM-ED DELIMITED BY SIZE
003820                '  ' DELIMITED BY SIZE
003830                YX-PARM-SOURCE(YX-PARM-IX) DELIMITED BY SIZE
003840             INTO RPT-LINE
003850         WRITE RPT-LINE
003860     END-PERFORM
003870     .
003880* 1100-LOAD-THE-REGISTER - THE LAST REQUEST NUMBER GIVEN OUT, AND
003890* WHERE EVERY REQUEST STANDS.  NO REGISTER YET MEANS NO REQUESTS
003900* YET.
003910 1100-LOAD-THE-REGISTER.
003920     MOVE ZERO TO YX-REG-COUNT
003930     MOVE ZERO TO YX-LAST-REQUEST-NO
003940     OPEN INPUT YDAXREGF
003950     IF YX-REG-OK
003960         PERFORM 1110-READ-NEXT-REGISTER
003970         PERFORM UNTIL YX-REG-EOF
003980             IF RQ-REQUEST-NO > YX-LAST-REQUEST-NO
003990                 MOVE RQ-REQUEST-NO TO YX-LAST-REQUEST-NO
004000             END-IF
004010             PERFORM 1140-POST-REGISTER-ENTRY
004020             PERFORM 1110-READ-NEXT-REGISTER
004030         END-PERFORM
004040         CLOSE YDAXREGF
004050     END-IF
004060     .
004070 1110-READ-NEXT-REGISTER.
004080     READ YDAXREGF
004090         AT END
004100             SET YX-REG-EOF TO TRUE
004110     END-READ
004120     .
004130* 1130-FIND-REGISTER-ENTRY - YX-REQUEST-NO IN, ITS TABLE SLOT OUT
004140* IN YX-REG-FOUND-IX (ZERO WHEN NOT THERE).
004150 1130-FIND-REGISTER-ENTRY.
004160     MOVE ZERO TO YX-REG-FOUND-IX
004170     PERFORM VARYING YX-REG-IX FROM 1 BY 1
004180             UNTIL YX-REG-IX > YX-REG-COUNT
004190             OR YX-REG-FOUND-IX NOT = ZERO
004200         IF YX-REG-REQUEST-NO(YX-REG-IX) = YX-REQUEST-NO
004210             MOVE YX-REG-IX TO YX-REG-FOUND-IX
004220         END-IF
004230     END-PERFORM
004240     .
004250* 1140-POST-REGISTER-ENTRY - THE REGISTER ROW IN
004260* RQ-REGISTER-RECORD BECOMES ITS REQUEST'S STANDING, A LATER ROW
004270* OVERRIDING AN EARLIER ONE.
004280 1140-POST-REGISTER-ENTRY.
004290     MOVE RQ-REQUEST-NO TO YX-REQUEST-NO
004300     PERFORM 1130-FIND-REGISTER-ENTRY
004310     IF YX-REG-FOUND-IX = ZERO AND YX-REG-COUNT < 500
004320         ADD 1 TO YX-REG-COUNT
004330         MOVE YX-REG-COUNT TO YX-REG-FOUND-IX
004340     END-IF
004350     IF YX-REG-FOUND-IX NOT = ZERO
004360         MOVE RQ-REQUEST-NO
004370             TO YX-REG-REQUEST-NO(YX-REG-FOUND-IX)
004380         MOVE RQ-PLAYER-ID TO YX-REG-PLAYER-ID(YX-REG-FOUND-IX)
004390         MOVE RQ-RECEIVED-DATE
004400             TO YX-REG-RECEIVED(YX-REG-FOUND-IX)
004410         MOVE RQ-DUE-DATE TO YX-REG-DUE(YX-REG-FOUND-IX)
004420         MOVE RQ-STATUS TO YX-REG-STATE(YX-REG-FOUND-IX)
004430     END-IF
004440     .
004450 2000-READ-NEXT-REQUEST.
004460     IF NOT YX-TXN-EOF
004470         READ YDAXTXN
004480             AT END
004490                 SET YX-TXN-EOF TO TRUE
004500         END-READ
004510     END-IF
004520     .
004530* 3000-WORK-ONE-REQUEST - CHECK THE USER AND THE REQUEST, PRODUCE
004540* THE DOCUMENT, REGISTER AND AUDIT IT, AND WRITE ITS LINE ON THE
004550* RUN REPORT.
004560 3000-WORK-ONE-REQUEST.
004570     MOVE SPACES TO YX-RESULT-TEXT
004580     PERFORM 3020-CHECK-OPERATOR
004590     IF YX-RESULT-TEXT = SPACES
004600         PERFORM 3040-CHECK-REQUEST
004610     END-IF
004620     IF YX-RESULT-TEXT = SPACES
004630         PERFORM 4000-PRODUCE-DOCUMENT
004640         PERFORM 5000-REGISTER-THE-REQUEST
004650         PERFORM 3950-AUDIT-THE-EXPORT
004660         IF YX-REQUEST-INCOMPLETE
004670             ADD 1 TO YX-INCOMPLETE-COUNT
004680             MOVE 'INCOMPLETE - A FILE COULD NOT BE READ'
004690                 TO YX-RESULT-TEXT
004700         ELSE
004710             ADD 1 TO YX-ANSWERED-COUNT
004720             MOVE 'ANSWERED' TO YX-RESULT-TEXT
004730         END-IF
004740         MOVE SPACES TO RPT-LINE
004750         STRING XT-PLAYER-ID DELIMITED BY SIZE
004760                ' REQUEST ' DELIMITED BY SIZE
004770                YX-REQUEST-NO DELIMITED BY SIZE
004780                ' ' DELIMITED BY SIZE
004790                YX-RESULT-TEXT DELIMITED BY SIZE
004800             INTO RPT-LINE
004810         WRITE RPT-LINE
004820         MOVE YX-DOC-COUNT TO YX-COUNT-ED
004830         MOVE SPACES TO RPT-LINE
004840         STRING '           DOCUMENT ' DELIMITED BY SIZE
004850                YX-DOC-NAME DELIMITED BY SIZE
004860                ' RECORDS ' DELIMITED BY SIZE
004870                YX-COUNT-ED DELIMITED BY SIZE
004880                ' DUE ' DELIMITED BY SIZE
004890                YX-DUE-DATE DELIMITED BY SIZE
004900             INTO RPT-LINE
004910         IF YX-RUN-DATE > YX-DUE-DATE
004920             MOVE 'LATE' TO RPT-LINE(71:4)
004930         END-IF
004940         WRITE RPT-LINE
004950     ELSE
004960         ADD 1 TO YX-REJECTED-COUNT
004970         MOVE SPACES TO RPT-LINE
004980         STRING XT-PLAYER-ID DELIMITED BY SIZE
004990                ' ' DELIMITED BY SIZE
005000                YX-RESULT-TEXT DELIMITED BY SIZE
005010             INTO RPT-LINE
005020         WRITE RPT-LINE
005030     END-IF
005040     .
005050* 3020-CHECK-OPERATOR - THE KEYING USER MUST BE AUTHORIZED FOR
005060* THIS PROGRAM ON THE OPERATOR MASTER.
005070 3020-CHECK-OPERATOR.
005080     MOVE SPACES TO OA-PARMS
005090     SET OA-ASK-CHECK TO TRUE
005100     MOVE XT-USER-ID TO OA-OPERATOR-ID
005110     MOVE 'YDATAEXP' TO OA-PROGRAM-ID
005120     CALL 'OPERAUTH' USING OA-PARMS
005130     IF OA-OPERATOR-DENIED
005140         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
005150             TO YX-RESULT-TEXT
005160     END-IF
005170     .
005180* 3040-CHECK-REQUEST - A NEW REQUEST TAKES THE NEXT NUMBER AND IS
005190* DUE YX-DUE-DAYS AFTER IT WAS RECEIVED; A RE-KEYED ONE KEEPS ITS
005200* NUMBER AND ITS ORIGINAL DATES.
005210 3040-CHECK-REQUEST.
005220     IF XT-REQUEST-NO = SPACES
005230         PERFORM 3050-CHECK-RECEIVED-DATE
005240         IF YX-RESULT-TEXT = SPACES
005250             ADD 1 TO YX-LAST-REQUEST-NO
005260             MOVE YX-LAST-REQUEST-NO TO YX-REQUEST-NO
005270             COMPUTE YX-DUE-NUM =
005280                 FUNCTION DATE-OF-INTEGER
005290                     (FUNCTION INTEGER-OF-DATE(YX-RECEIVED-NUM)
005300                      + YX-DUE-DAYS)
005310         END-IF
005320     ELSE
005330         PERFORM 3060-CHECK-RE-KEYED-REQUEST
005340     END-IF
005350     .
005360* 3050-CHECK-RECEIVED-DATE - A REAL DATE, NOT IN THE FUTURE; BLANK
005370* IS TODAY.
005380 3050-CHECK-RECEIVED-DATE.
005390     MOVE XT-RECEIVED-DATE TO YX-RECEIVED-DATE
005400     IF YX-RECEIVED-DATE = SPACES
005410         MOVE YX-RUN-DATE TO YX-RECEIVED-DATE
005420     END-IF
005430     IF YX-RECEIVED-DATE IS NUMERIC
005440         MOVE YX-RECEIVED-YEAR TO DV-YEAR
005450         MOVE YX-RECEIVED-MONTH TO DV-MONTH
005460         MOVE YX-RECEIVED-DAY TO DV-DAY
005470         CALL 'DATEVAL' USING DV-PARMS
005480     ELSE
005490         SET DV-DATE-IS-NOT-VALID TO TRUE
005500     END-IF
005510     EVALUATE TRUE
005520         WHEN DV-DATE-IS-NOT-VALID
005530             MOVE 'REJECTED - BAD RECEIVED DATE'
005540                 TO YX-RESULT-TEXT
005550         WHEN YX-RECEIVED-DATE > YX-RUN-DATE
005560             MOVE 'REJECTED - RECEIVED DATE IN THE FUTURE'
005570                 TO YX-RESULT-TEXT
005580     END-EVALUATE
005590     .
005600* 3060-CHECK-RE-KEYED-REQUEST - ONLY A REQUEST ON THE REGISTER,
005610* FOR THIS PLAYER, AND STILL UNANSWERED MAY BE WORKED AGAIN.
005620 3060-CHECK-RE-KEYED-REQUEST.
005630     IF XT-REQUEST-NO IS NOT NUMERIC
005640         MOVE 'REJECTED - BAD REQUEST NUMBER' TO YX-RESULT-TEXT
005650     ELSE
005660         MOVE XT-REQUEST-NO TO YX-REQUEST-NO
005670         PERFORM 1130-FIND-REGISTER-ENTRY
005680         EVALUATE TRUE
005690             WHEN YX-REG-FOUND-IX = ZERO
005700                 MOVE 'REJECTED - REQUEST NOT ON REGISTER'
005710                     TO YX-RESULT-TEXT
005720             WHEN YX-REG-PLAYER-ID(YX-REG-FOUND-IX)
005730                     NOT = XT-PLAYER-ID
005740                 MOVE 'REJECTED - REQUEST IS FOR ANOTHER PLAYER'
005750                     TO YX-RESULT-TEXT
005760             WHEN YX-REG-STATE(YX-REG-FOUND-IX) = 'C'
005770                 MOVE 'REJECTED - REQUEST ALREADY ANSWERED'
005780                     TO YX-RESULT-TEXT
005790             WHEN OTHER
005800                 MOVE YX-REG-RECEIVED(YX-REG-FOUND-IX)
005810                     TO YX-RECEIVED-DATE
005820                 MOVE YX-REG-DUE(YX-REG-FOUND-IX) TO YX-DUE-DATE
005830         END-EVALUATE
005840     END-IF
005850     .
005860 3950-AUDIT-THE-EXPORT.
005870     SET OA-ASK-AUDIT TO TRUE
005880     MOVE XT-USER-ID TO OA-OPERATOR-ID
005890     MOVE 'YDATAEXP' TO OA-PROGRAM-ID
005900     MOVE 'X' TO OA-ACTION
005910     MOVE SPACES TO OA-KEY-TEXT
005920     STRING XT-PLAYER-ID DELIMITED BY SIZE
005930            ' REQUEST ' DELIMITED BY SIZE
005940            YX-REQUEST-NO DELIMITED BY SIZE
005950         INTO OA-KEY-TEXT
005960     CALL 'OPERAUTH' USING OA-PARMS
005970     .
005980* 4000-PRODUCE-DOCUMENT - THE HEADING, A SECTION PER FILE, AND THE
005990* RECORD COUNTS.  A DOCUMENT THAT CANNOT BE WRITTEN LEAVES THE
006000* REQUEST INCOMPLETE.
006010 4000-PRODUCE-DOCUMENT.
006020     MOVE 'N' TO YX-INCOMPLETE-FLAG
006030     MOVE ZERO TO YX-DOC-COUNT
006040     MOVE ZERO TO YX-SECT-COUNT
006050     MOVE ZERO TO YX-CUST-COUNT
006060     MOVE SPACES TO YX-DOC-NAME
006070     STRING 'YDAXDOC.' DELIMITED BY SIZE
006080            YX-REQUEST-NO DELIMITED BY SIZE
006090         INTO YX-DOC-NAME
006100     OPEN OUTPUT YDAXDOC
006110     IF YX-DOC-OK
006120         PERFORM 4050-WRITE-DOCUMENT-HEADING
006130         PERFORM 4100-EXPORT-REGISTRATION
006140         PERFORM 4150-EXPORT-CONTACT
006150         PERFORM 4200-EXPORT-LIVE-CARDS
006160         PERFORM 4300-EXPORT-ARCHIVED-CARDS
006170         PERFORM 4400-EXPORT-SCORING-CALLS
006180         PERFORM 4450-EXPORT-LEDGER
006190         PERFORM 4500-EXPORT-BALANCE
006200         PERFORM 4550-EXPORT-VOUCHERS
006210         PERFORM 4600-EXPORT-BADGES
006220         PERFORM 4650-EXPORT-MATCHES
006230         PERFORM 4700-EXPORT-TOURNAMENTS
006240         PERFORM 4750-EXPORT-SIGN-UPS
006250         PERFORM 4800-EXPORT-HOLDS
006260         PERFORM 4850-EXPORT-TICKETS
006270         PERFORM 4900-EXPORT-CONVERSATIONS
006280         PERFORM 4950-WRITE-DOCUMENT-CLOSE
006290         CLOSE YDAXDOC
006300     ELSE
006310         SET YX-REQUEST-INCOMPLETE TO TRUE
006320     END-IF
006330     .
006340 4050-WRITE-DOCUMENT-HEADING.
006350     MOVE SPACES TO DOC-LINE
006360     STRING 'PLAYER DATA ACCESS REQUEST ' DELIMITED BY SIZE
006370            YX-REQUEST-NO DELIMITED BY SIZE
006380         INTO DOC-LINE
006390     WRITE DOC-LINE
006400     MOVE SPACES TO DOC-LINE
006410     STRING 'EVERYTHING HELD ABOUT PLAYER ' DELIMITED BY SIZE
006420            XT-PLAYER-ID DELIMITED BY SIZE
006430         INTO DOC-LINE
006440     WRITE DOC-LINE
006450     MOVE SPACES TO DOC-LINE
006460     STRING 'RECEIVED ' DELIMITED BY SIZE
006470            YX-RECEIVED-DATE DELIMITED BY SIZE
006480            '  DUE BY ' DELIMITED BY SIZE
006490            YX-DUE-DATE DELIMITED BY SIZE
006500            '  PRODUCED ' DELIMITED BY SIZE
006510            YX-RUN-DATE DELIMITED BY SIZE
006520         INTO DOC-LINE
006530     WRITE DOC-LINE
006540     MOVE SPACES TO DOC-LINE
006550     WRITE DOC-LINE
006560     MOVE 'ONE SECTION FOLLOWS PER FILE WE KEEP, WITH THE NUMBER'
006570         TO DOC-LINE
006580     WRITE DOC-LINE
006590     MOVE 'OF RECORDS IT HOLDS ABOUT YOU.  DATES ARE YYYYMMDD.'
006600         TO DOC-LINE
006610     WRITE DOC-LINE
006620     .
006630* 4100-EXPORT-REGISTRATION - THE YPLAYERF ROW.
006640 4100-EXPORT-REGISTRATION.
006650     MOVE 'YPLAYERF' TO YX-SECTION-FILE
006660     MOVE 'REGISTRATION' TO YX-SECTION-TITLE
006670     PERFORM 8000-START-SECTION
006680     MOVE SPACES TO YX-FIL-STATUS
006690     OPEN INPUT YPLAYERF
006700     PERFORM 8200-NOTE-OPEN-RESULT
006710     IF YX-SECTION-READ
006720         MOVE XT-PLAYER-ID TO YP-PLAYER-ID
006730         READ YPLAYERF
006740             INVALID KEY
006750                 CONTINUE
006760             NOT INVALID KEY
006770                 ADD 1 TO YX-SECTION-COUNT
006780                 PERFORM 4110-WRITE-REGISTRATION
006790         END-READ
006800         CLOSE YPLAYERF
006810     END-IF
006820     PERFORM 8100-END-SECTION
006830     .
006840 4110-WRITE-REGISTRATION.
006850     EVALUATE TRUE
006860         WHEN YP-TIER-GOLD
006870             MOVE 'GOLD' TO YX-TEXT
006880         WHEN YP-TIER-SILVER
006890             MOVE 'SILVER' TO YX-TEXT
006900         WHEN OTHER
006910             MOVE 'BRONZE' TO YX-TEXT
006920     END-EVALUATE
006930     MOVE SPACES TO DOC-LINE
006940     STRING '  NAME              ' DELIMITED BY SIZE
006950            YP-PLAYER-NAME DELIMITED BY SIZE
006960         INTO DOC-LINE
006970     WRITE DOC-LINE
006980     MOVE SPACES TO DOC-LINE
006990     STRING '  ENROLLED          ' DELIMITED BY SIZE
007000            YP-ENROLL-DATE DELIMITED BY SIZE
007010         INTO DOC-LINE
007020     WRITE DOC-LINE
007030     MOVE SPACES TO DOC-LINE
007040     STRING '  TIER              ' DELIMITED BY SIZE
007050            YX-TEXT DELIMITED BY SIZE
007060         INTO DOC-LINE
007070     WRITE DOC-LINE
007080     MOVE SPACES TO DOC-LINE
007090     STRING '  DATE OF BIRTH     ' DELIMITED BY SIZE
007100            YP-BIRTH-DATE DELIMITED BY SIZE
007110         INTO DOC-LINE
007120     WRITE DOC-LINE
007130     .
007140* 4150-EXPORT-CONTACT - THE YPCONTF ROW: ADDRESS, EMAIL, PHONE AND
007150* THE CONSENTS WITH THE DATES THEY WERE GIVEN.
007160 4150-EXPORT-CONTACT.
007170     MOVE 'YPCONTF' TO YX-SECTION-FILE
007180     MOVE 'CONTACT DETAILS AND CONSENTS' TO YX-SECTION-TITLE
007190     PERFORM 8000-START-SECTION
007200     MOVE SPACES TO YX-FIL-STATUS
007210     OPEN INPUT YPCONTF
007220     PERFORM 8200-NOTE-OPEN-RESULT
007230     IF YX-SECTION-READ
007240         MOVE XT-PLAYER-ID TO CT-PLAYER-ID
007250         READ YPCONTF
007260             INVALID KEY
007270                 CONTINUE
007280             NOT INVALID KEY
007290                 ADD 1 TO YX-SECTION-COUNT
007300                 PERFORM 4160-WRITE-CONTACT
007310         END-READ
007320         CLOSE YPCONTF
007330     END-IF
007340     PERFORM 8100-END-SECTION
007350     .
007360 4160-WRITE-CONTACT.
007370     MOVE SPACES TO DOC-LINE
007380     STRING '  ADDRESS           ' DELIMITED BY SIZE
007390            CT-ADDRESS-LINE-1 DELIMITED BY SIZE
007400         INTO DOC-LINE
007410     WRITE DOC-LINE
007420     MOVE SPACES TO DOC-LINE
007430     STRING '                    ' DELIMITED BY SIZE
007440            CT-ADDRESS-LINE-2 DELIMITED BY SIZE
007450         INTO DOC-LINE
007460     WRITE DOC-LINE
007470     MOVE SPACES TO DOC-LINE
007480     STRING '                    ' DELIMITED BY SIZE
007490            CT-TOWN DELIMITED BY SIZE
007500            ' ' DELIMITED BY SIZE
007510            CT-POSTCODE DELIMITED BY SIZE
007520         INTO DOC-LINE
007530     WRITE DOC-LINE
007540     MOVE SPACES TO DOC-LINE
007550     STRING '  EMAIL             ' DELIMITED BY SIZE
007560            CT-EMAIL DELIMITED BY SIZE
007570         INTO DOC-LINE
007580     WRITE DOC-LINE
007590     MOVE SPACES TO DOC-LINE
007600     STRING '  PHONE             ' DELIMITED BY SIZE
007610            CT-PHONE DELIMITED BY SIZE
007620         INTO DOC-LINE
007630     WRITE DOC-LINE
007640     EVALUATE TRUE
007650         WHEN CT-PREFER-POST
007660             MOVE 'POST' TO YX-TEXT
007670         WHEN CT-PREFER-EMAIL
007680             MOVE 'EMAIL' TO YX-TEXT
007690         WHEN CT-PREFER-PHONE
007700             MOVE 'PHONE' TO YX-TEXT
007710         WHEN OTHER
007720             MOVE 'NONE GIVEN' TO YX-TEXT
007730     END-EVALUATE
007740     MOVE SPACES TO DOC-LINE
007750     STRING '  CONTACT BY        ' DELIMITED BY SIZE
007760            YX-TEXT DELIMITED BY SIZE
007770         INTO DOC-LINE
007780     WRITE DOC-LINE
007790     MOVE SPACES TO DOC-LINE
007800     STRING '  SERVICE CONSENT   ' DELIMITED BY SIZE
007810            CT-SERVICE-CONSENT DELIMITED BY SIZE
007820            ' SINCE ' DELIMITED BY SIZE
007830            CT-SERVICE-CONSENT-DATE DELIMITED BY SIZE
007840         INTO DOC-LINE
007850     WRITE DOC-LINE
007860     MOVE SPACES TO DOC-LINE
007870     STRING '  MARKETING CONSENT ' DELIMITED BY SIZE
007880            CT-MARKETING-CONSENT DELIMITED BY SIZE
007890            ' SINCE ' DELIMITED BY SIZE
007900            CT-MARKETING-CONSENT-DATE DELIMITED BY SIZE
007910         INTO DOC-LINE
007920     WRITE DOC-LINE
007930     MOVE SPACES TO DOC-LINE
007940     STRING '  LAST CHANGED      ' DELIMITED BY SIZE
007950            CT-LAST-SET-DATE DELIMITED BY SIZE
007960         INTO DOC-LINE
007970     WRITE DOC-LINE
007980     .
007990* 4200-EXPORT-LIVE-CARDS - THE PLAYER ID LEADS THE YACHTSCF KEY,
008000* SO THE PLAYER'S CARDS ARE ONE RUN FROM THE START POINT.
008010 4200-EXPORT-LIVE-CARDS.
008020     MOVE 'YACHTSCF' TO YX-SECTION-FILE
008030     MOVE 'SCORECARDS ON FILE' TO YX-SECTION-TITLE
008040     PERFORM 8000-START-SECTION
008050     MOVE SPACES TO YX-FIL-STATUS
008060     OPEN INPUT YACHTSCF
008070     PERFORM 8200-NOTE-OPEN-RESULT
008080     IF YX-SECTION-READ
008090         PERFORM 8300-WRITE-SCORE-NOTE
008100         MOVE XT-PLAYER-ID TO YS-PLAYER-ID
008110         MOVE LOW-VALUES TO YS-GAME-START-TS
008120         START YACHTSCF KEY IS NOT LESS THAN YS-SCORECARD-KEY
008130             INVALID KEY
008140                 SET YX-FIL-EOF TO TRUE
008150         END-START
008160         IF YX-FIL-OK
008170             PERFORM 4210-READ-NEXT-CARD
008180         END-IF
008190         PERFORM UNTIL NOT YX-FIL-OK
008200                 OR YS-PLAYER-ID NOT = XT-PLAYER-ID
008210             ADD 1 TO YX-SECTION-COUNT
008220             PERFORM 4220-WRITE-CARD
008230             PERFORM 4210-READ-NEXT-CARD
008240         END-PERFORM
008250         PERFORM 8250-NOTE-SCAN-END
008260         CLOSE YACHTSCF
008270     END-IF
008280     PERFORM 8100-END-SECTION
008290     .
008300 4210-READ-NEXT-CARD.
008310     READ YACHTSCF NEXT RECORD
008320         AT END
008330             SET YX-FIL-EOF TO TRUE
008340     END-READ
008350     .
008360 4220-WRITE-CARD.
008370     EVALUATE TRUE
008380         WHEN YS-GAME-IS-COMPLETE
008390             MOVE 'COMPLETE' TO YX-TEXT
008400         WHEN YS-GAME-IS-ABANDONED
008410             MOVE 'ABANDONED' TO YX-TEXT
008420         WHEN OTHER
008430             MOVE 'IN PROGRESS' TO YX-TEXT
008440     END-EVALUATE
008450     MOVE YS-SITE-CODE TO YX-CARD-SITE
008450     IF YX-CARD-SITE = SPACES
008450         MOVE '01' TO YX-CARD-SITE
008450     END-IF
008450     MOVE SPACES TO DOC-LINE
008460     STRING '  GAME ' DELIMITED BY SIZE
008470            YS-GAME-START-TS DELIMITED BY SIZE
008480            ' ' DELIMITED BY SIZE
008490            YS-TERMINAL-ID DELIMITED BY SIZE
008500            ' ' DELIMITED BY SIZE
008510            YX-TEXT DELIMITED BY SIZE
008520            ' TOTAL ' DELIMITED BY SIZE
008530            YS-GRAND-TOTAL DELIMITED BY SIZE
008530            ' SITE ' DELIMITED BY SIZE
008530            YX-CARD-SITE DELIMITED BY SIZE
008540         INTO DOC-LINE
008550     WRITE DOC-LINE
008560     PERFORM VARYING YX-CAT-IX FROM 1 BY 1
008570             UNTIL YX-CAT-IX > 12
008580         MOVE SPACE TO YX-SCORE-GAP(YX-CAT-IX)
008590         IF YS-CAT-SCORED-FLAG(YX-CAT-IX) = 'Y'
008600             MOVE YS-CAT-SCORE(YX-CAT-IX) TO YX-SCORE-ED
008610             MOVE YX-SCORE-ED TO YX-SCORE-TEXT(YX-CAT-IX)
008620         ELSE
008630             MOVE ' --' TO YX-SCORE-TEXT(YX-CAT-IX)
008640         END-IF
008650     END-PERFORM
008660     PERFORM 8350-WRITE-SCORE-LINE
008670     .
008680* 4300-EXPORT-ARCHIVED-CARDS - THE WHOLE YACHTARF HISTORY IS READ
008690* FOR THE PLAYER'S CARDS.
008700 4300-EXPORT-ARCHIVED-CARDS.
008710     MOVE 'YACHTARF' TO YX-SECTION-FILE
008720     MOVE 'ARCHIVED SCORECARDS' TO YX-SECTION-TITLE
008730     PERFORM 8000-START-SECTION
008740     MOVE SPACES TO YX-FIL-STATUS
008750     OPEN INPUT YACHTARF
008760     PERFORM 8200-NOTE-OPEN-RESULT
008770     IF YX-SECTION-READ
008780         PERFORM 8300-WRITE-SCORE-NOTE
008790         PERFORM 4310-READ-NEXT-ARCHIVE
008800         PERFORM UNTIL NOT YX-FIL-OK
008810             IF ARC-PLAYER-ID = XT-PLAYER-ID
008820                 ADD 1 TO YX-SECTION-COUNT
008830                 PERFORM 4320-WRITE-ARCHIVED-CARD
008840             END-IF
008850             PERFORM 4310-READ-NEXT-ARCHIVE
008860         END-PERFORM
008870         PERFORM 8250-NOTE-SCAN-END
008880         CLOSE YACHTARF
008890     END-IF
008900     PERFORM 8100-END-SECTION
008910     .
008920 4310-READ-NEXT-ARCHIVE.
008930     READ YACHTARF
008940         AT END
008950             SET YX-FIL-EOF TO TRUE
008960     END-READ
008970     .
008980 4320-WRITE-ARCHIVED-CARD.
008990     EVALUATE ARC-GAME-STATUS
009000         WHEN 'C'
009010             MOVE 'COMPLETE' TO YX-TEXT
009020         WHEN 'A'
009030             MOVE 'ABANDONED' TO YX-TEXT
009040         WHEN OTHER
009050             MOVE 'IN PROGRESS' TO YX-TEXT
009060     END-EVALUATE
009070     MOVE ARC-SITE-CODE TO YX-CARD-SITE
009070     IF YX-CARD-SITE = SPACES
009070         MOVE '01' TO YX-CARD-SITE
009070     END-IF
009070     MOVE SPACES TO DOC-LINE
009080     STRING '  GAME ' DELIMITED BY SIZE
009090            ARC-GAME-START-TS DELIMITED BY SIZE
009100            ' ' DELIMITED BY SIZE
009110            ARC-TERMINAL-ID DELIMITED BY SIZE
009120            ' ' DELIMITED BY SIZE
009130            YX-TEXT DELIMITED BY SIZE
009140            ' TOTAL ' DELIMITED BY SIZE
009150            ARC-GRAND-TOTAL DELIMITED BY SIZE
009160            ' ARCHIVED ' DELIMITED BY SIZE
009170            ARC-ARCHIVE-DATE DELIMITED BY SIZE
009170            ' SITE ' DELIMITED BY SIZE
009170            YX-CARD-SITE DELIMITED BY SIZE
009180         INTO DOC-LINE
009190     WRITE DOC-LINE
009200     PERFORM VARYING YX-CAT-IX FROM 1 BY 1
009210             UNTIL YX-CAT-IX > 12
009220         MOVE SPACE TO YX-SCORE-GAP(YX-CAT-IX)
009230         IF ARC-CAT-SCORED-FLAG(YX-CAT-IX) = 'Y'
009240             MOVE ARC-CAT-SCORE(YX-CAT-IX) TO YX-SCORE-ED
009250             MOVE YX-SCORE-ED TO YX-SCORE-TEXT(YX-CAT-IX)
009260         ELSE
009270             MOVE ' --' TO YX-SCORE-TEXT(YX-CAT-IX)
009280         END-IF
009290     END-PERFORM
009300     PERFORM 8350-WRITE-SCORE-LINE
009310     .
009320* 4400-EXPORT-SCORING-CALLS - EVERY YACHTAUDF SCORING CALL MADE ON
009330* THE PLAYER'S GAMES.
009340 4400-EXPORT-SCORING-CALLS.
009350     MOVE 'YACHTAUDF' TO YX-SECTION-FILE
009360     MOVE 'SCORING CALLS' TO YX-SECTION-TITLE
009370     PERFORM 8000-START-SECTION
009380     MOVE SPACES TO YX-FIL-STATUS
009390     OPEN INPUT YACHTAUDF
009400     PERFORM 8200-NOTE-OPEN-RESULT
009410     IF YX-SECTION-READ
009420         PERFORM 4410-READ-NEXT-CALL
009430         PERFORM UNTIL NOT YX-FIL-OK
009440             IF SA-PLAYER-ID = XT-PLAYER-ID
009450                 ADD 1 TO YX-SECTION-COUNT
009460                 MOVE SPACES TO DOC-LINE
009470                 STRING '  ' DELIMITED BY SIZE
009480                        SA-TIMESTAMP(1:14) DELIMITED BY SIZE
009490                        ' ' DELIMITED BY SIZE
009500                        SA-TERMINAL-ID DELIMITED BY SIZE
009510                        ' ' DELIMITED BY SIZE
009520                        SA-CATEGORY DELIMITED BY SIZE
009530                        ' DICE ' DELIMITED BY SIZE
009540                        SA-DICE DELIMITED BY SIZE
009550                        ' SCORED ' DELIMITED BY SIZE
009560                        SA-RESULT DELIMITED BY SIZE
009570                        ' ' DELIMITED BY SIZE
009580                        SA-STATUS DELIMITED BY SIZE
009590                     INTO DOC-LINE
009600                 WRITE DOC-LINE
009610             END-IF
009620             PERFORM 4410-READ-NEXT-CALL
009630         END-PERFORM
009640         PERFORM 8250-NOTE-SCAN-END
009650         CLOSE YACHTAUDF
009660     END-IF
009670     PERFORM 8100-END-SECTION
009680     .
009690 4410-READ-NEXT-CALL.
009700     READ YACHTAUDF
009710         AT END
009720             SET YX-FIL-EOF TO TRUE
009730     END-READ
009740     .
009750* 4450-EXPORT-LEDGER - EVERY PLEDGERF POSTING TO THE PLAYER'S
009760* POINTS.
009770 4450-EXPORT-LEDGER.
009780     MOVE 'PLEDGERF' TO YX-SECTION-FILE
009790     MOVE 'LOYALTY POINTS LEDGER' TO YX-SECTION-TITLE
009800     PERFORM 8000-START-SECTION
009810     MOVE SPACES TO YX-FIL-STATUS
009820     OPEN INPUT PLEDGERF
009830     PERFORM 8200-NOTE-OPEN-RESULT
009840     IF YX-SECTION-READ
009850         PERFORM 4460-READ-NEXT-POSTING
009860         PERFORM UNTIL NOT YX-FIL-OK
009870             IF PL-PLAYER-ID = XT-PLAYER-ID
009880                 ADD 1 TO YX-SECTION-COUNT
009890                 PERFORM 4470-WRITE-POSTING
009900             END-IF
009910             PERFORM 4460-READ-NEXT-POSTING
009920         END-PERFORM
009930         PERFORM 8250-NOTE-SCAN-END
009940         CLOSE PLEDGERF
009950     END-IF
009960     PERFORM 8100-END-SECTION
009970     .
009980 4460-READ-NEXT-POSTING.
009990     READ PLEDGERF
010000         AT END
010010             SET YX-FIL-EOF TO TRUE
010020     END-READ
010030     .
010040 4470-WRITE-POSTING.
010050     EVALUATE TRUE
010060         WHEN PL-ENTRY-IS-EARNING
010070             MOVE 'EARNED' TO YX-TEXT
010080         WHEN PL-ENTRY-IS-REDEMPTION
010090             MOVE 'REDEEMED' TO YX-TEXT
010100         WHEN PL-ENTRY-IS-EXPIRY
010110             MOVE 'EXPIRED' TO YX-TEXT
010120         WHEN PL-ENTRY-IS-TRANSFER
010130             MOVE 'TRANSFERRED' TO YX-TEXT
010140         WHEN OTHER
010150             MOVE 'POSTED' TO YX-TEXT
010160     END-EVALUATE
010170     MOVE PL-POINTS TO YX-POINTS-ED
010180     MOVE PL-BALANCE TO YX-BALANCE-ED
010190     MOVE SPACES TO DOC-LINE
010200     STRING '  ' DELIMITED BY SIZE
010210            PL-ENTRY-DATE DELIMITED BY SIZE
010220            ' ' DELIMITED BY SIZE
010230            YX-TEXT DELIMITED BY SIZE
010240            ' ' DELIMITED BY SIZE
010250            YX-POINTS-ED DELIMITED BY SIZE
010260            ' BALANCE ' DELIMITED BY SIZE
010270            YX-BALANCE-ED DELIMITED BY SIZE
010280            ' ' DELIMITED BY SIZE
010290            PL-CAMPAIGN-ID DELIMITED BY SIZE
010300            ' GAME ' DELIMITED BY SIZE
010310            PL-GAME-START-TS DELIMITED BY SIZE
010320         INTO DOC-LINE
010330     WRITE DOC-LINE
010340     .
010350* 4500-EXPORT-BALANCE - THE LOYBALF POINTS BALANCE.
010360 4500-EXPORT-BALANCE.
010370     MOVE 'LOYBALF' TO YX-SECTION-FILE
010380     MOVE 'LOYALTY POINTS BALANCE' TO YX-SECTION-TITLE
010390     PERFORM 8000-START-SECTION
010400     MOVE SPACES TO YX-FIL-STATUS
010410     OPEN INPUT LOYBALF
010420     PERFORM 8200-NOTE-OPEN-RESULT
010430     IF YX-SECTION-READ
010440         MOVE XT-PLAYER-ID TO BL-PLAYER-ID
010450         READ LOYBALF
010460             INVALID KEY
010470                 CONTINUE
010480             NOT INVALID KEY
010490                 ADD 1 TO YX-SECTION-COUNT
010500                 MOVE BL-BALANCE TO YX-BALANCE-ED
010510                 MOVE SPACES TO DOC-LINE
010520                 STRING '  POINTS BALANCE    ' DELIMITED BY SIZE
010530                        YX-BALANCE-ED DELIMITED BY SIZE
010540                     INTO DOC-LINE
010550                 WRITE DOC-LINE
010560         END-READ
010570         CLOSE LOYBALF
010580     END-IF
010590     PERFORM 8100-END-SECTION
010600     .
010610* 4550-EXPORT-VOUCHERS - EVERY VOUCHF VOUCHER ISSUED TO THE
010620* PLAYER, WITH HOW IT WAS PAID OR VOIDED.
010630 4550-EXPORT-VOUCHERS.
010640     MOVE 'VOUCHF' TO YX-SECTION-FILE
010650     MOVE 'PRIZE VOUCHERS' TO YX-SECTION-TITLE
010660     PERFORM 8000-START-SECTION
010670     MOVE SPACES TO YX-FIL-STATUS
010680     OPEN INPUT VOUCHF
010690     PERFORM 8200-NOTE-OPEN-RESULT
010700     IF YX-SECTION-READ
010710         PERFORM 4560-READ-NEXT-VOUCHER
010720         PERFORM UNTIL NOT YX-FIL-OK
010730             IF VO-PLAYER-ID = XT-PLAYER-ID
010740                 ADD 1 TO YX-SECTION-COUNT
010750                 PERFORM 4570-WRITE-VOUCHER
010760             END-IF
010770             PERFORM 4560-READ-NEXT-VOUCHER
010780         END-PERFORM
010790         PERFORM 8250-NOTE-SCAN-END
010800         CLOSE VOUCHF
010810     END-IF
010820     PERFORM 8100-END-SECTION
010830     .
010840 4560-READ-NEXT-VOUCHER.
010850     READ VOUCHF
010860         AT END
010870             SET YX-FIL-EOF TO TRUE
010880     END-READ
010890     .
010900 4570-WRITE-VOUCHER.
010910     EVALUATE TRUE
010920         WHEN VO-VOUCHER-IS-PAID
010930             MOVE 'PAID' TO YX-TEXT
010940         WHEN VO-VOUCHER-IS-EXPIRED
010950             MOVE 'EXPIRED' TO YX-TEXT
010960         WHEN VO-VOUCHER-IS-VOID
010970             MOVE 'VOID' TO YX-TEXT
010980         WHEN OTHER
010990             MOVE 'OUTSTANDING' TO YX-TEXT
011000     END-EVALUATE
011010     MOVE SPACES TO DOC-LINE
011020     STRING '  ' DELIMITED BY SIZE
011030            VO-VOUCHER-REF DELIMITED BY SIZE
011040            ' GAME ' DELIMITED BY SIZE
011050            VO-GAME-START-TS DELIMITED BY SIZE
011060            ' POINTS ' DELIMITED BY SIZE
011070            VO-GRAND-TOTAL DELIMITED BY SIZE
011080            ' ISSUED ' DELIMITED BY SIZE
011090            VO-ISSUE-DATE DELIMITED BY SIZE
011100            ' ' DELIMITED BY SIZE
011110            YX-TEXT DELIMITED BY SIZE
011120         INTO DOC-LINE
011130     WRITE DOC-LINE
011140     EVALUATE TRUE
011150         WHEN VO-VOUCHER-IS-PAID
011160             MOVE SPACES TO DOC-LINE
011170             STRING '      PAID ' DELIMITED BY SIZE
011180                    VO-PAID-DATE DELIMITED BY SIZE
011190                 INTO DOC-LINE
011200             WRITE DOC-LINE
011210         WHEN VO-VOUCHER-IS-VOID
011220             MOVE SPACES TO DOC-LINE
011230             STRING '      VOIDED ' DELIMITED BY SIZE
011240                    VO-VOID-DATE DELIMITED BY SIZE
011250                    ' REASON ' DELIMITED BY SIZE
011260                    VO-VOID-REASON DELIMITED BY SIZE
011270                    ' REPLACED BY ' DELIMITED BY SIZE
011280                    VO-REPLACED-BY-REF DELIMITED BY SIZE
011290                 INTO DOC-LINE
011300             WRITE DOC-LINE
011310     END-EVALUATE
011320     .
011330* 4600-EXPORT-BADGES - THE PLAYER ID LEADS THE YACHAWDF KEY TOO.
011340 4600-EXPORT-BADGES.
011350     MOVE 'YACHAWDF' TO YX-SECTION-FILE
011360     MOVE 'BADGES AWARDED' TO YX-SECTION-TITLE
011370     PERFORM 8000-START-SECTION
011380     MOVE SPACES TO YX-FIL-STATUS
011390     OPEN INPUT YACHAWDF
011400     PERFORM 8200-NOTE-OPEN-RESULT
011410     IF YX-SECTION-READ
011420         MOVE XT-PLAYER-ID TO AW-PLAYER-ID
011430         MOVE LOW-VALUES TO AW-BADGE-CODE
011440         START YACHAWDF KEY IS NOT LESS THAN AW-AWARD-KEY
011450             INVALID KEY
011460                 SET YX-FIL-EOF TO TRUE
011470         END-START
011480         IF YX-FIL-OK
011490             PERFORM 4610-READ-NEXT-BADGE
011500         END-IF
011510         PERFORM UNTIL NOT YX-FIL-OK
011520                 OR AW-PLAYER-ID NOT = XT-PLAYER-ID
011530             ADD 1 TO YX-SECTION-COUNT
011540             MOVE SPACES TO DOC-LINE
011550             STRING '  BADGE ' DELIMITED BY SIZE
011560                    AW-BADGE-CODE DELIMITED BY SIZE
011570                    ' AWARDED ' DELIMITED BY SIZE
011580                    AW-AWARD-DATE DELIMITED BY SIZE
011590                 INTO DOC-LINE
011600             WRITE DOC-LINE
011610             PERFORM 4610-READ-NEXT-BADGE
011620         END-PERFORM
011630         PERFORM 8250-NOTE-SCAN-END
011640         CLOSE YACHAWDF
011650     END-IF
011660     PERFORM 8100-END-SECTION
011670     .
011680 4610-READ-NEXT-BADGE.
011690     READ YACHAWDF NEXT RECORD
011700         AT END
011710             SET YX-FIL-EOF TO TRUE
011720     END-READ
011730     .
011740* 4650-EXPORT-MATCHES - EVERY MATCHF MATCH THE PLAYER ENTERED.
011750 4650-EXPORT-MATCHES.
011760     MOVE 'MATCHF' TO YX-SECTION-FILE
011770     MOVE 'HEAD-TO-HEAD MATCHES' TO YX-SECTION-TITLE
011780     PERFORM 8000-START-SECTION
011790     MOVE SPACES TO YX-FIL-STATUS
011800     OPEN INPUT MATCHF
011810     PERFORM 8200-NOTE-OPEN-RESULT
011820     IF YX-SECTION-READ
011830         PERFORM 4660-READ-NEXT-MATCH
011840         PERFORM UNTIL NOT YX-FIL-OK
011850             PERFORM 4670-FIND-PLAYER-ENTRY
011860             IF YX-PLAYER-IN-MATCH
011870                 ADD 1 TO YX-SECTION-COUNT
011880                 PERFORM 4680-WRITE-MATCH
011890             END-IF
011900             PERFORM 4660-READ-NEXT-MATCH
011910         END-PERFORM
011920         PERFORM 8250-NOTE-SCAN-END
011930         CLOSE MATCHF
011940     END-IF
011950     PERFORM 8100-END-SECTION
011960     .
011970 4660-READ-NEXT-MATCH.
011980     READ MATCHF NEXT RECORD
011990         AT END
012000             SET YX-FIL-EOF TO TRUE
012010     END-READ
012020     .
012030 4670-FIND-PLAYER-ENTRY.
012040     MOVE 'N' TO YX-MATCH-FLAG
012050     MOVE SPACES TO YX-GAME-TS
012060     PERFORM VARYING YX-ENTRY-IX FROM 1 BY 1
012070             UNTIL YX-ENTRY-IX > 4
012080         IF YM-PLAYER-ID(YX-ENTRY-IX) = XT-PLAYER-ID
012090             SET YX-PLAYER-IN-MATCH TO TRUE
012100             MOVE YM-GAME-START-TS(YX-ENTRY-IX) TO YX-GAME-TS
012110         END-IF
012120     END-PERFORM
012130     IF YM-WINNER-PLAYER-ID = XT-PLAYER-ID
012140         SET YX-PLAYER-IN-MATCH TO TRUE
012150     END-IF
012160     .
012170 4680-WRITE-MATCH.
012180     EVALUATE TRUE
012190         WHEN YM-MATCH-IS-OPEN
012200             MOVE 'OPEN' TO YX-TEXT
012210         WHEN YM-MATCH-IS-CLOSED
012220             MOVE 'CLOSED' TO YX-TEXT
012230         WHEN YM-MATCH-IS-SETTLED
012240             MOVE 'SETTLED' TO YX-TEXT
012250         WHEN OTHER
012260             MOVE SPACES TO YX-TEXT
012270     END-EVALUATE
012280     MOVE SPACES TO YX-RESULT-WORD
012290     IF YM-WINNER-PLAYER-ID = XT-PLAYER-ID
012300         MOVE 'WINNER' TO YX-RESULT-WORD
012310     END-IF
012320     MOVE SPACES TO DOC-LINE
012330     STRING '  MATCH ' DELIMITED BY SIZE
012340            YM-MATCH-ID DELIMITED BY SIZE
012350            ' ' DELIMITED BY SIZE
012360            YX-TEXT DELIMITED BY SIZE
012370            ' GAME ' DELIMITED BY SIZE
012380            YX-GAME-TS DELIMITED BY SIZE
012390            ' ' DELIMITED BY SIZE
012400            YX-RESULT-WORD DELIMITED BY SIZE
012410         INTO DOC-LINE
012420     WRITE DOC-LINE
012430     .
012440* 4700-EXPORT-TOURNAMENTS - EVERY YTOURNF DRAW SLOT THE PLAYER WAS
012450* DRAWN INTO, WITH THE OPPONENT AND THE RESULT.
012460 4700-EXPORT-TOURNAMENTS.
012470     MOVE 'YTOURNF' TO YX-SECTION-FILE
012480     MOVE 'TOURNAMENT DRAWS' TO YX-SECTION-TITLE
012490     PERFORM 8000-START-SECTION
012500     MOVE SPACES TO YX-FIL-STATUS
012510     OPEN INPUT YTOURNF
012520     PERFORM 8200-NOTE-OPEN-RESULT
012530     IF YX-SECTION-READ
012540         PERFORM 4710-READ-NEXT-SLOT
012550         PERFORM UNTIL NOT YX-FIL-OK
012560             IF TN-PLAYER-1 = XT-PLAYER-ID
012570                     OR TN-PLAYER-2 = XT-PLAYER-ID
012580                 ADD 1 TO YX-SECTION-COUNT
012590                 PERFORM 4720-WRITE-SLOT
012600             END-IF
012610             PERFORM 4710-READ-NEXT-SLOT
012620         END-PERFORM
012630         PERFORM 8250-NOTE-SCAN-END
012640         CLOSE YTOURNF
012650     END-IF
012660     PERFORM 8100-END-SECTION
012670     .
012680 4710-READ-NEXT-SLOT.
012690     READ YTOURNF NEXT RECORD
012700         AT END
012710             SET YX-FIL-EOF TO TRUE
012720     END-READ
012730     .
012740 4720-WRITE-SLOT.
012750     IF TN-PLAYER-1 = XT-PLAYER-ID
012760         MOVE TN-PLAYER-2 TO YX-OPPONENT
012770     ELSE
012780         MOVE TN-PLAYER-1 TO YX-OPPONENT
012790     END-IF
012800     EVALUATE TRUE
012810         WHEN TN-WINNER-PLAYER-ID = XT-PLAYER-ID
012820             MOVE 'WON' TO YX-RESULT-WORD
012830         WHEN TN-WINNER-PLAYER-ID = SPACES
012840             MOVE SPACES TO YX-RESULT-WORD
012850         WHEN OTHER
012860             MOVE 'LOST' TO YX-RESULT-WORD
012870     END-EVALUATE
012880     MOVE SPACES TO DOC-LINE
012890     STRING '  ' DELIMITED BY SIZE
012900            TN-TOURN-ID DELIMITED BY SIZE
012910            ' ' DELIMITED BY SIZE
012920            TN-TOURN-NAME DELIMITED BY SIZE
012930            ' ROUND ' DELIMITED BY SIZE
012940            TN-ROUND-NO DELIMITED BY SIZE
012950            ' AGAINST ' DELIMITED BY SIZE
012960            YX-OPPONENT DELIMITED BY SIZE
012970            ' ' DELIMITED BY SIZE
012980            YX-RESULT-WORD DELIMITED BY SIZE
012990         INTO DOC-LINE
013000     WRITE DOC-LINE
013010     .
013020* 4750-EXPORT-SIGN-UPS - EVERY YTRNENTF TOURNAMENT SIGN-UP.
013030 4750-EXPORT-SIGN-UPS.
013040     MOVE 'YTRNENTF' TO YX-SECTION-FILE
013050     MOVE 'TOURNAMENT SIGN-UPS' TO YX-SECTION-TITLE
013060     PERFORM 8000-START-SECTION
013070     MOVE SPACES TO YX-FIL-STATUS
013080     OPEN INPUT YTRNENTF
013090     PERFORM 8200-NOTE-OPEN-RESULT
013100     IF YX-SECTION-READ
013110         PERFORM 4760-READ-NEXT-SIGN-UP
013120         PERFORM UNTIL NOT YX-FIL-OK
013130             IF TE-PLAYER-ID = XT-PLAYER-ID
013140                 ADD 1 TO YX-SECTION-COUNT
013150                 MOVE SPACES TO DOC-LINE
013160                 STRING '  TOURNAMENT ' DELIMITED BY SIZE
013170                        TE-TOURN-ID DELIMITED BY SIZE
013180                        ' SIGNED UP ' DELIMITED BY SIZE
013190                        TE-ENTRY-DATE DELIMITED BY SIZE
013200                        ' ENTRY ' DELIMITED BY SIZE
013210                        TE-SIGNUP-SEQ DELIMITED BY SIZE
013220                     INTO DOC-LINE
013230                 WRITE DOC-LINE
013240             END-IF
013250             PERFORM 4760-READ-NEXT-SIGN-UP
013260         END-PERFORM
013270         PERFORM 8250-NOTE-SCAN-END
013280         CLOSE YTRNENTF
013290     END-IF
013300     PERFORM 8100-END-SECTION
013310     .
013320 4760-READ-NEXT-SIGN-UP.
013330     READ YTRNENTF
013340         AT END
013350             SET YX-FIL-EOF TO TRUE
013360     END-READ
013370     .
013380* 4800-EXPORT-HOLDS - THE YQUARF HOLD, CURRENT OR RELEASED.
013390 4800-EXPORT-HOLDS.
013400     MOVE 'YQUARF' TO YX-SECTION-FILE
013410     MOVE 'ACCOUNT HOLDS' TO YX-SECTION-TITLE
013420     PERFORM 8000-START-SECTION
013430     MOVE SPACES TO YX-FIL-STATUS
013440     OPEN INPUT YQUARF
013450     PERFORM 8200-NOTE-OPEN-RESULT
013460     IF YX-SECTION-READ
013470         MOVE XT-PLAYER-ID TO QU-PLAYER-ID
013480         READ YQUARF
013490             INVALID KEY
013500                 CONTINUE
013510             NOT INVALID KEY
013520                 ADD 1 TO YX-SECTION-COUNT
013530                 PERFORM 4810-WRITE-HOLD
013540         END-READ
013550         CLOSE YQUARF
013560     END-IF
013570     PERFORM 8100-END-SECTION
013580     .
013590 4810-WRITE-HOLD.
013600     IF QU-PLAYER-IS-RELEASED
013610         MOVE 'RELEASED' TO YX-TEXT
013620     ELSE
013630         MOVE 'HELD' TO YX-TEXT
013640     END-IF
013650     MOVE SPACES TO DOC-LINE
013660     STRING '  ' DELIMITED BY SIZE
013670            YX-TEXT DELIMITED BY SIZE
013680            ' SINCE ' DELIMITED BY SIZE
013690            QU-DETECT-DATE DELIMITED BY SIZE
013700            ' REASON ' DELIMITED BY SIZE
013710            QU-REASON DELIMITED BY SIZE
013720         INTO DOC-LINE
013730     WRITE DOC-LINE
013740     IF QU-PLAYER-IS-RELEASED
013750         MOVE SPACES TO DOC-LINE
013760         STRING '      RELEASED ' DELIMITED BY SIZE
013770                QU-RELEASE-DATE DELIMITED BY SIZE
013780             INTO DOC-LINE
013790         WRITE DOC-LINE
013800     END-IF
013810     .
013820* 4850-EXPORT-TICKETS - EVERY BOBTCKF HELP-DESK TICKET RAISED ON
013830* THE PLAYER'S GAMES.  THE CUSTOMER IDS THEY NAME ARE KEPT FOR THE
013840* CONVERSATION SECTION.
013850 4850-EXPORT-TICKETS.
013860     MOVE 'BOBTCKF' TO YX-SECTION-FILE
013870     MOVE 'HELP-DESK TICKETS' TO YX-SECTION-TITLE
013880     PERFORM 8000-START-SECTION
013890     MOVE SPACES TO YX-FIL-STATUS
013900     OPEN INPUT BOBTCKF
013910     PERFORM 8200-NOTE-OPEN-RESULT
013920     IF YX-SECTION-READ
013930         PERFORM 4860-READ-NEXT-TICKET
013940         PERFORM UNTIL NOT YX-FIL-OK
013950             IF TK-GAME-PLAYER-ID = XT-PLAYER-ID
013960                 ADD 1 TO YX-SECTION-COUNT
013970                 PERFORM 4870-WRITE-TICKET
013980                 PERFORM 4880-NOTE-CUSTOMER
013990             END-IF
014000             PERFORM 4860-READ-NEXT-TICKET
014010         END-PERFORM
014020         PERFORM 8250-NOTE-SCAN-END
014030         CLOSE BOBTCKF
014040     END-IF
014050     PERFORM 8100-END-SECTION
014060     .
014070 4860-READ-NEXT-TICKET.
014080     READ BOBTCKF NEXT RECORD
014090         AT END
014100             SET YX-FIL-EOF TO TRUE
014110     END-READ
014120     .
014130 4870-WRITE-TICKET.
014140     EVALUATE TRUE
014150         WHEN TK-TICKET-IS-OPEN
014160             MOVE 'OPEN' TO YX-TEXT
014170         WHEN TK-TICKET-IS-ASSIGNED
014180             MOVE 'ASSIGNED' TO YX-TEXT
014190         WHEN TK-TICKET-IS-CLOSED
014200             MOVE 'CLOSED' TO YX-TEXT
014210         WHEN OTHER
014220             MOVE SPACES TO YX-TEXT
014230     END-EVALUATE
014240     MOVE SPACES TO DOC-LINE
014250     STRING '  TICKET ' DELIMITED BY SIZE
014260            TK-TICKET-ID DELIMITED BY SIZE
014270            ' ' DELIMITED BY SIZE
014280            YX-TEXT DELIMITED BY SIZE
014290            ' OPENED ' DELIMITED BY SIZE
014300            TK-OPENED-TS(1:14) DELIMITED BY SIZE
014310            ' CUSTOMER ' DELIMITED BY SIZE
014320            TK-CUSTOMER-ID DELIMITED BY SIZE
014330         INTO DOC-LINE
014340     WRITE DOC-LINE
014350     MOVE SPACES TO DOC-LINE
014360     STRING '      ' DELIMITED BY SIZE
014370            TK-MESSAGE DELIMITED BY SIZE
014380         INTO DOC-LINE
014390     WRITE DOC-LINE
014400     IF TK-RESOLUTION-TEXT NOT = SPACES
014410         MOVE SPACES TO DOC-LINE
014420         STRING '      RESOLVED ' DELIMITED BY SIZE
014430                TK-RESOLUTION-TEXT DELIMITED BY SIZE
014440             INTO DOC-LINE
014450         WRITE DOC-LINE
014460     END-IF
014470     .
014480 4880-NOTE-CUSTOMER.
014490     MOVE 'N' TO YX-CUSTOMER-FLAG
014500     PERFORM VARYING YX-CUST-IX FROM 1 BY 1
014510             UNTIL YX-CUST-IX > YX-CUST-COUNT
014520         IF YX-CUST-ID(YX-CUST-IX) = TK-CUSTOMER-ID
014530             SET YX-CUSTOMER-LINKED TO TRUE
014540         END-IF
014550     END-PERFORM
014560     IF NOT YX-CUSTOMER-LINKED
014570             AND TK-CUSTOMER-ID NOT = SPACES
014580             AND YX-CUST-COUNT < 20
014590         ADD 1 TO YX-CUST-COUNT
014600         MOVE TK-CUSTOMER-ID TO YX-CUST-ID(YX-CUST-COUNT)
014610     END-IF
014620     .
014630* 4900-EXPORT-CONVERSATIONS - EVERY BOBAUDF EXCHANGE UNDER THE
014640* PLAYER ID OR A CUSTOMER ID ONE OF THE PLAYER'S TICKETS NAMES.
014650 4900-EXPORT-CONVERSATIONS.
014660     MOVE 'BOBAUDF' TO YX-SECTION-FILE
014670     MOVE 'HELP-DESK CONVERSATIONS' TO YX-SECTION-TITLE
014680     PERFORM 8000-START-SECTION
014690     MOVE SPACES TO YX-FIL-STATUS
014700     OPEN INPUT BOBAUDF
014710     PERFORM 8200-NOTE-OPEN-RESULT
014720     IF YX-SECTION-READ
014730         PERFORM 4910-READ-NEXT-EXCHANGE
014740         PERFORM UNTIL NOT YX-FIL-OK
014750             PERFORM 4920-CHECK-CUSTOMER
014760             IF YX-CUSTOMER-LINKED
014770                 ADD 1 TO YX-SECTION-COUNT
014780                 PERFORM 4930-WRITE-EXCHANGE
014790             END-IF
014800             PERFORM 4910-READ-NEXT-EXCHANGE
014810         END-PERFORM
014820         PERFORM 8250-NOTE-SCAN-END
014830         CLOSE BOBAUDF
014840     END-IF
014850     PERFORM 8100-END-SECTION
014860     .
014870 4910-READ-NEXT-EXCHANGE.
014880     READ BOBAUDF
014890         AT END
014900             SET YX-FIL-EOF TO TRUE
014910     END-READ
014920     .
014930 4920-CHECK-CUSTOMER.
014940     MOVE 'N' TO YX-CUSTOMER-FLAG
014950     IF BA-CUSTOMER-ID = XT-PLAYER-ID
014960         SET YX-CUSTOMER-LINKED TO TRUE
014970     END-IF
014980     PERFORM VARYING YX-CUST-IX FROM 1 BY 1
014990             UNTIL YX-CUST-IX > YX-CUST-COUNT
015000         IF YX-CUST-ID(YX-CUST-IX) = BA-CUSTOMER-ID
015010             SET YX-CUSTOMER-LINKED TO TRUE
015020         END-IF
015030     END-PERFORM
015040     .
015050 4930-WRITE-EXCHANGE.
015060     MOVE SPACES TO DOC-LINE
015070     STRING '  ' DELIMITED BY SIZE
015080            BA-TIMESTAMP(1:14) DELIMITED BY SIZE
015090            ' CUSTOMER ' DELIMITED BY SIZE
015100            BA-CUSTOMER-ID DELIMITED BY SIZE
015110            ' ' DELIMITED BY SIZE
015120            BA-OUTCOME-CODE DELIMITED BY SIZE
015130         INTO DOC-LINE
015140     WRITE DOC-LINE
015150     MOVE SPACES TO DOC-LINE
015160     STRING '      SAID  ' DELIMITED BY SIZE
015170            BA-HEYBOB DELIMITED BY SIZE
015180         INTO DOC-LINE
015190     WRITE DOC-LINE
015200     MOVE SPACES TO DOC-LINE
015210     STRING '      REPLY ' DELIMITED BY SIZE
015220            BA-RESULT DELIMITED BY SIZE
015230         INTO DOC-LINE
015240     WRITE DOC-LINE
015250     .
015260* 4950-WRITE-DOCUMENT-CLOSE - THE COUNT PER FILE, THE TOTAL, AND
015270* WHETHER THE DOCUMENT IS THE WHOLE ANSWER.
015280 4950-WRITE-DOCUMENT-CLOSE.
015290     MOVE SPACES TO DOC-LINE
015300     WRITE DOC-LINE
015310     MOVE 'RECORDS HELD, BY FILE' TO DOC-LINE
015320     WRITE DOC-LINE
015330     PERFORM VARYING YX-SECT-IX FROM 1 BY 1
015340             UNTIL YX-SECT-IX > YX-SECT-COUNT
015350         MOVE YX-SECT-RECORDS(YX-SECT-IX) TO YX-COUNT-ED
015360         EVALUATE YX-SECT-STATE(YX-SECT-IX)
015370             WHEN 'A'
015380                 MOVE 'NOT PRESENT' TO YX-TEXT
015390             WHEN 'F'
015400                 MOVE 'NOT READ' TO YX-TEXT
015410             WHEN OTHER
015420                 MOVE SPACES TO YX-TEXT
015430         END-EVALUATE
015440         MOVE SPACES TO DOC-LINE
015450         STRING '  ' DELIMITED BY SIZE
015460                YX-SECT-FILE(YX-SECT-IX) DELIMITED BY SIZE
015470                ' ' DELIMITED BY SIZE
015480                YX-COUNT-ED DELIMITED BY SIZE
015490                '  ' DELIMITED BY SIZE
015500                YX-TEXT DELIMITED BY SIZE
015510             INTO DOC-LINE
015520         WRITE DOC-LINE
015530     END-PERFORM
015540     MOVE YX-DOC-COUNT TO YX-COUNT-ED
015550     MOVE SPACES TO DOC-LINE
015560     STRING '  TOTAL      ' DELIMITED BY SIZE
015570            YX-COUNT-ED DELIMITED BY SIZE
015580         INTO DOC-LINE
015590     WRITE DOC-LINE
015600     MOVE SPACES TO DOC-LINE
015610     WRITE DOC-LINE
015620     IF YX-REQUEST-INCOMPLETE
015630         MOVE 'INCOMPLETE - A FILE MARKED NOT READ WAS NOT READ.'
015640             TO DOC-LINE
015650         WRITE DOC-LINE
015660         MOVE 'IT WILL BE REISSUED UNDER THE SAME NUMBER.'
015670             TO DOC-LINE
015680         WRITE DOC-LINE
015690     ELSE
015700         MOVE 'END OF DOCUMENT - THIS IS ALL WE HOLD ABOUT YOU.'
015710             TO DOC-LINE
015720         WRITE DOC-LINE
015730     END-IF
015740     .
015750* 5000-REGISTER-THE-REQUEST - ONE REGISTER ROW PER REQUEST
015760* WORKED.  ONLY A COMPLETE DOCUMENT GIVES THE REQUEST A COMPLETION
015770* DATE.
015780 5000-REGISTER-THE-REQUEST.
015790     MOVE SPACES TO RQ-REGISTER-RECORD
015800     MOVE YX-REQUEST-NO TO RQ-REQUEST-NO
015810     MOVE XT-PLAYER-ID TO RQ-PLAYER-ID
015820     MOVE YX-RECEIVED-DATE TO RQ-RECEIVED-DATE
015830     MOVE YX-DUE-DATE TO RQ-DUE-DATE
015840     MOVE XT-USER-ID TO RQ-REQUESTED-BY
015850     MOVE YX-RUN-DATE TO RQ-RUN-DATE
015860     MOVE ZERO TO RQ-DAYS-TAKEN
015870     MOVE YX-DOC-COUNT TO RQ-RECORD-COUNT
015880     MOVE YX-DOC-NAME TO RQ-DOCUMENT-NAME
015890     IF YX-REQUEST-INCOMPLETE
015900         SET RQ-REQUEST-INCOMPLETE TO TRUE
015910     ELSE
015920         SET RQ-REQUEST-COMPLETE TO TRUE
015930         MOVE YX-RUN-DATE TO RQ-COMPLETED-DATE
015940         COMPUTE RQ-DAYS-TAKEN = YX-RUN-DAY-NO
015950             - FUNCTION INTEGER-OF-DATE(YX-RECEIVED-NUM)
015960         IF YX-RUN-DATE > YX-DUE-DATE
015970             SET RQ-ANSWERED-LATE TO TRUE
015980         ELSE
015990             SET RQ-ANSWERED-IN-TIME TO TRUE
016000         END-IF
016010     END-IF
016020     PERFORM 1140-POST-REGISTER-ENTRY
016030     WRITE RQ-REGISTER-RECORD
016040     .
016050* 7000-LIST-UNANSWERED - EVERY REQUEST ON THE REGISTER STILL
016060* WITHOUT A COMPLETE ANSWER, EVERY RUN, UNTIL IT CLEARS.
016070 7000-LIST-UNANSWERED.
016080     MOVE SPACES TO RPT-LINE
016090     WRITE RPT-LINE
016100     MOVE 'REQUESTS NOT YET ANSWERED' TO RPT-LINE
016110     WRITE RPT-LINE
016120     PERFORM VARYING YX-REG-IX FROM 1 BY 1
016130             UNTIL YX-REG-IX > YX-REG-COUNT
016140         IF YX-REG-STATE(YX-REG-IX) NOT = 'C'
016150             ADD 1 TO YX-OPEN-COUNT
016160             MOVE SPACES TO YX-TEXT
016170             IF YX-REG-DUE(YX-REG-IX) < YX-RUN-DATE
016180                 ADD 1 TO YX-OVERDUE-COUNT
016190                 MOVE 'OVERDUE' TO YX-TEXT
016200             END-IF
016210             MOVE SPACES TO RPT-LINE
016220             STRING '  REQUEST ' DELIMITED BY SIZE
016230                    YX-REG-REQUEST-NO(YX-REG-IX) DELIMITED BY SIZE
016240                    ' PLAYER ' DELIMITED BY SIZE
016250                    YX-REG-PLAYER-ID(YX-REG-IX) DELIMITED BY SIZE
016260                    ' RECEIVED ' DELIMITED BY SIZE
016270                    YX-REG-RECEIVED(YX-REG-IX) DELIMITED BY SIZE
016280                    ' DUE ' DELIMITED BY SIZE
016290                    YX-REG-DUE(YX-REG-IX) DELIMITED BY SIZE
016300                    ' ' DELIMITED BY SIZE
016310                    YX-TEXT DELIMITED BY SIZE
016320                 INTO RPT-LINE
016330             WRITE RPT-LINE
016340         END-IF
016350     END-PERFORM
016360     .
016370* 7500-WRITE-SUMMARY - TOTALS AT THE FOOT OF THE REPORT, AND
016380* RETURN CODE 4 WHEN ANYTHING NEEDS THE DESK'S ATTENTION.
016390 7500-WRITE-SUMMARY.
016400     MOVE SPACES TO RPT-LINE
016410     WRITE RPT-LINE
016420     STRING 'ANSWERED ' DELIMITED BY SIZE
016430            YX-ANSWERED-COUNT DELIMITED BY SIZE
016440            '  INCOMPLETE ' DELIMITED BY SIZE
016450            YX-INCOMPLETE-COUNT DELIMITED BY SIZE
016460            '  REJECTED ' DELIMITED BY SIZE
016470            YX-REJECTED-COUNT DELIMITED BY SIZE
016480         INTO RPT-LINE
016490     WRITE RPT-LINE
016500     MOVE SPACES TO RPT-LINE
016510     STRING 'NOT YET ANSWERED ' DELIMITED BY SIZE
016520            YX-OPEN-COUNT DELIMITED BY SIZE
016530            '  OVERDUE ' DELIMITED BY SIZE
016540            YX-OVERDUE-COUNT DELIMITED BY SIZE
016550         INTO RPT-LINE
016560     WRITE RPT-LINE
016570     IF YX-INCOMPLETE-COUNT > ZERO
016580             OR YX-REJECTED-COUNT > ZERO
016590             OR YX-OVERDUE-COUNT > ZERO
016600         MOVE 4 TO RETURN-CODE
016610     END-IF
016620     .
016630* 8000-START-SECTION - THE SECTION'S TITLE LINES.
016640 8000-START-SECTION.
016650     MOVE ZERO TO YX-SECTION-COUNT
016660     MOVE SPACES TO YX-SECTION-STATE
016670     IF YX-SECT-COUNT < 20
016680         ADD 1 TO YX-SECT-COUNT
016690     END-IF
016700     MOVE YX-SECT-COUNT TO YX-SECTION-NO-ED
016710     MOVE SPACES TO DOC-LINE
016720     WRITE DOC-LINE
016730     MOVE SPACES TO DOC-LINE
016740     STRING 'SECTION ' DELIMITED BY SIZE
016750            YX-SECTION-NO-ED DELIMITED BY SIZE
016760            ' - ' DELIMITED BY SIZE
016770            YX-SECTION-TITLE DELIMITED BY SIZE
016780            ' (' DELIMITED BY SIZE
016790            YX-SECTION-FILE DELIMITED BY SPACE
016800            ')' DELIMITED BY SIZE
016810         INTO DOC-LINE
016820     WRITE DOC-LINE
016830     .
016840* 8100-END-SECTION - THE SECTION'S COUNT LINE.  A FILE THAT EXISTS
016850* BUT COULD NOT BE READ THROUGH MAKES THE REQUEST INCOMPLETE.
016860 8100-END-SECTION.
016870     MOVE YX-SECTION-COUNT TO YX-COUNT-ED
016880     MOVE SPACES TO DOC-LINE
016890     EVALUATE TRUE
016900         WHEN YX-SECTION-FAILED
016910             SET YX-REQUEST-INCOMPLETE TO TRUE
016920             MOVE '  FILE COULD NOT BE READ - SECTION INCOMPLETE'
016930                 TO DOC-LINE
016940         WHEN YX-SECTION-ABSENT
016950             MOVE '  FILE NOT PRESENT - NO RECORDS HELD'
016950                 TO DOC-LINE
016960         WHEN YX-SECTION-COUNT = ZERO
016970             MOVE '  NO RECORDS HELD' TO DOC-LINE
016980         WHEN OTHER
016990             STRING '  RECORDS HELD ' DELIMITED BY SIZE
017000                    YX-COUNT-ED DELIMITED BY SIZE
017010                 INTO DOC-LINE
017020     END-EVALUATE
017030     WRITE DOC-LINE
017040     ADD YX-SECTION-COUNT TO YX-DOC-COUNT
017050     MOVE YX-SECTION-FILE TO YX-SECT-FILE(YX-SECT-COUNT)
017060     MOVE YX-SECTION-COUNT TO YX-SECT-RECORDS(YX-SECT-COUNT)
017070     MOVE YX-SECTION-STATE TO YX-SECT-STATE(YX-SECT-COUNT)
017080     .
017090* 8200-NOTE-OPEN-RESULT - A FILE THAT OPENED IS READ; ONE THAT
017100* DOES NOT EXIST HOLDS NOTHING; ANY OTHER OPEN FAILURE FAILS THE
017110* SECTION.
017120 8200-NOTE-OPEN-RESULT.
017130     EVALUATE TRUE
017140         WHEN YX-FIL-OK
017150             SET YX-SECTION-READ TO TRUE
017160         WHEN YX-FIL-ABSENT
017170             SET YX-SECTION-ABSENT TO TRUE
017180         WHEN OTHER
017190             SET YX-SECTION-FAILED TO TRUE
017200     END-EVALUATE
017210     .
017220* 8250-NOTE-SCAN-END - A READ LOOP THAT STOPPED SHORT OF END OF
017230* FILE FAILS THE SECTION.
017240 8250-NOTE-SCAN-END.
017250     IF NOT YX-FIL-OK AND NOT YX-FIL-EOF
017260         SET YX-SECTION-FAILED TO TRUE
017270     END-IF
017280     .
017290 8300-WRITE-SCORE-NOTE.
017300     MOVE '  TWELVE BOXES PER CARD, CARD ORDER, -- IF NOT SCORED'
017310         TO DOC-LINE
017320     WRITE DOC-LINE
017330     .
017340 8350-WRITE-SCORE-LINE.
017350     MOVE SPACES TO DOC-LINE
017360     STRING '      SCORES' DELIMITED BY SIZE
017370            YX-SCORE-LINE DELIMITED BY SIZE
017380         INTO DOC-LINE
017390     WRITE DOC-LINE
017400     .
