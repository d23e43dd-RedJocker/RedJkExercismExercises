000010
000020* YMKTEXT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YMKTEXT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YMKTEXT IS THE MARKETING MAILING EXTRACT.  IT WALKS THE
000100* YPCONTF CONTACT FILE AND WRITES ONE YMKTEXTF RECORD - NAME,
000110* PREFERRED CHANNEL, ADDRESS, EMAIL, PHONE, TIER, LAST GAME
000120* DATE - FOR EVERY PLAYER THE CAMPAIGN MAY CONTACT.  THE
000130* OPTIONAL YMKTCTL CARD NARROWS THE SELECTION: UP TO THREE
000140* TIER CODES (B, S, G - SPACES MEANS EVERY TIER) AND A
000150* LAST-GAME-DATE WINDOW (PLAYED ON OR AFTER, PLAYED ON OR
000160* BEFORE - EITHER END SPACES MEANS OPEN).  THE LAST GAME DATE
000170* COMES FROM THE NIGHTLY YSTATF REBUILD; A PLAYER WITH NO
000180* STATISTICS ROW HAS NEVER FINISHED A GAME AND FALLS OUTSIDE
000190* ANY WINDOW THAT IS GIVEN.
000200*
000210* WHATEVER THE CARD SAYS, A PLAYER IS SUPPRESSED WHEN THEY HAVE
000220* NOT GIVEN MARKETING CONSENT, WHEN THEIR REGISTRATION HAS BEEN
000230* ANONYMIZED BY YERASURE (OR IS GONE FROM YPLAYERF ALTOGETHER),
000240* OR WHILE A SELF-EXCLUSION ON YPLIMF IS STILL RUNNING - NOBODY
000250* WHO HAS ASKED TO BE KEPT AWAY FROM THE FLOOR IS INVITED BACK
000260* ONTO IT.  YMKTXRPT SHOWS THE SELECTION USED AND COUNTS EVERY
000270* CONTACT READ BY WHAT HAPPENED TO IT.
000280*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 RJ    ORIGINAL PROGRAM
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT YMKTCTL ASSIGN TO "YMKTCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS MX-CTL-STATUS.
000410     SELECT YPCONTF ASSIGN TO "YPCONTF"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS CT-PLAYER-ID
000450         FILE STATUS IS MX-CON-STATUS.
000460     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS YP-PLAYER-ID
000500         FILE STATUS IS MX-PLF-STATUS.
000510     SELECT YSTATF ASSIGN TO "YSTATF"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS ST-PLAYER-ID
000550         FILE STATUS IS MX-STA-STATUS.
000560     SELECT YPLIMF ASSIGN TO "YPLIMF"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS PM-PLAYER-ID
000600         FILE STATUS IS MX-LIM-STATUS.
000610     SELECT YMKTEXTF ASSIGN TO "YMKTEXTF"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS MX-EXT-STATUS.
000640     SELECT YMKTXRPT ASSIGN TO "YMKTXRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS MX-RPT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  YMKTCTL.
000700 01  MC-CONTROL-RECORD.
000710     05  MC-TIER-CODES          PIC X(03).
000720     05  MC-PLAYED-FROM         PIC X(08).
000730     05  MC-PLAYED-THRU         PIC X(08).
000740 FD  YPCONTF.
000750 COPY "YPCONT.cpy".
000760 FD  YPLAYERF.
000770 COPY "YPLAYER.cpy".
000780 FD  YSTATF.
000790 COPY "YSTAT.cpy".
000800 FD  YPLIMF.
000810 COPY "YPLIMIT.cpy".
000820 FD  YMKTEXTF.
000830 01  MK-EXTRACT-RECORD.
000840     05  MK-PLAYER-ID           PIC X(10).
000850     05  MK-PLAYER-NAME         PIC X(30).
000860     05  MK-TIER-CODE           PIC X(01).
000870     05  MK-PREFERRED-CHANNEL   PIC X(01).
000880     05  MK-ADDRESS-LINE-1      PIC X(30).
000890     05  MK-ADDRESS-LINE-2      PIC X(30).
000900     05  MK-TOWN                PIC X(20).
000910     05  MK-POSTCODE            PIC X(10).
000920     05  MK-EMAIL               PIC X(50).
000930     05  MK-PHONE               PIC X(15).
000940     05  MK-LAST-GAME-DATE      PIC X(08).
000950 FD  YMKTXRPT
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  RPT-LINE                   PIC X(80).
000980 WORKING-STORAGE SECTION.
000990 01  MX-WORK-FIELDS.
001000     05  MX-CTL-STATUS          PIC X(02) VALUE SPACES.
001010         88  MX-CTL-OK              VALUE '00'.
001020     05  MX-CON-STATUS          PIC X(02) VALUE SPACES.
001030         88  MX-CON-OK              VALUE '00'.
001040     05  MX-CON-EOF-FLAG        PIC X(01) VALUE 'N'.
001050         88  MX-CON-EOF             VALUE 'Y'.
001060     05  MX-PLF-STATUS          PIC X(02) VALUE SPACES.
001070         88  MX-PLF-OK              VALUE '00'.
001080     05  MX-PLF-OPEN-FLAG       PIC X(01) VALUE 'N'.
001090         88  MX-PLF-FILE-IS-OPEN    VALUE 'Y'.
001100     05  MX-STA-STATUS          PIC X(02) VALUE SPACES.
001110         88  MX-STA-OK              VALUE '00'.
001120     05  MX-STA-OPEN-FLAG       PIC X(01) VALUE 'N'.
001130         88  MX-STA-FILE-IS-OPEN    VALUE 'Y'.
001140     05  MX-LIM-STATUS          PIC X(02) VALUE SPACES.
001150         88  MX-LIM-OK              VALUE '00'.
001160     05  MX-LIM-OPEN-FLAG       PIC X(01) VALUE 'N'.
001170         88  MX-LIM-FILE-IS-OPEN    VALUE 'Y'.
001180     05  MX-EXT-STATUS          PIC X(02) VALUE SPACES.
001190     05  MX-RPT-STATUS          PIC X(02) VALUE SPACES.
001200     05  MX-CURRENT-TS          PIC X(21) VALUE SPACES.
001210     05  MX-RUN-DATE            PIC X(08) VALUE SPACES.
001220     05  MX-TIER-CODES          PIC X(03) VALUE SPACES.
001230     05  MX-PLAYED-FROM         PIC X(08) VALUE SPACES.
001240     05  MX-PLAYED-THRU         PIC X(08) VALUE SPACES.
001250     05  MX-PLAYER-TIER         PIC X(01) VALUE SPACES.
001260     05  MX-LAST-GAME-DATE      PIC X(08) VALUE SPACES.
001270     05  MX-TIER-HITS           PIC 9(01) VALUE ZERO.
001280     05  MX-OUTCOME             PIC X(01) VALUE SPACES.
001290         88  MX-OUTCOME-SELECTED        VALUE 'S'.
001300         88  MX-OUTCOME-NO-CONSENT      VALUE 'C'.
001310         88  MX-OUTCOME-ANONYMIZED      VALUE 'A'.
001320         88  MX-OUTCOME-EXCLUDED        VALUE 'X'.
001330         88  MX-OUTCOME-OTHER-TIER      VALUE 'T'.
001340         88  MX-OUTCOME-OUT-OF-WINDOW   VALUE 'W'.
001350     05  MX-READ-COUNT          PIC 9(07) VALUE ZERO.
001360     05  MX-SELECTED-COUNT      PIC 9(07) VALUE ZERO.
001370     05  MX-NO-CONSENT-COUNT    PIC 9(07) VALUE ZERO.
001380     05  MX-ANONYMIZED-COUNT    PIC 9(07) VALUE ZERO.
001390     05  MX-EXCLUDED-COUNT      PIC 9(07) VALUE ZERO.
001400     05  MX-OTHER-TIER-COUNT    PIC 9(07) VALUE ZERO.
001410     05  MX-OUT-OF-WINDOW-COUNT PIC 9(07) VALUE ZERO.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE
001450     IF MX-CON-OK
001460         PERFORM 2000-READ-NEXT-CONTACT
001470         PERFORM UNTIL MX-CON-EOF
001480             PERFORM 3000-CONSIDER-ONE-CONTACT
001490             PERFORM 2000-READ-NEXT-CONTACT
001500         END-PERFORM
001510         CLOSE YPCONTF
001520     ELSE
001530         MOVE 'YPCONTF NOT AVAILABLE - NOTHING EXTRACTED'
001540             TO RPT-LINE
001550         WRITE RPT-LINE
001560     END-IF
001570     PERFORM 9000-WRITE-SUMMARY
001580     IF MX-PLF-FILE-IS-OPEN
001590         CLOSE YPLAYERF
001600     END-IF
001610     IF MX-STA-FILE-IS-OPEN
001620         CLOSE YSTATF
001630     END-IF
001640     IF MX-LIM-FILE-IS-OPEN
001650         CLOSE YPLIMF
001660     END-IF
001670     CLOSE YMKTEXTF YMKTXRPT
001680     GOBACK.
001690* 1000-INITIALIZE - PICK UP THE SELECTION CARD AND PRINT IT AT
001700* THE HEAD OF THE REPORT SO THE MAILING CAN BE TRACED TO IT.
001710 1000-INITIALIZE.
001720     MOVE FUNCTION CURRENT-DATE TO MX-CURRENT-TS
001730     MOVE MX-CURRENT-TS(1:8) TO MX-RUN-DATE
001740     OPEN INPUT YMKTCTL
001750     IF MX-CTL-OK
001760         READ YMKTCTL
001770             AT END
001780                 CONTINUE
001790             NOT AT END
001800                 MOVE MC-TIER-CODES  TO MX-TIER-CODES
001810                 IF MC-PLAYED-FROM IS NUMERIC
001820                     MOVE MC-PLAYED-FROM TO MX-PLAYED-FROM
001830                 END-IF
001840                 IF MC-PLAYED-THRU IS NUMERIC
001850                     MOVE MC-PLAYED-THRU TO MX-PLAYED-THRU
001860                 END-IF
001870         END-READ
001880         CLOSE YMKTCTL
001890     END-IF
001900     OPEN INPUT YPCONTF
001910     OPEN INPUT YPLAYERF
001920     IF MX-PLF-OK
001930         SET MX-PLF-FILE-IS-OPEN TO TRUE
001940     END-IF
001950     OPEN INPUT YSTATF
001960     IF MX-STA-OK
001970         SET MX-STA-FILE-IS-OPEN TO TRUE
001980     END-IF
001990     OPEN INPUT YPLIMF
002000     IF MX-LIM-OK
002010         SET MX-LIM-FILE-IS-OPEN TO TRUE
002020     END-IF
002030     OPEN OUTPUT YMKTEXTF
002040     OPEN OUTPUT YMKTXRPT
002050     MOVE 'MARKETING MAILING EXTRACT' TO RPT-LINE
002060     WRITE RPT-LINE
002070     MOVE SPACES TO RPT-LINE
002080     IF MX-TIER-CODES = SPACES
002090         MOVE 'TIERS     ALL' TO RPT-LINE
002100     ELSE
002110         STRING 'TIERS     ' DELIMITED BY SIZE
002120                MX-TIER-CODES DELIMITED BY SIZE
002130             INTO RPT-LINE
002140     END-IF
002150     WRITE RPT-LINE
002160     MOVE SPACES TO RPT-LINE
002170     STRING 'LAST GAME FROM ' DELIMITED BY SIZE
002180            MX-PLAYED-FROM DELIMITED BY SIZE
002190            '  THROUGH ' DELIMITED BY SIZE
002200            MX-PLAYED-THRU DELIMITED BY SIZE
002210         INTO RPT-LINE
002220     WRITE RPT-LINE
002230     MOVE SPACES TO RPT-LINE
002240     WRITE RPT-LINE
002250     .
002260 2000-READ-NEXT-CONTACT.
002270     READ YPCONTF NEXT RECORD
002280         AT END
002290             SET MX-CON-EOF TO TRUE
002300     END-READ
002310     .
002320* 3000-CONSIDER-ONE-CONTACT - THE SUPPRESSIONS ARE TESTED
002330* FIRST AND WIN OVER ANY SELECTION; A CONTACT THAT PASSES THEM
002340* ALL IS THEN HELD UP AGAINST THE CARD.
002350 3000-CONSIDER-ONE-CONTACT.
002360     ADD 1 TO MX-READ-COUNT
002370     MOVE SPACES TO MX-OUTCOME
002380     MOVE SPACES TO MX-LAST-GAME-DATE
002390     IF NOT CT-MARKETING-CONSENTED
002400         SET MX-OUTCOME-NO-CONSENT TO TRUE
002410     END-IF
002420     IF MX-OUTCOME = SPACES
002430         PERFORM 3100-CHECK-REGISTRATION
002440     END-IF
002450     IF MX-OUTCOME = SPACES
002460         PERFORM 3200-CHECK-EXCLUSION
002470     END-IF
002480     IF MX-OUTCOME = SPACES
002490         PERFORM 3300-CHECK-TIER
002500     END-IF
002510     IF MX-OUTCOME = SPACES
002520         PERFORM 3400-CHECK-LAST-GAME
002530     END-IF
002540     IF MX-OUTCOME = SPACES
002550         SET MX-OUTCOME-SELECTED TO TRUE
002560     END-IF
002570     EVALUATE TRUE
002580         WHEN MX-OUTCOME-SELECTED
002590             PERFORM 3500-WRITE-EXTRACT
002600             ADD 1 TO MX-SELECTED-COUNT
002610         WHEN MX-OUTCOME-NO-CONSENT
002620             ADD 1 TO MX-NO-CONSENT-COUNT
002630         WHEN MX-OUTCOME-ANONYMIZED
002640             ADD 1 TO MX-ANONYMIZED-COUNT
002650         WHEN MX-OUTCOME-EXCLUDED
002660             ADD 1 TO MX-EXCLUDED-COUNT
002670         WHEN MX-OUTCOME-OTHER-TIER
002680             ADD 1 TO MX-OTHER-TIER-COUNT
002690         WHEN MX-OUTCOME-OUT-OF-WINDOW
002700             ADD 1 TO MX-OUT-OF-WINDOW-COUNT
002710     END-EVALUATE
002720     .
002730* 3100-CHECK-REGISTRATION - AN ERASED PLAYER KEEPS ONLY AN
002740* 'ANON' TOKEN AND THE NAME 'ANONYMIZED'; A CONTACT WHOSE
002750* REGISTRATION CANNOT BE FOUND IS TREATED THE SAME WAY.
002760 3100-CHECK-REGISTRATION.
002770     IF NOT MX-PLF-FILE-IS-OPEN
002780         SET MX-OUTCOME-ANONYMIZED TO TRUE
002790     ELSE
002800         MOVE CT-PLAYER-ID TO YP-PLAYER-ID
002810         READ YPLAYERF
002820             INVALID KEY
002830                 SET MX-OUTCOME-ANONYMIZED TO TRUE
002840             NOT INVALID KEY
002850                 IF YP-PLAYER-NAME = 'ANONYMIZED'
002860                         OR YP-PLAYER-ID(1:4) = 'ANON'
002870                     SET MX-OUTCOME-ANONYMIZED TO TRUE
002880                 END-IF
002890         END-READ
002900     END-IF
002910     .
002920* 3200-CHECK-EXCLUSION - A SELF-EXCLUSION RUNS UP TO AND
002930* INCLUDING ITS END DATE.
002940 3200-CHECK-EXCLUSION.
002950     IF MX-LIM-FILE-IS-OPEN
002960         MOVE CT-PLAYER-ID TO PM-PLAYER-ID
002970         READ YPLIMF
002980             INVALID KEY
002990                 CONTINUE
003000             NOT INVALID KEY
003010                 IF NOT PM-NO-EXCLUSION
003020                         AND PM-EXCLUDE-END-DATE
003030                             NOT < MX-RUN-DATE
003040                     SET MX-OUTCOME-EXCLUDED TO TRUE
003050                 END-IF
003060         END-READ
003070     END-IF
003080     .
003090* 3300-CHECK-TIER - A SPACE TIER ON AN OLDER REGISTRATION IS
003100* BRONZE, AS EVERYWHERE ELSE.
003110 3300-CHECK-TIER.
003120     MOVE YP-TIER-CODE TO MX-PLAYER-TIER
003130     IF MX-PLAYER-TIER = SPACE
003140         MOVE 'B' TO MX-PLAYER-TIER
003150     END-IF
003160     IF MX-TIER-CODES NOT = SPACES
003170         MOVE ZERO TO MX-TIER-HITS
003180         INSPECT MX-TIER-CODES TALLYING MX-TIER-HITS
003190             FOR ALL MX-PLAYER-TIER
003200         IF MX-TIER-HITS = ZERO
003210             SET MX-OUTCOME-OTHER-TIER TO TRUE
003220         END-IF
003230     END-IF
003240     .
003250 3400-CHECK-LAST-GAME.
003260     IF MX-STA-FILE-IS-OPEN
003270         MOVE CT-PLAYER-ID TO ST-PLAYER-ID
003280         READ YSTATF
003290             INVALID KEY
003300                 CONTINUE
003310             NOT INVALID KEY
003320                 MOVE ST-LAST-GAME-DATE TO MX-LAST-GAME-DATE
003330         END-READ
003340     END-IF
003350     IF MX-PLAYED-FROM NOT = SPACES
003360         IF MX-LAST-GAME-DATE = SPACES
003370                 OR MX-LAST-GAME-DATE < MX-PLAYED-FROM
003380             SET MX-OUTCOME-OUT-OF-WINDOW TO TRUE
003390         END-IF
003400     END-IF
003410     IF MX-PLAYED-THRU NOT = SPACES
003420         IF MX-LAST-GAME-DATE = SPACES
003430                 OR MX-LAST-GAME-DATE > MX-PLAYED-THRU
003440             SET MX-OUTCOME-OUT-OF-WINDOW TO TRUE
003450         END-IF
003460     END-IF
003470     .
003480 3500-WRITE-EXTRACT.
003490     MOVE SPACES TO MK-EXTRACT-RECORD
003500     MOVE CT-PLAYER-ID         TO MK-PLAYER-ID
003510     MOVE YP-PLAYER-NAME       TO MK-PLAYER-NAME
003520     MOVE MX-PLAYER-TIER       TO MK-TIER-CODE
003530     MOVE CT-PREFERRED-CHANNEL TO MK-PREFERRED-CHANNEL
003540     MOVE CT-ADDRESS-LINE-1    TO MK-ADDRESS-LINE-1
003550     MOVE CT-ADDRESS-LINE-2    TO MK-ADDRESS-LINE-2
003560     MOVE CT-TOWN              TO MK-TOWN
003570     MOVE CT-POSTCODE          TO MK-POSTCODE
003580     MOVE CT-EMAIL             TO MK-EMAIL
003590     MOVE CT-PHONE             TO MK-PHONE
003600     MOVE MX-LAST-GAME-DATE    TO MK-LAST-GAME-DATE
003610     WRITE MK-EXTRACT-RECORD
003620     .
003630 9000-WRITE-SUMMARY.
003640     MOVE SPACES TO RPT-LINE
003650     STRING 'CONTACTS READ                     ' DELIMITED BY SIZE
003660            MX-READ-COUNT DELIMITED BY SIZE
003670         INTO RPT-LINE
003680     WRITE RPT-LINE
003690     MOVE SPACES TO RPT-LINE
003700     STRING 'SELECTED FOR MAILING              ' DELIMITED BY SIZE
003710            MX-SELECTED-COUNT DELIMITED BY SIZE
003720         INTO RPT-LINE
003730     WRITE RPT-LINE
003740     MOVE SPACES TO RPT-LINE
003750     STRING 'SUPPRESSED - NO MARKETING CONSENT '
003760                DELIMITED BY SIZE
003770            MX-NO-CONSENT-COUNT DELIMITED BY SIZE
003780         INTO RPT-LINE
003790     WRITE RPT-LINE
003800     MOVE SPACES TO RPT-LINE
003810     STRING 'SUPPRESSED - ANONYMIZED/UNKNOWN   ' DELIMITED BY SIZE
003820            MX-ANONYMIZED-COUNT DELIMITED BY SIZE
003830         INTO RPT-LINE
003840     WRITE RPT-LINE
003850     MOVE SPACES TO RPT-LINE
003860     STRING 'SUPPRESSED - SELF-EXCLUDED        ' DELIMITED BY SIZE
003870            MX-EXCLUDED-COUNT DELIMITED BY SIZE
003880         INTO RPT-LINE
003890     WRITE RPT-LINE
003900     MOVE SPACES TO RPT-LINE
003910     STRING 'NOT SELECTED - OTHER TIER         ' DELIMITED BY SIZE
003920            MX-OTHER-TIER-COUNT DELIMITED BY SIZE
003930         INTO RPT-LINE
003940     WRITE RPT-LINE
003950     MOVE SPACES TO RPT-LINE
003960     STRING 'NOT SELECTED - LAST GAME DATE     ' DELIMITED BY SIZE
003970            MX-OUT-OF-WINDOW-COUNT DELIMITED BY SIZE
003980         INTO RPT-LINE
003990     WRITE RPT-LINE
004000     .
