000150* RUNNING BALANCE, UPDATES THE LOYBALF BALANCE MASTER, AND
000160* PRINTS A POSTING REGISTER ON LOYERRPT.  ONLY RUN-DATE GAMES
000170* EARN, SO A RERUN ON A LATER NIGHT CANNOT DOUBLE-POST.
000170*
000170* ON TOP OF THE BASE RATE, THE LOYCAMPF BONUS CAMPAIGN TABLE
000170* MAY LIFT A GAME'S POINTS: A CAMPAIGN MATCHES WHEN THE GAME
000170* DATE FALLS IN ITS DATE RANGE AND ITS TERMINAL, HOUSE-RULE
000170* MODE (THE YACHTCAL WINDOW THE GAME STARTED IN) AND TIER (THE
000170* PLAYER'S YPLAYERF TIER), WHERE GIVEN, ALL AGREE.  THE
000170* MATCHING CAMPAIGN WITH THE HIGHEST MULTIPLIER WINS, AND THE
000170* EARNING ENTRY CARRIES ITS ID AND THE BASE-RATE POINTS.
000180*
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000212*                    ALREADY CARRYING AN EARNING ENTRY ON
000212*                    PLEDGERF FOR THE RUN DATE ARE SKIPPED, SO
000212*                    A RERUN NO LONGER DOUBLE-POSTS POINTS
000214*   2026-10-15 RJ    DATE-RANGED BONUS CAMPAIGNS FROM LOYCAMPF,
000214*                    MATCHED ON TERMINAL, YACHTCAL MODE AND
000214*                    TIER; THE BEST MULTIPLIER APPLIES AND THE
000214*                    CAMPAIGN ID AND BASE POINTS GO ON THE
000214*                    LEDGER ENTRY
000214*   2026-10-15 RJ    A TRAINING GAME EARNS NO LOYALTY POINTS
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000440     SELECT LOYERRPT ASSIGN TO "LOYERRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS LE-RPT-STATUS.
000460     SELECT LOYCAMPF ASSIGN TO "LOYCAMPF"
000460         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS LE-CAMP-STATUS.
000460     SELECT YACHTCAL ASSIGN TO "YACHTCAL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS LE-CAL-STATUS.
000460     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000460         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000460         RECORD KEY IS YP-PLAYER-ID
000460         FILE STATUS IS LE-PLF-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  YACHTSCF.
000590 FD  LOYERRPT
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  RPT-LINE                   PIC X(80).
000610 FD  LOYCAMPF.
000610 COPY "LOYCAMP.cpy".
000610 FD  YACHTCAL.
000610 01  CAL-RECORD.
000610     05  CAL-DATE               PIC X(08).
000610     05  CAL-START-TIME         PIC X(04).
000610     05  CAL-END-TIME           PIC X(04).
000610     05  CAL-MODE-CODE          PIC X(04).
000610 FD  YPLAYERF.
000610 COPY "YPLAYER.cpy".
000620 WORKING-STORAGE SECTION.
000630 01  LE-WORK-FIELDS.
000640     05  LE-SCF-STATUS          PIC X(02) VALUE SPACES.
000810     05  LE-POSTED-COUNT        PIC 9(07) VALUE ZERO.
000820     05  LE-POINTS-ED           PIC ZZZZZZ9.
000830     05  LE-BALANCE-ED          PIC ZZZZZZ9.
000830     05  LE-CAMP-STATUS         PIC X(02) VALUE SPACES.
000830         88  LE-CAMP-OK             VALUE '00'.
000830         88  LE-CAMP-EOF            VALUE '10'.
000830     05  LE-CAL-STATUS          PIC X(02) VALUE SPACES.
000830         88  LE-CAL-OK              VALUE '00'.
000830         88  LE-CAL-EOF             VALUE '10'.
000830     05  LE-PLF-STATUS          PIC X(02) VALUE SPACES.
000830         88  LE-PLF-OK              VALUE '00'.
000830     05  LE-BASE-POINTS         PIC S9(07) VALUE ZERO.
000830     05  LE-GAME-MODE           PIC X(04) VALUE SPACES.
000830     05  LE-GAME-TIER           PIC X(01) VALUE SPACE.
000830     05  LE-BEST-CAMP-IX        PIC 9(02) VALUE ZERO.
000830     05  LE-BEST-MULT           PIC 9(01)V99 VALUE ZERO.
000830     05  LE-CAMP-MATCH-FLAG     PIC X(01) VALUE 'N'.
000830         88  LE-CAMP-MATCHES        VALUE 'Y'.
000830     05  LE-CAMPAIGN-COUNT      PIC 9(07) VALUE ZERO.
000830     05  LE-CAMPAIGN-ID         PIC X(08) VALUE SPACES.
000840* RATE BANDS IN ASCENDING MINIMUM-TOTAL ORDER; THE HIGHEST BAND
000850* THE GAME'S TOTAL REACHES SUPPLIES THE RATE.  TEN BANDS IS FAR
000860* MORE THAN MARKETING HAS EVER ASKED FOR.
000907 01  LE-DONE-TABLE.
000908     05  LE-DONE-KEY OCCURS 500 TIMES
000909                                PIC X(25).
000909* BONUS CAMPAIGNS FROM LOYCAMPF.  A ROW WHOSE MULTIPLIER IS NOT
000909* NUMERIC OR UNDER 1.00 IS IGNORED - A CAMPAIGN NEVER CUTS
000909* POINTS.
000909 01  LE-CAMP-TABLE.
000909     05  LE-CAMP-COUNT          PIC 9(02) VALUE ZERO.
000909     05  LE-CAMP-IX             PIC 9(02) VALUE ZERO.
000909     05  LE-CAMP-ENTRY OCCURS 50 TIMES.
000909         10  LE-TAB-CAMP-ID     PIC X(08).
000909         10  LE-TAB-CAMP-FROM   PIC X(08).
000909         10  LE-TAB-CAMP-TO     PIC X(08).
000909         10  LE-TAB-CAMP-TERM   PIC X(08).
000909         10  LE-TAB-CAMP-MODE   PIC X(04).
000909         10  LE-TAB-CAMP-TIER   PIC X(01).
000909         10  LE-TAB-CAMP-MULT   PIC 9(01)V99.
000909* THE RUN DATE'S YACHTCAL HOUSE-RULE WINDOWS, FOR THE MODE A
000909* GAME STARTED UNDER.
000909 01  LE-CAL-TABLE.
000909     05  LE-CAL-COUNT           PIC 9(02) VALUE ZERO.
000909     05  LE-CAL-IX              PIC 9(02) VALUE ZERO.
000909     05  LE-CAL-ENTRY OCCURS 20 TIMES.
000909         10  LE-TAB-CAL-START   PIC X(04).
000909         10  LE-TAB-CAL-END     PIC X(04).
000909         10  LE-TAB-CAL-MODE    PIC X(04).
000910 PROCEDURE DIVISION.
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE
000950     PERFORM UNTIL LE-SCF-EOF
000960         IF YS-GAME-IS-COMPLETE
000970                 AND YS-GAME-START-TS(1:8) = LE-RUN-DATE
000970                 AND NOT YS-TRAINING-GAME
000972             PERFORM 2500-CHECK-ALREADY-POSTED
000974             IF LE-ALREADY-POSTED
000976                 ADD 1 TO LE-SKIPPED-COUNT
001010     END-PERFORM
001020     PERFORM 4000-WRITE-SUMMARY
001030     CLOSE YACHTSCF PLEDGERF LOYBALF LOYERRPT
001030     IF LE-PLF-OK
001030         CLOSE YPLAYERF
001030     END-IF
001040     GOBACK.
001050* 1000-INITIALIZE - OPEN EVERYTHING AND LOAD THE RATE TABLE.  A
001060* MISSING RATE FILE LEAVES THE TABLE EMPTY AND NOTHING EARNS -
001070* BETTER NO POINTS THAN A MADE-UP RATE.  A MISSING CAMPAIGN
001070* TABLE OR CALENDAR JUST MEANS NO CAMPAIGN OR NO MODE MATCHES.
001080 1000-INITIALIZE.
001090     MOVE FUNCTION CURRENT-DATE TO LE-CURRENT-TS
001100     MOVE LE-CURRENT-TS(1:8) TO LE-RUN-DATE
001240     END-IF
001250     OPEN OUTPUT LOYERRPT
001260     PERFORM 1500-LOAD-RATE-TABLE
001260     PERFORM 1800-LOAD-CAMPAIGN-TABLE
001260     PERFORM 1900-LOAD-CALENDAR-WINDOWS
001260     OPEN INPUT YPLAYERF
001270     IF NOT LE-SCF-EOF
001280         MOVE LOW-VALUES TO YS-SCORECARD-KEY
001290         START YACHTSCF KEY IS GREATER THAN OR EQUAL
001585         END-READ
001585     END-IF
001585     .
001585* 1800-LOAD-CAMPAIGN-TABLE - EVERY USABLE CAMPAIGN ROW; THE
001585* DATE RANGE IS TESTED PER GAME.
001585 1800-LOAD-CAMPAIGN-TABLE.
001585     MOVE ZERO TO LE-CAMP-COUNT
001585     OPEN INPUT LOYCAMPF
001585     IF LE-CAMP-OK
001585         PERFORM 1810-READ-NEXT-CAMPAIGN
001585         PERFORM UNTIL LE-CAMP-EOF
001585                 OR LE-CAMP-COUNT > 49
001585             IF CP-MULTIPLIER IS NUMERIC
001585                     AND CP-MULTIPLIER NOT < 1.00
001585                     AND CP-CAMPAIGN-ID NOT = SPACES
001585                 ADD 1 TO LE-CAMP-COUNT
001585                 MOVE CP-CAMPAIGN-ID
001585                     TO LE-TAB-CAMP-ID(LE-CAMP-COUNT)
001585                 MOVE CP-FROM-DATE
001585                     TO LE-TAB-CAMP-FROM(LE-CAMP-COUNT)
001585                 MOVE CP-TO-DATE
001585                     TO LE-TAB-CAMP-TO(LE-CAMP-COUNT)
001585                 MOVE CP-TERMINAL-ID
001585                     TO LE-TAB-CAMP-TERM(LE-CAMP-COUNT)
001585                 MOVE CP-MODE-CODE
001585                     TO LE-TAB-CAMP-MODE(LE-CAMP-COUNT)
001585                 MOVE CP-TIER-CODE
001585                     TO LE-TAB-CAMP-TIER(LE-CAMP-COUNT)
001585                 MOVE CP-MULTIPLIER
001585                     TO LE-TAB-CAMP-MULT(LE-CAMP-COUNT)
001585             END-IF
001585             PERFORM 1810-READ-NEXT-CAMPAIGN
001585         END-PERFORM
001585         CLOSE LOYCAMPF
001585     END-IF
001585     .
001585 1810-READ-NEXT-CAMPAIGN.
001585     READ LOYCAMPF
001585         AT END
001585             SET LE-CAMP-EOF TO TRUE
001585     END-READ
001585     .
001585* 1900-LOAD-CALENDAR-WINDOWS - ONLY RUN-DATE GAMES EARN, SO
001585* ONLY THE RUN DATE'S WINDOWS MATTER.
001585 1900-LOAD-CALENDAR-WINDOWS.
001585     MOVE ZERO TO LE-CAL-COUNT
001585     OPEN INPUT YACHTCAL
001585     IF LE-CAL-OK
001585         PERFORM 1910-READ-NEXT-WINDOW
001585         PERFORM UNTIL LE-CAL-EOF
001585             IF CAL-DATE = LE-RUN-DATE
001585                     AND LE-CAL-COUNT < 20
001585                 ADD 1 TO LE-CAL-COUNT
001585                 MOVE CAL-START-TIME
001585                     TO LE-TAB-CAL-START(LE-CAL-COUNT)
001585                 MOVE CAL-END-TIME
001585                     TO LE-TAB-CAL-END(LE-CAL-COUNT)
001585                 MOVE CAL-MODE-CODE
001585                     TO LE-TAB-CAL-MODE(LE-CAL-COUNT)
001585             END-IF
001585             PERFORM 1910-READ-NEXT-WINDOW
001585         END-PERFORM
001585         CLOSE YACHTCAL
001585     END-IF
001585     .
001585 1910-READ-NEXT-WINDOW.
001585     READ YACHTCAL
001585         AT END
001585             SET LE-CAL-EOF TO TRUE
001585     END-READ
001585     .
001590 2000-READ-NEXT-SCORECARD.
001600     IF NOT LE-SCF-EOF
001610         READ YACHTSCF NEXT RECORD
001770         END-IF
001780     END-PERFORM
001790     IF LE-BEST-RATE > ZERO
001800         COMPUTE LE-BASE-POINTS =
001810             YS-GRAND-TOTAL * LE-BEST-RATE / 100
001810         PERFORM 3200-FIND-BEST-CAMPAIGN
001810         IF LE-BEST-CAMP-IX > ZERO
001810             COMPUTE LE-POINTS ROUNDED =
001810                 LE-BASE-POINTS * LE-BEST-MULT
001810         ELSE
001810             MOVE LE-BASE-POINTS TO LE-POINTS
001810         END-IF
001820         PERFORM 3100-ROLL-BALANCE-FORWARD
001830         MOVE YS-PLAYER-ID     TO PL-PLAYER-ID
001840         MOVE YS-GAME-START-TS TO PL-GAME-START-TS
001860         SET PL-ENTRY-IS-EARNING TO TRUE
001870         MOVE LE-POINTS        TO PL-POINTS
001880         MOVE LE-NEW-BALANCE   TO PL-BALANCE
001880         IF LE-BEST-CAMP-IX > ZERO
001880             MOVE LE-TAB-CAMP-ID(LE-BEST-CAMP-IX)
001880                 TO LE-CAMPAIGN-ID
001880             MOVE LE-BASE-POINTS TO PL-BASE-POINTS
001880             ADD 1 TO LE-CAMPAIGN-COUNT
001880         ELSE
001880             MOVE SPACES TO LE-CAMPAIGN-ID
001880             MOVE ZERO   TO PL-BASE-POINTS
001880         END-IF
001880         MOVE LE-CAMPAIGN-ID   TO PL-CAMPAIGN-ID
001890         WRITE PL-LEDGER-RECORD
001900         ADD 1 TO LE-POSTED-COUNT
001910         MOVE LE-POINTS      TO LE-POINTS-ED
001960                LE-POINTS-ED  DELIMITED BY SIZE
001970                ' BALANCE '   DELIMITED BY SIZE
001980                LE-BALANCE-ED DELIMITED BY SIZE
001980                ' '           DELIMITED BY SIZE
001980                LE-CAMPAIGN-ID DELIMITED BY SIZE
001990             INTO RPT-LINE
002000         WRITE RPT-LINE
002010     END-IF
002150             REWRITE BL-BALANCE-RECORD
002160     END-READ
002170     .
002172* 3200-FIND-BEST-CAMPAIGN - THE GAME'S MODE IS THE RUN-DATE
002172* CALENDAR WINDOW ITS START TIME FALLS IN (NONE MEANS THE
002172* STANDARD GAME); ITS TIER IS THE PLAYER'S, SPACE READ AS
002172* BRONZE.  THE HIGHEST MATCHING MULTIPLIER WINS, THE EARLIER
002172* ROW ON A TIE.
002172 3200-FIND-BEST-CAMPAIGN.
002172     MOVE ZERO TO LE-BEST-CAMP-IX
002172     MOVE ZERO TO LE-BEST-MULT
002172     IF LE-CAMP-COUNT > ZERO
002172         MOVE SPACES TO LE-GAME-MODE
002172         PERFORM VARYING LE-CAL-IX FROM 1 BY 1
002172                 UNTIL LE-CAL-IX > LE-CAL-COUNT
002172             IF LE-TAB-CAL-START(LE-CAL-IX)
002172                     <= YS-GAME-START-TS(9:4)
002172                     AND LE-TAB-CAL-END(LE-CAL-IX)
002172                     >= YS-GAME-START-TS(9:4)
002172                 MOVE LE-TAB-CAL-MODE(LE-CAL-IX) TO LE-GAME-MODE
002172             END-IF
002172         END-PERFORM
002172         MOVE 'B' TO LE-GAME-TIER
002172         IF LE-PLF-OK
002172             MOVE YS-PLAYER-ID TO YP-PLAYER-ID
002172             READ YPLAYERF
002172                 INVALID KEY
002172                     CONTINUE
002172                 NOT INVALID KEY
002172                     IF YP-TIER-CODE NOT = SPACE
002172                         MOVE YP-TIER-CODE TO LE-GAME-TIER
002172                     END-IF
002172             END-READ
002172         END-IF
002172         PERFORM 3210-TEST-ONE-CAMPAIGN
002172             VARYING LE-CAMP-IX FROM 1 BY 1
002172             UNTIL LE-CAMP-IX > LE-CAMP-COUNT
002172     END-IF
002172     .
002172 3210-TEST-ONE-CAMPAIGN.
002172     MOVE 'Y' TO LE-CAMP-MATCH-FLAG
002172     IF YS-GAME-START-TS(1:8) < LE-TAB-CAMP-FROM(LE-CAMP-IX)
002172             OR YS-GAME-START-TS(1:8) > LE-TAB-CAMP-TO(LE-CAMP-IX)
002172         MOVE 'N' TO LE-CAMP-MATCH-FLAG
002172     END-IF
002172     IF LE-TAB-CAMP-TERM(LE-CAMP-IX) NOT = SPACES
002172             AND LE-TAB-CAMP-TERM(LE-CAMP-IX) NOT = YS-TERMINAL-ID
002172         MOVE 'N' TO LE-CAMP-MATCH-FLAG
002172     END-IF
002172     IF LE-TAB-CAMP-MODE(LE-CAMP-IX) NOT = SPACES
002172             AND LE-TAB-CAMP-MODE(LE-CAMP-IX) NOT = LE-GAME-MODE
002172         MOVE 'N' TO LE-CAMP-MATCH-FLAG
002172     END-IF
002172     IF LE-TAB-CAMP-TIER(LE-CAMP-IX) NOT = SPACE
002172             AND LE-TAB-CAMP-TIER(LE-CAMP-IX) NOT = LE-GAME-TIER
002172         MOVE 'N' TO LE-CAMP-MATCH-FLAG
002172     END-IF
002172     IF LE-CAMP-MATCHES
002172             AND LE-TAB-CAMP-MULT(LE-CAMP-IX) > LE-BEST-MULT
002172         MOVE LE-CAMP-IX TO LE-BEST-CAMP-IX
002172         MOVE LE-TAB-CAMP-MULT(LE-CAMP-IX) TO LE-BEST-MULT
002172     END-IF
002172     .
002180* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE
002190* REGISTER.
002200 4000-WRITE-SUMMARY.
002240            LE-POSTED-COUNT DELIMITED BY SIZE
002242            '  ALREADY DONE ' DELIMITED BY SIZE
002244            LE-SKIPPED-COUNT DELIMITED BY SIZE
002246            '  CAMPAIGN ' DELIMITED BY SIZE
002248            LE-CAMPAIGN-COUNT DELIMITED BY SIZE
002250         INTO RPT-LINE
002260     WRITE RPT-LINE
002270     .
