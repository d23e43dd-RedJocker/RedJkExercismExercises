000239*                    YFEECTL, SO YDRWRCN CAN BALANCE EACH
000239*                    TERMINAL'S CASH DRAWER AGAINST THE GAMES
000239*                    IT ACTUALLY SOLD
000239*   2026-10-15 RJ    PRICE EACH NEW CARD FROM THE YFEESCHF FEE
000239*                    SCHEDULE - DAY OF WEEK, HHMM BAND, TERMINAL,
000239*                    AND THE PLAYER'S TIER - AND STAMP THE ROW
000239*                    USED ON THE YFEEJNL RECORD SO THE DRAWER AND
000239*                    LEDGER REPORTS CAN SHOW FEES BY BAND; THE
000239*                    FLAT YFEECTL FEE NOW ONLY PRICES A CARD NO
000239*                    SCHEDULE ROW COVERS
000239*   2026-10-15 RJ    HONOR RESPONSIBLE-PLAY LIMITS ON YPLIMF -
000239*                    A NEW CARD IS REFUSED WITH YL-STATUS-SELF-
000239*                    EXCLUDED WHILE THE PLAYER'S EXCLUSION RUNS,
000239*                    OR WITH YL-STATUS-PLAY-LIMIT-REACHED ONCE
000239*                    TODAY'S YFEEJNL CARDS OR FEES FOR THE PLAYER
000239*                    REACH THEIR DAILY LIMIT; A CARD ALREADY
000239*                    OPEN MAY STILL BE PLAYED OUT
000239*   2026-10-15 RJ    STORED-VALUE PLAY CARDS - WHEN THE KIOSK
000239*                    PASSES YL-SV-CARD-NUMBER, THE NEW CARD'S
000239*                    ENTRY FEE IS DEBITED FROM THE PLAY CARD ON
000239*                    YSVCARDF INSTEAD OF TAKEN IN CASH, LEDGERED
000239*                    ON YSVLEDG, AND MARKED CARD-FUNDED ON
000239*                    YFEEJNL; A SHORT BALANCE REFUSES THE GAME
000239*                    WITH YL-STATUS-CARD-BALANCE-SHORT, AND AN
000239*                    UNKNOWN, HOT-LISTED, CLOSED, OR OTHER
000239*                    PLAYER'S CARD WITH YL-STATUS-PLAY-CARD-
000239*                    REFUSED
000239*   2026-10-15 RJ    AN ABANDONED-GAME REFUND ON YFEEJNL IS NOT
000239*                    COUNTED AS A CARD OR AS SPEND TOWARD THE
000239*                    PLAYER'S DAILY LIMITS
000239*   2026-10-15 RJ    TRAINING PLAY - A NEW CARD AT A TERMINAL
000239*                    MARKED FOR TRAINING ON YTERMF, OR FOR A
000239*                    RESERVED TRAINING PLAYER ID (YTRAINCK
000239*                    DECIDES), IS OPENED WITHOUT THE PLAY-LIMIT
000239*                    CHECK, PLAY-CARD DEBIT OR YFEEJNL ENTRY FEE,
000239*                    AND IS STAMPED AS A TRAINING GAME
000239*   2026-10-15 RJ    OFFLINE PLAY - WHILE YACHTSCF IS HELD ON THE
000239*                    YACHTLKF INTERLOCK OR WILL NOT OPEN, A TAP
000239*                    THAT PASSES THE TERMINAL AND PLAYER CHECKS IS
000239*                    SCORED AS AN ADVISORY CALL, QUEUED ON THE
000239*                    TERMINAL'S YTAPPND PENDING-TAPS FILE, AND
000239*                    RETURNED WITH YL-STATUS-PROVISIONAL; YTAPFWD
000239*                    POSTS IT LATER AS A FORWARD-APPLY CALL, WHICH
000239*                    IS NEVER QUEUED AND IS JOURNALED LIKE ANY
000239*                    LIVE TAP (A FORWARD-APPLY THAT FINDS THE
000239*                    FILE BUSY AGAIN STAYS QUEUED, UNJOURNALED)
000239*   2026-10-15 RJ    THE TERMINAL'S SITE (YTERMF, BLANK IS SITE
000239*                    01) IS STAMPED ON EVERY NEW CARD AND ITS
000239*                    ENTRY FEE
000239*   2026-10-15 RJ    A FORWARD-APPLY CALL NOW PRICES THE CARD,
000239*                    TESTS THE PLAY LIMITS, TALLIES THE DAY'S FEES
000239*                    AND STAMPS ITS YFEEJNL, YSVLEDG AND YTERMJNL
000239*                    ENTRIES AS OF YL-TAP-TS, THE TIME THE QUEUED
000239*                    TAP WAS MADE, NOT THE FORWARD RUN'S CLOCK
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000285     SELECT YFEECTL ASSIGN TO "YFEECTL"
000285         ORGANIZATION IS LINE SEQUENTIAL
000285         FILE STATUS IS WO-FCT-STATUS.
000285     SELECT YPLIMF ASSIGN TO "YPLIMF"
000285         ORGANIZATION IS INDEXED
000285         ACCESS MODE IS RANDOM
000285         RECORD KEY IS PM-PLAYER-ID
000285         FILE STATUS IS WO-LIM-STATUS.
000285     SELECT YFEESCHF ASSIGN TO "YFEESCHF"
000285         ORGANIZATION IS INDEXED
000285         ACCESS MODE IS SEQUENTIAL
000285         RECORD KEY IS FS-SCHED-KEY
000285         FILE STATUS IS WO-SCH-STATUS.
000285     SELECT YSVCARDF ASSIGN TO "YSVCARDF"
000285         ORGANIZATION IS INDEXED
000285         ACCESS MODE IS RANDOM
000285         RECORD KEY IS SV-CARD-NUMBER
000285         FILE STATUS IS WO-SVC-STATUS.
000285     SELECT YTAPPND ASSIGN TO DYNAMIC WO-PND-FILE-NAME
000285         ORGANIZATION IS SEQUENTIAL
000285         FILE STATUS IS WO-PND-STATUS.
000285     SELECT YSVLEDG ASSIGN TO "YSVLEDG"
000285         ORGANIZATION IS SEQUENTIAL
000285         FILE STATUS IS WO-SVL-STATUS.
000286 DATA DIVISION.
000288 FILE SECTION.
000290 FD  YACHTSCF.
000293 FD  YTABSF.
000293 COPY "YTABSES.cpy".
000293 FD  YFEEJNL.
000293 COPY "YFEEJ.cpy".
000293 FD  YFEECTL.
000293 01  FC-CONTROL-RECORD.
000293     05  FC-FEE-AMT             PIC 9(03)V99.
000293 FD  YPLIMF.
000293 COPY "YPLIMIT.cpy".
000293 FD  YFEESCHF.
000293 COPY "YFEESCH.cpy".
000293 FD  YSVCARDF.
000293 COPY "YSVCARD.cpy".
000293 FD  YSVLEDG.
000293 COPY "YSVLEDG.cpy".
000293 FD  YTAPPND.
000293 COPY "YTAPPND.cpy".
000294 WORKING-STORAGE SECTION.
000300 01  WO-WORK-FIELDS.
000310     05  WO-CATEGORY-IS-BLANK   PIC X(01) VALUE 'N'.
000327     05  WO-FEE-AMOUNT          PIC 9(03)V99 VALUE 5.00.
000327     05  WO-FEE-CTL-SWITCH      PIC X(01) VALUE SPACE.
000327         88  WO-FEE-CTL-WAS-READ    VALUE 'Y'.
000327     05  WO-SCH-STATUS          PIC X(02) VALUE SPACES.
000327         88  WO-SCH-OK              VALUE '00'.
000327         88  WO-SCH-EOF             VALUE '10'.
000327     05  WO-SCH-LOADED-SWITCH   PIC X(01) VALUE SPACE.
000327         88  WO-SCH-WAS-LOADED      VALUE 'Y'.
000327     05  WO-PLAYER-TIER         PIC X(01) VALUE SPACE.
000327     05  WO-CARD-FEE            PIC 9(03)V99 VALUE ZERO.
000327     05  WO-FEE-SCHED-KEY       PIC X(14) VALUE SPACES.
000327     05  WO-FEE-BAND-CODE       PIC X(04) VALUE SPACES.
000327     05  WO-NOW-TS              PIC X(21) VALUE SPACES.
000327     05  WO-TAP-TS              PIC X(21) VALUE SPACES.
000327     05  WO-NOW-HHMM            PIC 9(04) VALUE ZERO.
000327     05  WO-TODAY-WEEKDAY       PIC 9(01) VALUE ZERO.
000327     05  WO-DAY-DIV             PIC 9(07) VALUE ZERO.
000327     05  WO-DAY-REM             PIC 9(01) VALUE ZERO.
000327     05  WO-LIM-STATUS          PIC X(02) VALUE SPACES.
000327         88  WO-LIM-OK              VALUE '00'.
000327     05  WO-LIMIT-FOUND-FLAG    PIC X(01) VALUE 'N'.
000327         88  WO-PLAYER-HAS-LIMITS   VALUE 'Y'.
000327     05  WO-FEE-EOF-FLAG        PIC X(01) VALUE 'N'.
000327         88  WO-FEE-JNL-AT-END      VALUE 'Y'.
000327     05  WO-TODAY-CARDS         PIC 9(05) VALUE ZERO.
000327     05  WO-TODAY-SPEND         PIC 9(07)V99 VALUE ZERO.
000327     05  WO-BEST-WEIGHT         PIC S9(02) VALUE ZERO.
000327     05  WO-ROW-WEIGHT          PIC S9(02) VALUE ZERO.
000327     05  WO-SVC-STATUS          PIC X(02) VALUE SPACES.
000327         88  WO-SVC-OK              VALUE '00'.
000327     05  WO-SVL-STATUS          PIC X(02) VALUE SPACES.
000327     05  WO-PRICED-SWITCH       PIC X(01) VALUE 'N'.
000327         88  WO-CARD-WAS-PRICED     VALUE 'Y'.
000327     05  WO-PND-FILE-NAME       PIC X(20) VALUE SPACES.
000327     05  WO-PND-STATUS          PIC X(02) VALUE SPACES.
000327         88  WO-PND-OK              VALUE '00'.
000327     05  WO-PND-EOF-FLAG        PIC X(01) VALUE 'N'.
000327         88  WO-PND-AT-END          VALUE 'Y'.
000327     05  WO-PND-LAST-SEQ        PIC 9(07) VALUE ZERO.
000327     05  WO-SAVED-ADVISORY-FLAG PIC X(01) VALUE SPACE.
000327     05  WO-SITE-CODE           PIC X(02) VALUE '01'.
000327* THE FEE SCHEDULE, LOADED ONCE PER RUN LIKE THE FLAT FEE
000327* CONTROL RECORD.
000327 01  WO-FEE-SCHEDULE-TABLE.
000327     05  WO-SCH-COUNT           PIC 9(03) VALUE ZERO.
000327     05  WO-SCH-IX              PIC 9(03) VALUE ZERO.
000327     05  WO-SCH-ENTRY OCCURS 200 TIMES.
000327         10  WO-SCH-KEY             PIC X(14).
000327         10  WO-SCH-DAY             PIC 9(01).
000327         10  WO-SCH-TERMINAL        PIC X(08).
000327         10  WO-SCH-TIER            PIC X(01).
000327         10  WO-SCH-START           PIC 9(04).
000327         10  WO-SCH-END             PIC 9(04).
000327         10  WO-SCH-FEE             PIC 9(03)V99.
000327         10  WO-SCH-BAND            PIC X(04).
000328     05  WO-LCK-STATUS          PIC X(02) VALUE SPACES.
000328         88  WO-LCK-OK              VALUE '00'.
000328     05  WO-LOCK-HELD-FLAG      PIC X(01) VALUE 'N'.
000328     05  WO-JNL-SWITCH          PIC X(01) VALUE 'N'.
000328         88  WO-JNL-FILE-IS-OPEN    VALUE 'Y'.
000329 COPY "ERRLOGLK.cpy".
000329 COPY "YTRAINLK.cpy".
000330 LINKAGE SECTION.
000340 COPY "YACHTLNK.cpy".

000350 PROCEDURE DIVISION USING YL-PARMS.
000360 0000-MAINLINE.
000365     SET YL-STATUS-OK TO TRUE
000365     MOVE ZERO TO YL-OFFLINE-SEQUENCE-NO
000365     PERFORM 0950-SET-TAP-TIME
000366     PERFORM 0900-CHECK-BATCH-LOCK
000370     MOVE 'N' TO WO-CATEGORY-IS-BLANK
000380     IF YL-CATEGORY = SPACES
000445                 OR YL-STATUS-PLAYER-NOT-REGISTERED
000445                 OR YL-STATUS-TERMINAL-NOT-IN-SERVICE
000445                 OR YL-STATUS-NOT-YOUR-TURN
000445                 OR YL-STATUS-PLAY-LIMIT-REACHED
000445                 OR YL-STATUS-SELF-EXCLUDED
000445                 OR YL-STATUS-CARD-BALANCE-SHORT
000445                 OR YL-STATUS-PLAY-CARD-REFUSED
000445                 OR YL-STATUS-CARD-BUSY
000446             MOVE ZERO TO YL-RESULT
000448         ELSE
000450             CALL 'YACHT' USING YL-PARMS
000456         CLOSE YACHTSCF
000460     END-IF
000462     END-IF
000463     IF YL-STATUS-CARD-BUSY
000463             AND NOT YL-CALL-IS-FORWARD-APPLY
000463             AND NOT WO-REJECT-REQUEST
000463         PERFORM 7000-TAKE-TAP-OFFLINE
000463     END-IF
000464     EVALUATE TRUE
000464         WHEN YL-STATUS-PROVISIONAL
000464             CONTINUE
000464         WHEN YL-STATUS-CARD-BUSY AND YL-CALL-IS-FORWARD-APPLY
000464             CONTINUE
000464         WHEN OTHER
000465             PERFORM 8800-JOURNAL-SESSION-CALL
000465     END-EVALUATE
000470     GOBACK.
000470* 0900-CHECK-BATCH-LOCK - A NIGHTLY BATCH THAT IS REWRITING THE
000470* SCORECARD FILE LEAVES ITS NAME ON YACHTLKF.  A TAP SEEN WHILE
000470         CLOSE YACHTLKF
000470     END-IF
000470     .
000470* 0950-SET-TAP-TIME - THE TIME THIS TAP WAS MADE.  A LIVE TAP
000470* IS MADE NOW; A FORWARD-APPLY CALL CARRIES THE TIME THE QUEUED
000470* TAP WAS TAKEN OFFLINE, SO A TAP MADE BEFORE MIDNIGHT AND
000470* FORWARDED AFTER IT IS PRICED, LIMITED AND JOURNALED ON THE
000470* DAY IT WAS ACTUALLY PLAYED.
000470 0950-SET-TAP-TIME.
000470     IF YL-CALL-IS-FORWARD-APPLY AND YL-TAP-TS NOT = SPACES
000470         MOVE YL-TAP-TS TO WO-TAP-TS
000470     ELSE
000470         MOVE FUNCTION CURRENT-DATE TO WO-TAP-TS
000470     END-IF
000470     .
000472* 1000-OPEN-AND-CHECK-ELIGIBILITY - CHECK THE PLAYER IS ON THE
000473* REGISTRATION MASTER, OPEN THE SCORECARD FILE, CREATING IT IF
000473* THIS IS THE FIRST TAP EVER SEEN, AND IF A CARD ALREADY EXISTS
000474* FOR THIS PLAYER/GAME CHECK WHETHER THE REQUESTED CATEGORY IS
000475* ALREADY SCORED ON IT.  AN UNREGISTERED PLAYER ID NEVER GETS A
000475* CARD OPENED AT ALL.  A SCORECARD FILE THAT WILL NOT OPEN (DOWN
000475* FOR A RESTORE) IS TREATED AS CARD BUSY, THE SAME AS A HELD
000475* BATCH LOCK.
000476 1000-OPEN-AND-CHECK-ELIGIBILITY.
000476     PERFORM 1040-CHECK-TERMINAL-IN-SERVICE
000477     IF NOT YL-STATUS-TERMINAL-NOT-IN-SERVICE
000484         CLOSE YACHTSCF
000486         OPEN I-O YACHTSCF
000488     END-IF
000488     IF NOT WO-SCF-OK AND YL-STATUS-OK
000488         SET YL-STATUS-CARD-BUSY TO TRUE
000488     END-IF
000489     IF NOT YL-STATUS-PLAYER-NOT-REGISTERED
000489             AND NOT YL-STATUS-TERMINAL-NOT-IN-SERVICE
000489             AND NOT YL-STATUS-CARD-BUSY
000489         PERFORM 1070-CHECK-TABLE-TURN
000489     END-IF
000489     IF NOT YL-STATUS-PLAYER-NOT-REGISTERED
000489             AND NOT YL-STATUS-TERMINAL-NOT-IN-SERVICE
000489             AND NOT YL-STATUS-NOT-YOUR-TURN
000489             AND NOT YL-STATUS-CARD-BUSY
000489         PERFORM 1100-READ-OR-CREATE-CARD
000489     END-IF
000489     .
000489* MUST NOT SNEAK BACK IN BECAUSE THE FILE WENT MISSING.
000489 1040-CHECK-TERMINAL-IN-SERVICE.
000489     MOVE SPACES TO WO-TRF-STATUS
000489     MOVE '01' TO WO-SITE-CODE
000489     OPEN INPUT YTERMF
000489     IF WO-TRF-OK
000489         MOVE YL-TERMINAL-ID TO TR-TERMINAL-ID
000489                     SET YL-STATUS-TERMINAL-NOT-IN-SERVICE
000489                         TO TRUE
000489                 END-IF
000489                 IF TR-SITE-CODE NOT = SPACES
000489                     MOVE TR-SITE-CODE TO WO-SITE-CODE
000489                 END-IF
000489         END-READ
000489         CLOSE YTERMF
000489     ELSE
000489             INVALID KEY
000489                 SET YL-STATUS-PLAYER-NOT-REGISTERED
000489                     TO TRUE
000489             NOT INVALID KEY
000489                 MOVE YP-TIER-CODE TO WO-PLAYER-TIER
000489                 IF YP-TIER-BRONZE
000489                     MOVE 'B' TO WO-PLAYER-TIER
000489                 END-IF
000489         END-READ
000489         CLOSE YPLAYERF
000489     ELSE
000489     .
000489* 1100-READ-OR-CREATE-CARD - READ BACK THE CARD FOR THIS
000489* PLAYER/GAME KEY, CREATING A FRESH ONE WITH EVERY CATEGORY OPEN
000489* WHEN NONE EXISTS YET.  A TRAINING GAME IS NEITHER LIMITED
000489* NOR CHARGED.
000489 1100-READ-OR-CREATE-CARD.
000489     SET TG-LIVE-GAME TO TRUE
000490     MOVE YL-PLAYER-ID     TO YS-PLAYER-ID
000492     MOVE YL-GAME-START-TS TO YS-GAME-START-TS
000494     READ YACHTSCF
000510             END-IF
000512         END-PERFORM
000514     ELSE
000515         MOVE 'N' TO WO-PRICED-SWITCH
000515         PERFORM 1140-CHECK-TRAINING-GAME
000515         IF TG-LIVE-GAME
000515             PERFORM 1150-CHECK-PLAY-LIMITS
000515             IF YL-SV-CARD-NUMBER NOT = SPACES
000515                     AND NOT YL-STATUS-PLAY-LIMIT-REACHED
000515                     AND NOT YL-STATUS-SELF-EXCLUDED
000515                 PERFORM 1180-CHECK-PLAY-CARD
000515             END-IF
000515         END-IF
000515     END-IF
000515     IF NOT WO-SCF-OK
000515             AND NOT YL-STATUS-PLAY-LIMIT-REACHED
000515             AND NOT YL-STATUS-SELF-EXCLUDED
000515             AND NOT YL-STATUS-CARD-BALANCE-SHORT
000515             AND NOT YL-STATUS-PLAY-CARD-REFUSED
000516         MOVE YL-PLAYER-ID     TO YS-PLAYER-ID
000518         MOVE YL-GAME-START-TS TO YS-GAME-START-TS
000520         MOVE YL-TERMINAL-ID   TO YS-TERMINAL-ID
000520         MOVE WO-SITE-CODE     TO YS-SITE-CODE
000522         SET YS-GAME-IN-PROGRESS TO TRUE
000522         IF TG-TRAINING-GAME
000522             SET YS-TRAINING-GAME TO TRUE
000522         ELSE
000522             SET YS-LIVE-GAME TO TRUE
000522         END-IF
000524         MOVE 'ones'            TO YS-CAT-NAME(1)
000526         MOVE 'twos'            TO YS-CAT-NAME(2)
000528         MOVE 'threes'          TO YS-CAT-NAME(3)
000552             SET YS-CAT-IS-OPEN(YS-CAT-IX) TO TRUE
000554         END-PERFORM
000556         WRITE YS-SCORECARD-RECORD
000557         IF TG-LIVE-GAME
000557             PERFORM 1200-POST-ENTRY-FEE
000557         END-IF
000558     END-IF
000560     .
000560* 1140-CHECK-TRAINING-GAME - THE TERMINAL AND PLAYER GO TO
000560* YTRAINCK, WHICH HOLDS THE ONE RULE FOR WHAT IS TRAINING.
000560 1140-CHECK-TRAINING-GAME.
000560     MOVE YL-TERMINAL-ID TO TG-TERMINAL-ID
000560     MOVE YL-PLAYER-ID   TO TG-PLAYER-ID
000560     CALL 'YTRAINCK' USING TG-PARMS
000560     .
000561* 1150-CHECK-PLAY-LIMITS - BEFORE A NEW CARD IS OPENED, THE
000561* PLAYER'S YPLIMF ROW (IF ANY) IS HONORED: A SELF-EXCLUSION
000561* RUNNING THROUGH TODAY REFUSES THE CARD OUTRIGHT; OTHERWISE
000561* TODAY'S YFEEJNL ENTRIES FOR THE PLAYER ARE COUNTED AND THE
000561* CARD IS REFUSED ONCE THE CARD COUNT HAS REACHED THE DAILY
000561* CARD LIMIT OR THIS CARD'S FEE WOULD TAKE THE DAY'S SPEND
000561* PAST THE DAILY SPEND LIMIT.  NO LIMIT FILE, OR NO ROW FOR
000561* THE PLAYER, MEANS NO LIMITS.
000561 1150-CHECK-PLAY-LIMITS.
000561     MOVE 'N' TO WO-LIMIT-FOUND-FLAG
000561     MOVE WO-TAP-TS TO WO-NOW-TS
000561     MOVE SPACES TO WO-LIM-STATUS
000561     OPEN INPUT YPLIMF
000561     IF WO-LIM-OK
000561         MOVE YL-PLAYER-ID TO PM-PLAYER-ID
000561         READ YPLIMF
000561             INVALID KEY
000561                 CONTINUE
000561             NOT INVALID KEY
000561                 SET WO-PLAYER-HAS-LIMITS TO TRUE
000561         END-READ
000561         CLOSE YPLIMF
000561     END-IF
000561     IF WO-PLAYER-HAS-LIMITS
000561         IF NOT PM-NO-EXCLUSION
000561                 AND PM-EXCLUDE-END-DATE NOT < WO-NOW-TS(1:8)
000561             SET YL-STATUS-SELF-EXCLUDED TO TRUE
000561         ELSE
000561             IF PM-DAILY-CARD-LIMIT > ZERO
000561                     OR PM-DAILY-SPEND-LIMIT > ZERO
000561                 PERFORM 1160-TALLY-TODAYS-FEES
000561                 PERFORM 1170-TEST-DAILY-LIMITS
000561             END-IF
000561         END-IF
000561     END-IF
000561     .
000561 1160-TALLY-TODAYS-FEES.
000561     MOVE ZERO TO WO-TODAY-CARDS
000561     MOVE ZERO TO WO-TODAY-SPEND
000561     MOVE 'N' TO WO-FEE-EOF-FLAG
000561     MOVE SPACES TO WO-FEE-STATUS
000561     OPEN INPUT YFEEJNL
000561     IF WO-FEE-STATUS = '00'
000561         PERFORM UNTIL WO-FEE-JNL-AT-END
000561             READ YFEEJNL
000561                 AT END
000561                     SET WO-FEE-JNL-AT-END TO TRUE
000561                 NOT AT END
000561                     IF FJ-PLAYER-ID = YL-PLAYER-ID
000561                             AND FJ-TIMESTAMP(1:8)
000561                                 = WO-NOW-TS(1:8)
000561                             AND NOT FJ-FEE-IS-REFUND
000561                         ADD 1 TO WO-TODAY-CARDS
000561                         ADD FJ-FEE-AMT TO WO-TODAY-SPEND
000561                     END-IF
000561             END-READ
000561         END-PERFORM
000561         CLOSE YFEEJNL
000561     END-IF
000561     .
000561 1170-TEST-DAILY-LIMITS.
000561     IF PM-DAILY-CARD-LIMIT > ZERO
000561             AND WO-TODAY-CARDS NOT < PM-DAILY-CARD-LIMIT
000561         SET YL-STATUS-PLAY-LIMIT-REACHED TO TRUE
000561     END-IF
000561     IF PM-DAILY-SPEND-LIMIT > ZERO
000561             AND NOT YL-STATUS-PLAY-LIMIT-REACHED
000561         IF NOT WO-FEE-CTL-WAS-READ
000561             PERFORM 1210-READ-FEE-CONTROL
000561         END-IF
000561         IF NOT WO-SCH-WAS-LOADED
000561             PERFORM 1220-LOAD-FEE-SCHEDULE
000561         END-IF
000561         IF NOT WO-CARD-WAS-PRICED
000561             PERFORM 1230-PRICE-THIS-CARD
000561         END-IF
000561         IF WO-TODAY-SPEND + WO-CARD-FEE > PM-DAILY-SPEND-LIMIT
000561             SET YL-STATUS-PLAY-LIMIT-REACHED TO TRUE
000561         END-IF
000561     END-IF
000561     .
000561* 1180-CHECK-PLAY-CARD - A STORED-VALUE PLAY CARD TAPPED FOR
000561* THE FEE MUST BE ON YSVCARDF, ACTIVE, AND THIS PLAYER'S, AND
000561* MUST HOLD AT LEAST THE FEE THIS CARD WILL BE CHARGED.  NO
000561* CARD MASTER REFUSES THE CARD - THE PLAYER CAN STILL PAY CASH.
000561 1180-CHECK-PLAY-CARD.
000561     IF NOT WO-FEE-CTL-WAS-READ
000561         PERFORM 1210-READ-FEE-CONTROL
000561     END-IF
000561     IF NOT WO-SCH-WAS-LOADED
000561         PERFORM 1220-LOAD-FEE-SCHEDULE
000561     END-IF
000561     IF NOT WO-CARD-WAS-PRICED
000561         PERFORM 1230-PRICE-THIS-CARD
000561     END-IF
000561     MOVE SPACES TO WO-SVC-STATUS
000561     OPEN INPUT YSVCARDF
000561     IF WO-SVC-OK
000561         MOVE YL-SV-CARD-NUMBER TO SV-CARD-NUMBER
000561         READ YSVCARDF
000561             INVALID KEY
000561                 SET YL-STATUS-PLAY-CARD-REFUSED TO TRUE
000561             NOT INVALID KEY
000561                 IF NOT SV-CARD-IS-ACTIVE
000561                         OR SV-PLAYER-ID NOT = YL-PLAYER-ID
000561                     SET YL-STATUS-PLAY-CARD-REFUSED TO TRUE
000561                 ELSE
000561                     IF SV-BALANCE < WO-CARD-FEE
000561                         SET YL-STATUS-CARD-BALANCE-SHORT
000561                             TO TRUE
000561                     END-IF
000561                 END-IF
000561         END-READ
000561         CLOSE YSVCARDF
000561     ELSE
000561         SET YL-STATUS-PLAY-CARD-REFUSED TO TRUE
000561     END-IF
000561     .
000561* 1200-POST-ENTRY-FEE - ONE YFEEJNL RECORD PER GAME OPENED, AT
000561* THE FEE THE YFEESCHF SCHEDULE ROW COVERING THIS CARD CHARGES,
000561* OR THE FLAT TABLE FEE ON YFEECTL (5.00 WHEN NO CONTROL FILE)
000561* WHEN NO ROW COVERS IT, SO THE END-OF-DAY DRAWER
000561* RECONCILIATION CAN BALANCE THE CASH THE TERMINAL TOOK IN.
000561 1200-POST-ENTRY-FEE.
000561     IF NOT WO-FEE-CTL-WAS-READ
000561         PERFORM 1210-READ-FEE-CONTROL
000561     END-IF
000561     IF NOT WO-SCH-WAS-LOADED
000561         PERFORM 1220-LOAD-FEE-SCHEDULE
000561     END-IF
000561     IF NOT WO-CARD-WAS-PRICED
000561         PERFORM 1230-PRICE-THIS-CARD
000561     END-IF
000561     MOVE 'C' TO FJ-PAY-METHOD
000561     MOVE SPACES TO FJ-SV-CARD-NUMBER
000561     IF YL-SV-CARD-NUMBER NOT = SPACES
000561         PERFORM 1240-DEBIT-PLAY-CARD
000561     END-IF
000561     MOVE SPACES TO WO-FEE-STATUS
000561     OPEN EXTEND YFEEJNL
000561     IF WO-FEE-STATUS NOT = '00'
000561         OPEN OUTPUT YFEEJNL
000561     END-IF
000561     MOVE WO-TAP-TS TO FJ-TIMESTAMP
000561     MOVE YL-TERMINAL-ID   TO FJ-TERMINAL-ID
000561     MOVE YL-PLAYER-ID     TO FJ-PLAYER-ID
000561     MOVE YL-GAME-START-TS TO FJ-GAME-START-TS
000561     MOVE WO-CARD-FEE      TO FJ-FEE-AMT
000561     MOVE WO-FEE-SCHED-KEY TO FJ-SCHED-KEY
000561     MOVE WO-FEE-BAND-CODE TO FJ-BAND-CODE
000561     MOVE WO-SITE-CODE     TO FJ-SITE-CODE
000561     WRITE FJ-FEE-RECORD
000561     CLOSE YFEEJNL
000561     .
000561* 1240-DEBIT-PLAY-CARD - TAKE THE FEE OFF THE PLAY CARD
000561* 1180-CHECK-PLAY-CARD PASSED, AND LEDGER THE DEBIT AGAINST
000561* THIS KIOSK.  THE YFEEJNL RECORD IS MARKED CARD-FUNDED SO
000561* THE DRAWER RECONCILIATION DOES NOT LOOK FOR THE CASH.
000561 1240-DEBIT-PLAY-CARD.
000561     MOVE SPACES TO WO-SVC-STATUS
000561     OPEN I-O YSVCARDF
000561     IF WO-SVC-OK
000561         MOVE YL-SV-CARD-NUMBER TO SV-CARD-NUMBER
000561         READ YSVCARDF
000561             INVALID KEY
000561                 CONTINUE
000561             NOT INVALID KEY
000561                 IF SV-BALANCE NOT < WO-CARD-FEE
000561                     SUBTRACT WO-CARD-FEE FROM SV-BALANCE
000561                     MOVE WO-NOW-TS(1:8) TO SV-LAST-USED-DATE
000561                     REWRITE SV-CARD-RECORD
000561                     MOVE 'S' TO FJ-PAY-METHOD
000561                     MOVE SV-CARD-NUMBER TO FJ-SV-CARD-NUMBER
000561                     PERFORM 1250-WRITE-CARD-LEDGER
000561                 END-IF
000561         END-READ
000561         CLOSE YSVCARDF
000561     END-IF
000561     .
000561 1250-WRITE-CARD-LEDGER.
000561     MOVE SPACES TO WO-SVL-STATUS
000561     OPEN EXTEND YSVLEDG
000561     IF WO-SVL-STATUS NOT = '00'
000561         OPEN OUTPUT YSVLEDG
000561     END-IF
000561     MOVE WO-TAP-TS TO CL-TIMESTAMP
000561     MOVE SV-CARD-NUMBER   TO CL-CARD-NUMBER
000561     MOVE SV-PLAYER-ID     TO CL-PLAYER-ID
000561     MOVE YL-TERMINAL-ID   TO CL-TERMINAL-ID
000561     MOVE SPACES           TO CL-CLERK-ID
000561     MOVE YL-GAME-START-TS TO CL-GAME-START-TS
000561     SET CL-ENTRY-FEE-DEBIT TO TRUE
000561     MOVE WO-CARD-FEE      TO CL-AMOUNT
000561     MOVE SV-BALANCE       TO CL-BALANCE-AFTER
000561     WRITE CL-LEDGER-RECORD
000561     CLOSE YSVLEDG
000561     .
000561 1210-READ-FEE-CONTROL.
000561     SET WO-FEE-CTL-WAS-READ TO TRUE
000561     OPEN INPUT YFEECTL
000561         CLOSE YFEECTL
000561     END-IF
000561     .
000561* 1220-LOAD-FEE-SCHEDULE - EVERY YFEESCHF ROW INTO THE TABLE,
000561* ONCE PER RUN.  NO SCHEDULE FILE LEAVES THE TABLE EMPTY AND
000561* EVERY CARD ON THE FLAT FEE.
000561 1220-LOAD-FEE-SCHEDULE.
000561     SET WO-SCH-WAS-LOADED TO TRUE
000561     MOVE ZERO TO WO-SCH-COUNT
000561     MOVE SPACES TO WO-SCH-STATUS
000561     OPEN INPUT YFEESCHF
000561     IF WO-SCH-OK
000561         PERFORM UNTIL WO-SCH-EOF
000561             READ YFEESCHF NEXT RECORD
000561                 AT END
000561                     SET WO-SCH-EOF TO TRUE
000561                 NOT AT END
000561                     IF WO-SCH-COUNT < 200
000561                         ADD 1 TO WO-SCH-COUNT
000561                         PERFORM 1225-TABLE-ONE-ROW
000561                     END-IF
000561             END-READ
000561         END-PERFORM
000561         CLOSE YFEESCHF
000561     END-IF
000561     .
000561 1225-TABLE-ONE-ROW.
000561     MOVE FS-SCHED-KEY   TO WO-SCH-KEY(WO-SCH-COUNT)
000561     MOVE FS-DAY-OF-WEEK TO WO-SCH-DAY(WO-SCH-COUNT)
000561     MOVE FS-TERMINAL-ID TO WO-SCH-TERMINAL(WO-SCH-COUNT)
000561     MOVE FS-TIER-CODE   TO WO-SCH-TIER(WO-SCH-COUNT)
000561     MOVE FS-START-HHMM  TO WO-SCH-START(WO-SCH-COUNT)
000561     MOVE FS-END-HHMM    TO WO-SCH-END(WO-SCH-COUNT)
000561     MOVE FS-FEE-AMT     TO WO-SCH-FEE(WO-SCH-COUNT)
000561     MOVE FS-BAND-CODE   TO WO-SCH-BAND(WO-SCH-COUNT)
000561     .
000561* 1230-PRICE-THIS-CARD - FIND THE MOST SPECIFIC SCHEDULE ROW
000561* COVERING TODAY'S WEEKDAY, THE TIME NOW, THIS TERMINAL, AND
000561* THE PLAYER'S TIER.  A NAMED TERMINAL WEIGHS 4, A NAMED TIER
000561* 2, A NAMED DAY 1; THE FIRST ROW AT THE HIGHEST WEIGHT WINS.
000561* NO COVERING ROW FALLS BACK TO THE FLAT FEE WITH NO BAND.
000561 1230-PRICE-THIS-CARD.
000561     SET WO-CARD-WAS-PRICED TO TRUE
000561     MOVE WO-FEE-AMOUNT TO WO-CARD-FEE
000561     MOVE SPACES TO WO-FEE-SCHED-KEY
000561     MOVE SPACES TO WO-FEE-BAND-CODE
000561     MOVE -1 TO WO-BEST-WEIGHT
000561     MOVE WO-TAP-TS TO WO-NOW-TS
000561     MOVE WO-NOW-TS(9:4) TO WO-NOW-HHMM
000561     DIVIDE FUNCTION INTEGER-OF-DATE
000561             (FUNCTION NUMVAL(WO-NOW-TS(1:8)))
000561         BY 7 GIVING WO-DAY-DIV
000561         REMAINDER WO-DAY-REM
000561     IF WO-DAY-REM = 0
000561         MOVE 7 TO WO-TODAY-WEEKDAY
000561     ELSE
000561         MOVE WO-DAY-REM TO WO-TODAY-WEEKDAY
000561     END-IF
000561     PERFORM VARYING WO-SCH-IX FROM 1 BY 1
000561             UNTIL WO-SCH-IX > WO-SCH-COUNT
000561         PERFORM 1235-WEIGH-ONE-ROW
000561         IF WO-ROW-WEIGHT > WO-BEST-WEIGHT
000561             MOVE WO-ROW-WEIGHT TO WO-BEST-WEIGHT
000561             MOVE WO-SCH-FEE(WO-SCH-IX)  TO WO-CARD-FEE
000561             MOVE WO-SCH-KEY(WO-SCH-IX)  TO WO-FEE-SCHED-KEY
000561             MOVE WO-SCH-BAND(WO-SCH-IX) TO WO-FEE-BAND-CODE
000561         END-IF
000561     END-PERFORM
000561     .
000561* 1235-WEIGH-ONE-ROW - -1 WHEN THE ROW DOES NOT COVER THIS
000561* CARD, OTHERWISE ITS SPECIFICITY WEIGHT.
000561 1235-WEIGH-ONE-ROW.
000561     MOVE ZERO TO WO-ROW-WEIGHT
000561     IF WO-SCH-DAY(WO-SCH-IX) NOT = ZERO
000561         IF WO-SCH-DAY(WO-SCH-IX) = WO-TODAY-WEEKDAY
000561             ADD 1 TO WO-ROW-WEIGHT
000561         ELSE
000561             MOVE -1 TO WO-ROW-WEIGHT
000561         END-IF
000561     END-IF
000561     IF WO-ROW-WEIGHT NOT < ZERO
000561             AND WO-SCH-TIER(WO-SCH-IX) NOT = '*'
000561         IF WO-SCH-TIER(WO-SCH-IX) = WO-PLAYER-TIER
000561             ADD 2 TO WO-ROW-WEIGHT
000561         ELSE
000561             MOVE -1 TO WO-ROW-WEIGHT
000561         END-IF
000561     END-IF
000561     IF WO-ROW-WEIGHT NOT < ZERO
000561             AND WO-SCH-TERMINAL(WO-SCH-IX) NOT = '*ALL    '
000561         IF WO-SCH-TERMINAL(WO-SCH-IX) = YL-TERMINAL-ID
000561             ADD 4 TO WO-ROW-WEIGHT
000561         ELSE
000561             MOVE -1 TO WO-ROW-WEIGHT
000561         END-IF
000561     END-IF
000561     IF WO-ROW-WEIGHT NOT < ZERO
000561         IF WO-NOW-HHMM < WO-SCH-START(WO-SCH-IX)
000561                 OR WO-NOW-HHMM NOT < WO-SCH-END(WO-SCH-IX)
000561             MOVE -1 TO WO-ROW-WEIGHT
000561         END-IF
000561     END-IF
000561     .
000562* 2000-MARK-CATEGORY-SCORED - FIND THE SLOT FOR THE CATEGORY JUST
000564* SCORED AND PERSIST ITS DICE/SCORE, MARKING IT NO LONGER OPEN.
000566 2000-MARK-CATEGORY-SCORED.
000587         END-READ
000587     END-PERFORM
000587     .
000589* 7000-TAKE-TAP-OFFLINE - THE SCORECARD FILE IS HELD BY A
000589* NIGHTLY BATCH OR IS DOWN, SO RATHER THAN TURN THE PLAYER AWAY
000589* THE TAP IS SCORED BY YACHT AS AN ADVISORY CALL AND QUEUED ON
000589* THIS TERMINAL'S PENDING-TAPS FILE, AND THE SCORE GOES BACK AS
000589* PROVISIONAL WITH ITS SEQUENCE NUMBER.  YTAPFWD POSTS THE TAP
000589* THROUGH THIS SAME TRANSACTION ONCE THE FILE IS BACK, AND ONLY
000589* THEN IS IT JOURNALED.  THE TERMINAL AND PLAYER CHECKS STILL
000589* APPLY HERE; A TAP AT A SHARED TABLE IS NOT TAKEN (THE TURN
000589* CANNOT PASS WITHOUT THE CARDS), NOR IS A CATEGORY ALREADY
000589* QUEUED FOR THIS CARD.  THE CARD'S OWN BOXES, LIMITS AND FEES
000589* CANNOT BE SEEN UNTIL THE TAP IS POSTED, SO THOSE WAIT.
000589 7000-TAKE-TAP-OFFLINE.
000589     SET YL-STATUS-OK TO TRUE
000589     PERFORM 1040-CHECK-TERMINAL-IN-SERVICE
000589     IF YL-STATUS-OK
000589         PERFORM 1050-CHECK-PLAYER-REGISTERED
000589     END-IF
000589     IF YL-STATUS-OK
000589         PERFORM 1070-CHECK-TABLE-TURN
000589         IF WO-TABLE-SESSION-ACTIVE OR YL-STATUS-NOT-YOUR-TURN
000589             SET YL-STATUS-CARD-BUSY TO TRUE
000589         END-IF
000589     END-IF
000589     IF YL-STATUS-OK
000589         PERFORM 7100-SCAN-PENDING-TAPS
000589     END-IF
000589     IF YL-STATUS-OK
000589         MOVE YL-ADVISORY-FLAG TO WO-SAVED-ADVISORY-FLAG
000589         SET YL-CALL-IS-ADVISORY TO TRUE
000589         CALL 'YACHT' USING YL-PARMS
000589         MOVE WO-SAVED-ADVISORY-FLAG TO YL-ADVISORY-FLAG
000589         IF PS-STATUS-ERROR OF YL-PARMS
000589                 OR PS-STATUS-SEVERE OF YL-PARMS
000589             PERFORM 8900-LOG-CENTRAL-ERROR
000589         END-IF
000589         IF YL-STATUS-OK
000589             PERFORM 7200-QUEUE-PENDING-TAP
000589         END-IF
000589     ELSE
000589         MOVE ZERO TO YL-RESULT
000589     END-IF
000589     .
000589* 7100-SCAN-PENDING-TAPS - READ THIS TERMINAL'S PENDING-TAPS
000589* FILE FOR THE LAST SEQUENCE NUMBER USED, AND REFUSE A CATEGORY
000589* ALREADY WAITING TO BE POSTED TO THE SAME CARD.  NO FILE YET
000589* MEANS NOTHING IS QUEUED AND THE FIRST TAP IS NUMBER ONE.
000589 7100-SCAN-PENDING-TAPS.
000589     MOVE SPACES TO WO-PND-FILE-NAME
000589     STRING 'YTAPPND' DELIMITED BY SIZE
000589            YL-TERMINAL-ID DELIMITED BY SPACE
000589         INTO WO-PND-FILE-NAME
000589     MOVE ZERO TO WO-PND-LAST-SEQ
000589     MOVE 'N' TO WO-PND-EOF-FLAG
000589     OPEN INPUT YTAPPND
000589     IF WO-PND-OK
000589         PERFORM 7110-READ-PENDING-TAP
000589         PERFORM UNTIL WO-PND-AT-END
000589             MOVE PT-SEQUENCE-NO TO WO-PND-LAST-SEQ
000589             IF PT-TAP-PENDING
000589                     AND PT-PLAYER-ID = YL-PLAYER-ID
000589                     AND PT-GAME-START-TS = YL-GAME-START-TS
000589                     AND PT-CATEGORY = YL-CATEGORY
000589                 SET YL-STATUS-CATEGORY-ALREADY-SCORED TO TRUE
000589             END-IF
000589             PERFORM 7110-READ-PENDING-TAP
000589         END-PERFORM
000589         CLOSE YTAPPND
000589     END-IF
000589     .
000589 7110-READ-PENDING-TAP.
000589     READ YTAPPND
000589         AT END
000589             SET WO-PND-AT-END TO TRUE
000589     END-READ
000589     .
000589* 7200-QUEUE-PENDING-TAP - APPEND THE SCORED TAP UNDER THE
000589* NEXT SEQUENCE NUMBER, KEEPING THE MODE CODE YACHT SCORED IT
000589* UNDER SO THE POSTED SCORE MATCHES THE ONE THE PLAYER WAS
000589* SHOWN.  A PENDING FILE THAT CANNOT BE WRITTEN LEAVES THE TAP
000589* CARD BUSY, AS IT WAS BEFORE.
000589 7200-QUEUE-PENDING-TAP.
000589     OPEN EXTEND YTAPPND
000589     IF WO-PND-STATUS NOT = '00'
000589         OPEN OUTPUT YTAPPND
000589     END-IF
000589     IF WO-PND-OK
000589         INITIALIZE PT-PENDING-TAP-RECORD
000589         ADD 1 WO-PND-LAST-SEQ GIVING PT-SEQUENCE-NO
000589         SET PT-TAP-PENDING TO TRUE
000589         MOVE WO-TAP-TS TO PT-TAP-TS
000589         MOVE YL-TERMINAL-ID    TO PT-TERMINAL-ID
000589         MOVE YL-PLAYER-ID      TO PT-PLAYER-ID
000589         MOVE YL-GAME-START-TS  TO PT-GAME-START-TS
000589         MOVE YL-CATEGORY       TO PT-CATEGORY
000589         MOVE YL-DICE           TO PT-DICE
000589         MOVE YL-RESULT         TO PT-PROVISIONAL-RESULT
000589         MOVE YL-MODE-CODE      TO PT-MODE-CODE
000589         MOVE YL-SV-CARD-NUMBER TO PT-SV-CARD-NUMBER
000589         WRITE PT-PENDING-TAP-RECORD
000589         CLOSE YTAPPND
000589         MOVE PT-SEQUENCE-NO TO YL-OFFLINE-SEQUENCE-NO
000589         SET YL-STATUS-PROVISIONAL TO TRUE
000589     ELSE
000589         SET YL-STATUS-CARD-BUSY TO TRUE
000589         MOVE ZERO TO YL-RESULT
000589     END-IF
000589     .
008900* 8900-LOG-CENTRAL-ERROR - ONE STANDARDIZED RECORD ON THE
008902* CENTRAL ERROR FILE FOR THE MORNING DIGEST.
008904 8900-LOG-CENTRAL-ERROR.
008818         END-IF
008820         SET WO-JNL-FILE-IS-OPEN TO TRUE
008822     END-IF
008824     MOVE WO-TAP-TS TO TJ-TIMESTAMP
008826     MOVE YL-TERMINAL-ID   TO TJ-TERMINAL-ID
008828     MOVE YL-PLAYER-ID     TO TJ-PLAYER-ID
008830     MOVE YL-GAME-START-TS TO TJ-GAME-START-TS
