000160* THE BALANCING REPORT ON YDRWRPT SHOWS EACH DRAWER'S FEES,
000170* PAYOUTS, EXPECTED AND COUNTED CASH, AND FLAGS IT OVER OR
000180* SHORT - THE PENCIL EXERCISE THAT DISAGREED WITH THE SYSTEM
000190* WEEKLY, DONE BY THE SYSTEM.  EACH SITE IS BALANCED ON ITS
000190* OWN - ITS TERMINALS' DRAWERS AND ITS OWN COUNTER DRAWER
000190* ('COUNTER ' AT SITE 01, 'COUNTRNN' AT SITE NN) UNDER A SITE
000190* HEADING, WITH A SITE SUBTOTAL LINE.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-09-02 RJ    ORIGINAL PROGRAM
000230*   2026-10-15 RJ    SUBTOTAL THE DAY'S FEES BY THE YFEESCHF
000230*                    BAND CODE STAMPED ON EACH YFEEJNL RECORD,
000230*                    PRINTED AFTER THE DRAWER LINES ('FLAT' FOR
000230*                    A CARD PRICED OFF THE OLD YFEECTL FEE)
000230*   2026-10-15 RJ    STORED-VALUE PLAY CARDS - LOADS AND
000230*                    REFUNDS ON THE YSVLEDG CARD LEDGER ARE
000230*                    CASH IN AND OUT OF THE DRAWER THEY WENT
000230*                    THROUGH, AND A FEE YFEEJNL MARKS CARD-FUNDED
000230*                    IS SHOWN AS NON-CASH AND NOT EXPECTED IN THE
000230*                    KIOSK'S DRAWER
000230*   2026-10-15 RJ    AN ABANDONED-GAME REFUND ON YFEEJNL IS A
000230*                    NEGATIVE FEE - CASH PAID BACK OUT OF THE
000230*                    TERMINAL'S DRAWER - AND IS NOT COUNTED AS
000230*                    A CARD IN THE BAND SUBTOTALS
000230*   2026-10-15 RJ    RECONCILE PER SITE - EACH DRAWER IS STAMPED
000230*                    WITH ITS TERMINAL'S SITE, VOUCHERS ARE PAID
000230*                    FROM THE COUNTER DRAWER OF THE SITE THAT
000230*                    REDEEMED THEM, AND THE DRAWERS PRINT UNDER A
000230*                    HEADING PER SITE WITH A SITE SUBTOTAL. THE
000230*                    BAND SUBTOTALS STAY HOUSE-WIDE
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000300     SELECT YFEEJNL ASSIGN TO "YFEEJNL"
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS YW-FEE-STATUS.
000320     SELECT YSVLEDG ASSIGN TO "YSVLEDG"
000320         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS YW-SVL-STATUS.
000330     SELECT VOUCHF ASSIGN TO "VOUCHF"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS YW-VOU-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  YFEEJNL.
000500 COPY "YFEEJ.cpy".
000500 FD  YSVLEDG.
000500 COPY "YSVLEDG.cpy".
000560 FD  VOUCHF.
000570 COPY "VOUCHER.cpy".
000580 FD  YDRWTX.
000700     05  YW-FEE-STATUS          PIC X(02) VALUE SPACES.
000710         88  YW-FEE-OK              VALUE '00'.
000720         88  YW-FEE-EOF             VALUE '10'.
000720     05  YW-SVL-STATUS          PIC X(02) VALUE SPACES.
000720         88  YW-SVL-OK              VALUE '00'.
000720         88  YW-SVL-EOF             VALUE '10'.
000730     05  YW-VOU-STATUS          PIC X(02) VALUE SPACES.
000740         88  YW-VOU-OK              VALUE '00'.
000750         88  YW-VOU-EOF             VALUE '10'.
000900         88  YW-DRAWER-IS-NEW       VALUE 'Y'.
000910     05  YW-DRAWER-COUNT        PIC 9(05) VALUE ZERO.
000920     05  YW-OFF-COUNT           PIC 9(05) VALUE ZERO.
000930     05  YW-FEES-ED             PIC -ZZZZZ9.99.
000940     05  YW-PAY-ED              PIC ZZZZZZ9.99.
000950     05  YW-EXP-ED              PIC -ZZZZZZ9.99.
000960     05  YW-CNT-ED              PIC ZZZZZZ9.99.
000970     05  YW-OS-ED               PIC -ZZZZZZ9.99.
000970     05  YW-LOAD-ED             PIC ZZZZZZ9.99.
000970     05  YW-REFUND-ED           PIC ZZZZZZ9.99.
000970     05  YW-CARD-FEE-ED         PIC ZZZZZZ9.99.
000970     05  YW-BAND-CNT-ED         PIC ZZZZ9.
000970     05  YW-COUNTER-ID          PIC X(08) VALUE SPACES.
000970     05  YW-SITE-WORK           PIC X(02) VALUE SPACES.
000970* TODAY'S DRAWERS BY SITE, WITH THE SITE SUBTOTALS.
000970 01  YW-SITE-TABLE.
000970     05  YW-SITE-COUNT          PIC 9(02) VALUE ZERO.
000970     05  YW-SITE-IX             PIC 9(02) VALUE ZERO.
000970     05  YW-SITE-ENTRY OCCURS 20 TIMES.
000970         10  YW-SITE-CODE           PIC X(02).
000970         10  YW-SITE-DRAWERS        PIC 9(05).
000970         10  YW-SITE-FEES           PIC S9(07)V99.
000970         10  YW-SITE-PAID           PIC 9(07)V99.
000970         10  YW-SITE-EXPECTED       PIC S9(07)V99.
000970         10  YW-SITE-OVER-SHORT     PIC S9(07)V99.
000970* TODAY'S FEES BY SCHEDULE BAND.
000970 01  YW-BAND-TABLE.
000970     05  YW-BAND-COUNT          PIC 9(02) VALUE ZERO.
000970     05  YW-BAND-IX             PIC 9(02) VALUE ZERO.
000970     05  YW-BAND-WORK           PIC X(04) VALUE SPACES.
000970     05  YW-BAND-ENTRY OCCURS 50 TIMES.
000970         10  YW-BAND-CODE           PIC X(04).
000970         10  YW-BAND-CARDS          PIC 9(05).
000970         10  YW-BAND-AMT            PIC S9(07)V99.
000970 COPY "YSITELK.cpy".
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE
001010     PERFORM 2000-ROLL-IN-FEES
001010     PERFORM 2500-ROLL-IN-CARD-CASH
001020     PERFORM 3000-ROLL-IN-PAYOUTS
001030     PERFORM 4000-POST-DRAWER-COUNTS
001040     PERFORM 5000-BALANCE-AND-REPORT
001050     PERFORM 5500-REPORT-FEES-BY-BAND
001050     PERFORM 6000-WRITE-SUMMARY
001060     CLOSE YDRWF YDRWRPT
001070     GOBACK.
001240     WRITE RPT-LINE
001250     .
001260* 2000-ROLL-IN-FEES - TODAY'S ENTRY FEES, ONE DRAWER PER
001270* TERMINAL.  A FEE DEBITED FROM A PLAY CARD NEVER REACHED THE
001270* DRAWER AND IS KEPT APART AS NON-CASH.
001280 2000-ROLL-IN-FEES.
001290     OPEN INPUT YFEEJNL
001300     IF NOT YW-FEE-OK
001350         IF FJ-TIMESTAMP(1:8) = YW-RUN-DATE
001360             MOVE FJ-TERMINAL-ID TO YD-TERMINAL-ID
001370             PERFORM 7000-FETCH-OR-START-DRAWER
001380             IF FJ-PAID-BY-PLAY-CARD
001380                 ADD FJ-FEE-AMT TO YD-CARD-FEE-AMT
001380             ELSE
001380                 ADD FJ-FEE-AMT TO YD-FEES-AMT
001380             END-IF
001390             PERFORM 7100-PUT-DRAWER-BACK
001390             PERFORM 2200-ADD-TO-BAND
001400         END-IF
001410         PERFORM 2100-READ-NEXT-FEE
001420     END-PERFORM
001520         END-READ
001530     END-IF
001540     .
001540* 2200-ADD-TO-BAND - ONE LINE PER BAND CODE SEEN TODAY; A FEE
001540* WITH NO BAND CAME OFF THE FLAT YFEECTL FEE.
001540 2200-ADD-TO-BAND.
001540     MOVE FJ-BAND-CODE TO YW-BAND-WORK
001540     IF YW-BAND-WORK = SPACES
001540         MOVE 'FLAT' TO YW-BAND-WORK
001540     END-IF
001540     PERFORM VARYING YW-BAND-IX FROM 1 BY 1
001540             UNTIL YW-BAND-IX > YW-BAND-COUNT
001540             OR YW-BAND-CODE(YW-BAND-IX) = YW-BAND-WORK
001540         CONTINUE
001540     END-PERFORM
001540     IF YW-BAND-IX > YW-BAND-COUNT AND YW-BAND-COUNT < 50
001540         ADD 1 TO YW-BAND-COUNT
001540         MOVE YW-BAND-COUNT TO YW-BAND-IX
001540         MOVE YW-BAND-WORK TO YW-BAND-CODE(YW-BAND-IX)
001540         MOVE ZERO TO YW-BAND-CARDS(YW-BAND-IX)
001540         MOVE ZERO TO YW-BAND-AMT(YW-BAND-IX)
001540     END-IF
001540     IF YW-BAND-IX NOT > YW-BAND-COUNT
001540         IF NOT FJ-FEE-IS-REFUND
001540             ADD 1 TO YW-BAND-CARDS(YW-BAND-IX)
001540         END-IF
001540         ADD FJ-FEE-AMT TO YW-BAND-AMT(YW-BAND-IX)
001540     END-IF
001540     .
001540* 2500-ROLL-IN-CARD-CASH - TODAY'S PLAY CARD ISSUES AND TOP-UPS
001540* ARE CASH INTO THE DRAWER NAMED ON THE LEDGER RECORD, AND
001540* REFUNDS ARE CASH OUT OF IT.  FEE DEBITS AND HOT-LISTINGS
001540* MOVE NO CASH.
001540 2500-ROLL-IN-CARD-CASH.
001540     OPEN INPUT YSVLEDG
001540     IF NOT YW-SVL-OK
001540         SET YW-SVL-EOF TO TRUE
001540     END-IF
001540     PERFORM 2600-READ-NEXT-CARD-ENTRY
001540     PERFORM UNTIL YW-SVL-EOF
001540         IF CL-TIMESTAMP(1:8) = YW-RUN-DATE
001540                 AND (CL-ENTRY-ISSUE OR CL-ENTRY-TOP-UP
001540                      OR CL-ENTRY-REFUND)
001540             MOVE CL-TERMINAL-ID TO YD-TERMINAL-ID
001540             PERFORM 7000-FETCH-OR-START-DRAWER
001540             IF CL-ENTRY-REFUND
001540                 ADD CL-AMOUNT TO YD-CARD-REFUND-AMT
001540             ELSE
001540                 ADD CL-AMOUNT TO YD-CARD-LOAD-AMT
001540             END-IF
001540             PERFORM 7100-PUT-DRAWER-BACK
001540         END-IF
001540         PERFORM 2600-READ-NEXT-CARD-ENTRY
001540     END-PERFORM
001540     IF YW-SVL-STATUS = '10'
001540         CLOSE YSVLEDG
001540     END-IF
001540     .
001540 2600-READ-NEXT-CARD-ENTRY.
001540     IF NOT YW-SVL-EOF
001540         READ YSVLEDG
001540             AT END
001540                 SET YW-SVL-EOF TO TRUE
001540         END-READ
001540     END-IF
001540     .
001550* 3000-ROLL-IN-PAYOUTS - VOUCHERS STAMPED PAID TODAY, VALUED
001560* AT THE DESK RATE, AGAINST THE COUNTER DRAWER OF THE SITE
001560* THAT PAID THEM - WHICHEVER SITE ISSUED THE VOUCHER.
001570 3000-ROLL-IN-PAYOUTS.
001580     OPEN INPUT VOUCHF
001590     IF NOT YW-VOU-OK
001650                 AND VO-PAID-DATE = YW-RUN-DATE
001660             COMPUTE YW-PAYOUT-AMT =
001670                 (VO-GRAND-TOTAL * YW-CENTS-PER-POINT) / 100
001680             PERFORM 3200-SET-COUNTER-DRAWER
001680             MOVE YW-COUNTER-ID TO YD-TERMINAL-ID
001690             PERFORM 7000-FETCH-OR-START-DRAWER
001700             ADD YW-PAYOUT-AMT TO YD-PAYOUT-AMT
001710             PERFORM 7100-PUT-DRAWER-BACK
001840         END-READ
001850     END-IF
001860     .
001860* 3200-SET-COUNTER-DRAWER - 'COUNTER ' AT SITE 01 (OR A BLANK
001860* REDEEMING SITE), 'COUNTRNN' AT ANY OTHER SITE NN.
001860 3200-SET-COUNTER-DRAWER.
001860     IF VO-REDEEM-SITE = SPACES OR VO-REDEEM-SITE = '01'
001860         MOVE 'COUNTER ' TO YW-COUNTER-ID
001860     ELSE
001860         MOVE 'COUNTR' TO YW-COUNTER-ID
001860         MOVE VO-REDEEM-SITE TO YW-COUNTER-ID(7:2)
001860     END-IF
001860     .
001870* 4000-POST-DRAWER-COUNTS - THE CASH THE STAFF ACTUALLY
001880* COUNTED, KEYED ONE LINE PER DRAWER.
001890 4000-POST-DRAWER-COUNTS.
002140         END-READ
002150     END-IF
002160     .
002170* 5000-BALANCE-AND-REPORT - FIND THE SITES WITH A DRAWER OPEN
002180* TODAY, THEN FOR EACH SITE WALK TODAY'S DRAWERS IN KEY ORDER,
002190* WORK OUT OVER/SHORT AGAINST CASH FEES AND CARD LOADS LESS
002190* PAYOUTS AND CARD REFUNDS, PRINT ONE LINE PER DRAWER, AND
002190* SUBTOTAL THE SITE.
002200 5000-BALANCE-AND-REPORT.
002200     PERFORM 5050-START-DRAWER-WALK
002200     PERFORM UNTIL YW-DRW-EOF
002200         IF YD-BUSINESS-DATE = YW-RUN-DATE
002200             MOVE YD-SITE-CODE TO YW-SITE-WORK
002200             PERFORM 5060-FIND-SITE
002200         END-IF
002200         PERFORM 5100-READ-NEXT-DRAWER
002200     END-PERFORM
002200     PERFORM 5400-BALANCE-ONE-SITE
002200         VARYING YW-SITE-IX FROM 1 BY 1
002200         UNTIL YW-SITE-IX > YW-SITE-COUNT
002360     .
002360 5050-START-DRAWER-WALK.
002360     MOVE SPACES TO YW-DRW-STATUS
002230     MOVE LOW-VALUES TO YD-DRAWER-KEY
002240     START YDRWF KEY IS GREATER THAN OR EQUAL
002250         YD-DRAWER-KEY
002270             SET YW-DRW-EOF TO TRUE
002280     END-START
002290     PERFORM 5100-READ-NEXT-DRAWER
002360     .
002360* 5060-FIND-SITE - THE SITE TABLE ENTRY FOR YW-SITE-WORK
002360* (BLANK IS SITE 01), STARTED AT ZERO ON FIRST SIGHT.
002360 5060-FIND-SITE.
002360     IF YW-SITE-WORK = SPACES
002360         MOVE '01' TO YW-SITE-WORK
002360     END-IF
002360     PERFORM VARYING YW-SITE-IX FROM 1 BY 1
002360             UNTIL YW-SITE-IX > YW-SITE-COUNT
002360             OR YW-SITE-CODE(YW-SITE-IX) = YW-SITE-WORK
002360         CONTINUE
002360     END-PERFORM
002360     IF YW-SITE-IX > YW-SITE-COUNT AND YW-SITE-COUNT < 20
002360         ADD 1 TO YW-SITE-COUNT
002360         MOVE YW-SITE-COUNT TO YW-SITE-IX
002360         MOVE YW-SITE-WORK TO YW-SITE-CODE(YW-SITE-IX)
002360         MOVE ZERO TO YW-SITE-DRAWERS(YW-SITE-IX)
002360         MOVE ZERO TO YW-SITE-FEES(YW-SITE-IX)
002360         MOVE ZERO TO YW-SITE-PAID(YW-SITE-IX)
002360         MOVE ZERO TO YW-SITE-EXPECTED(YW-SITE-IX)
002360         MOVE ZERO TO YW-SITE-OVER-SHORT(YW-SITE-IX)
002360     END-IF
002360     .
002370 5100-READ-NEXT-DRAWER.
002380     IF NOT YW-DRW-EOF
002440     .
002450 5200-BALANCE-ONE-DRAWER.
002460     ADD 1 TO YW-DRAWER-COUNT
002460     ADD 1 TO YW-SITE-DRAWERS(YW-SITE-IX)
002470     COMPUTE YW-EXPECTED-AMT = YD-FEES-AMT + YD-CARD-LOAD-AMT
002470         - YD-PAYOUT-AMT - YD-CARD-REFUND-AMT
002480     IF YD-DRAWER-WAS-COUNTED
002490         COMPUTE YD-OVER-SHORT =
002500             YD-COUNTED-AMT - YW-EXPECTED-AMT
002590                 SET YD-DRAWER-BALANCED TO TRUE
002600         END-EVALUATE
002610         REWRITE YD-DRAWER-RECORD
002610         ADD YD-OVER-SHORT TO YW-SITE-OVER-SHORT(YW-SITE-IX)
002620     END-IF
002620     ADD YD-FEES-AMT TO YW-SITE-FEES(YW-SITE-IX)
002620     ADD YD-PAYOUT-AMT TO YW-SITE-PAID(YW-SITE-IX)
002620     ADD YW-EXPECTED-AMT TO YW-SITE-EXPECTED(YW-SITE-IX)
002630     MOVE YD-FEES-AMT TO YW-FEES-ED
002640     MOVE YD-PAYOUT-AMT TO YW-PAY-ED
002650     MOVE YW-EXPECTED-AMT TO YW-EXP-ED
002930             INTO RPT-LINE
002940     END-IF
002950     WRITE RPT-LINE
002950     IF YD-CARD-LOAD-AMT > ZERO OR YD-CARD-REFUND-AMT > ZERO
002950             OR YD-CARD-FEE-AMT > ZERO
002950         PERFORM 5300-REPORT-PLAY-CARD-LINE
002950     END-IF
002960     .
002960* 5400-BALANCE-ONE-SITE - THE SITE HEADING, ITS DRAWERS, AND
002960* THE SITE SUBTOTAL LINE.
002960 5400-BALANCE-ONE-SITE.
002960     MOVE SPACES TO SE-TERMINAL-ID
002960     MOVE YW-SITE-CODE(YW-SITE-IX) TO SE-SITE-CODE
002960     CALL 'YSITECK' USING SE-PARMS
002960     MOVE SPACES TO RPT-LINE
002960     WRITE RPT-LINE
002960     STRING 'SITE ' DELIMITED BY SIZE
002960            YW-SITE-CODE(YW-SITE-IX) DELIMITED BY SIZE
002960            ' ' DELIMITED BY SIZE
002960            SE-SITE-NAME DELIMITED BY SIZE
002960         INTO RPT-LINE
002960     WRITE RPT-LINE
002960     PERFORM 5050-START-DRAWER-WALK
002960     PERFORM UNTIL YW-DRW-EOF
002960         IF YD-BUSINESS-DATE = YW-RUN-DATE
002960             MOVE YD-SITE-CODE TO YW-SITE-WORK
002960             IF YW-SITE-WORK = SPACES
002960                 MOVE '01' TO YW-SITE-WORK
002960             END-IF
002960             IF YW-SITE-WORK = YW-SITE-CODE(YW-SITE-IX)
002960                 PERFORM 5200-BALANCE-ONE-DRAWER
002960             END-IF
002960         END-IF
002960         PERFORM 5100-READ-NEXT-DRAWER
002960     END-PERFORM
002960     MOVE YW-SITE-FEES(YW-SITE-IX) TO YW-FEES-ED
002960     MOVE YW-SITE-PAID(YW-SITE-IX) TO YW-PAY-ED
002960     MOVE YW-SITE-EXPECTED(YW-SITE-IX) TO YW-EXP-ED
002960     MOVE YW-SITE-OVER-SHORT(YW-SITE-IX) TO YW-OS-ED
002960     MOVE SPACES TO RPT-LINE
002960     STRING 'SITE ' DELIMITED BY SIZE
002960            YW-SITE-CODE(YW-SITE-IX) DELIMITED BY SIZE
002960            '  FEES ' DELIMITED BY SIZE
002960            YW-FEES-ED DELIMITED BY SIZE
002960            ' PAID ' DELIMITED BY SIZE
002960            YW-PAY-ED DELIMITED BY SIZE
002960            ' EXP ' DELIMITED BY SIZE
002960            YW-EXP-ED DELIMITED BY SIZE
002960            ' O/S ' DELIMITED BY SIZE
002960            YW-OS-ED DELIMITED BY SIZE
002960         INTO RPT-LINE
002960     WRITE RPT-LINE
002960     .
002960* 5300-REPORT-PLAY-CARD-LINE - THE DRAWER'S PLAY CARD MOVEMENTS
002960* UNDER ITS BALANCING LINE.  CARD FEES ARE NON-CASH AND ARE NOT
002960* PART OF THE EXPECTED FIGURE.
002960 5300-REPORT-PLAY-CARD-LINE.
002960     MOVE YD-CARD-LOAD-AMT TO YW-LOAD-ED
002960     MOVE YD-CARD-REFUND-AMT TO YW-REFUND-ED
002960     MOVE YD-CARD-FEE-AMT TO YW-CARD-FEE-ED
002960     MOVE SPACES TO RPT-LINE
002960     STRING '         CARD LOADS ' DELIMITED BY SIZE
002960            YW-LOAD-ED DELIMITED BY SIZE
002960            ' REFUNDS ' DELIMITED BY SIZE
002960            YW-REFUND-ED DELIMITED BY SIZE
002960            ' CARD FEES (NON-CASH) ' DELIMITED BY SIZE
002960            YW-CARD-FEE-ED DELIMITED BY SIZE
002960         INTO RPT-LINE
002960     WRITE RPT-LINE
002960     .
002960* 5500-REPORT-FEES-BY-BAND - TODAY'S FEES SUBTOTALLED BY THE
002960* SCHEDULE BAND THAT PRICED EACH CARD.
002960 5500-REPORT-FEES-BY-BAND.
002960     MOVE SPACES TO RPT-LINE
002960     WRITE RPT-LINE
002960     MOVE 'FEES BY SCHEDULE BAND' TO RPT-LINE
002960     WRITE RPT-LINE
002960     PERFORM VARYING YW-BAND-IX FROM 1 BY 1
002960             UNTIL YW-BAND-IX > YW-BAND-COUNT
002960         MOVE YW-BAND-CARDS(YW-BAND-IX) TO YW-BAND-CNT-ED
002960         MOVE YW-BAND-AMT(YW-BAND-IX) TO YW-FEES-ED
002960         MOVE SPACES TO RPT-LINE
002960         STRING 'BAND ' DELIMITED BY SIZE
002960                YW-BAND-CODE(YW-BAND-IX) DELIMITED BY SIZE
002960                '  CARDS ' DELIMITED BY SIZE
002960                YW-BAND-CNT-ED DELIMITED BY SIZE
002960                '  FEES ' DELIMITED BY SIZE
002960                YW-FEES-ED DELIMITED BY SIZE
002960             INTO RPT-LINE
002960         WRITE RPT-LINE
002960     END-PERFORM
002960     .
002970* 7000-FETCH-OR-START-DRAWER - TODAY'S DRAWER FOR THE TERMINAL
002980* IN YD-TERMINAL-ID, STARTED EMPTY ON FIRST TOUCH.
003090             MOVE SPACE TO YD-COUNTED-FLAG
003100             MOVE ZERO TO YD-OVER-SHORT
003110             MOVE SPACE TO YD-BALANCE-STATUS
003110             MOVE ZERO TO YD-CARD-LOAD-AMT
003110             MOVE ZERO TO YD-CARD-REFUND-AMT
003110             MOVE ZERO TO YD-CARD-FEE-AMT
003110             PERFORM 7050-STAMP-DRAWER-SITE
003120     END-READ
003130     .
003130* 7050-STAMP-DRAWER-SITE - A COUNTER DRAWER CARRIES ITS SITE IN
003130* ITS NAME; A TERMINAL DRAWER TAKES THE TERMINAL'S SITE OFF
003130* YTERMF THROUGH YSITECK.
003130 7050-STAMP-DRAWER-SITE.
003130     EVALUATE TRUE
003130         WHEN YD-TERMINAL-ID = 'COUNTER '
003130             MOVE '01' TO YD-SITE-CODE
003130         WHEN YD-TERMINAL-ID(1:6) = 'COUNTR'
003130             MOVE YD-TERMINAL-ID(7:2) TO YD-SITE-CODE
003130         WHEN OTHER
003130             MOVE YD-TERMINAL-ID TO SE-TERMINAL-ID
003130             MOVE SPACES TO SE-SITE-CODE
003130             CALL 'YSITECK' USING SE-PARMS
003130             MOVE SE-SITE-CODE TO YD-SITE-CODE
003130     END-EVALUATE
003130     .
003140 7100-PUT-DRAWER-BACK.
003150     IF YW-DRAWER-IS-NEW
003160         WRITE YD-DRAWER-RECORD
