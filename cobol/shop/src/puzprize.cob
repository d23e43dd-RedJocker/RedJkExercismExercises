000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-09-02 RJ    ORIGINAL PROGRAM
000260*   2026-10-15 RJ    INITIALIZE THE VOID/REISSUE FIELDS NOW ON
000260*                    VOUCHER.CPY
000260*   2026-10-15 RJ    AGE-RESTRICTED PRIZES - A WINNER YAGECHK
000260*                    SAYS IS UNDER THE PUZZLE PRIZE MINIMUM AGE,
000260*                    OR HAS NO BIRTH DATE ON YPLAYERF, IS LISTED
000260*                    HELD ON THE REGISTER WITH THE REASON AND NO
000260*                    VOUCHER IS MINTED
000260*   2026-10-15 RJ    INITIALIZE THE REDEEMED DATE NOW ON
000260*                    VOUCHER.CPY
000260*   2026-10-15 RJ    INITIALIZE THE ISSUING AND REDEEMING SITES
000260*                    NOW ON VOUCHER.CPY - BLANK, SITE 01
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
001360     05  PZ-PRIZE-POINTS        PIC 9(04) VALUE ZERO.
001370     05  PZ-WINNER-ID           PIC X(10) VALUE SPACES.
001380     05  PZ-MINTED-COUNT        PIC 9(05) VALUE ZERO.
001380     05  PZ-AGE-HELD-COUNT      PIC 9(05) VALUE ZERO.
001390     05  PZ-LEAGUE-RANK         PIC 9(02) VALUE ZERO.
001400     05  PZ-POINTS-ED           PIC ZZZ9.
001410 COPY "REVSTRLK.cpy".
001410 COPY "YAGECKLK.cpy".
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE
003110         PERFORM 3100-LOOK-UP-PRIZE
003120         IF PZ-PRIZE-POINTS > ZERO
003130             MOVE PZ-TAB-SUBMITTER(PZ-RANK) TO PZ-WINNER-ID
003130             PERFORM 3200-CHECK-WINNER-AGE
003130             IF AG-AWARD-IS-HELD
003130                 PERFORM 3300-REPORT-AGE-HOLD
003130             ELSE
003130                 PERFORM 7000-MINT-ONE-VOUCHER
003130             END-IF
003150         END-IF
003160     END-PERFORM
003170     .
003250         END-IF
003260     END-PERFORM
003270     .
003280* 3200-CHECK-WINNER-AGE - THE PUZZLE PRIZE MINIMUM AGE ON THE
003280* RUN DATE, THROUGH THE SHARED YAGECHK MODULE.
003280 3200-CHECK-WINNER-AGE.
003280     MOVE PZ-WINNER-ID TO AG-PLAYER-ID
003280     MOVE 'PUZPRIZE'   TO AG-AWARD-TYPE
003280     MOVE PZ-RUN-DATE  TO AG-AS-OF-DATE
003280     CALL 'YAGECHK' USING AG-PARMS
003280     .
003280 3300-REPORT-AGE-HOLD.
003280     ADD 1 TO PZ-AGE-HELD-COUNT
003280     MOVE SPACES TO RPT-LINE
003280     STRING 'HELD - AGE CHECK   WINNER ' DELIMITED BY SIZE
003280            PZ-WINNER-ID DELIMITED BY SIZE
003280            '  '         DELIMITED BY SIZE
003280            AG-REASON    DELIMITED BY SIZE
003280         INTO RPT-LINE
003280     WRITE RPT-LINE
003280     .
003280* 4000-MINT-LEAGUE-PRIZES - ON MONTH-END NIGHT THE TOP OF THE
003290* SEASON LEAGUE'S DIVISION ONE TAKES THE SAME SCHEDULE.
003300 4000-MINT-LEAGUE-PRIZES.
003900     MOVE 'O' TO VO-VOUCHER-STATUS
003910     MOVE SPACES TO VO-PAID-DATE
003920     MOVE SPACES TO VO-PAID-CLERK
003920     MOVE SPACES TO VO-VOID-DATE
003920     MOVE SPACES TO VO-VOID-REASON
003920     MOVE SPACES TO VO-VOID-SUPERVISOR
003920     MOVE SPACES TO VO-REPLACED-BY-REF
003920     MOVE SPACES TO VO-REPLACES-REF
003920     MOVE SPACES TO VO-REDEEMED-DATE
003920     MOVE SPACES TO VO-ISSUE-SITE
003920     MOVE SPACES TO VO-REDEEM-SITE
003930     WRITE VO-VOUCHER-RECORD
003940     ADD 1 TO PZ-MINTED-COUNT
003950     MOVE PZ-PRIZE-POINTS TO PZ-POINTS-ED
004470     WRITE RPT-LINE
004480     STRING 'VOUCHERS MINTED ' DELIMITED BY SIZE
004490            PZ-MINTED-COUNT DELIMITED BY SIZE
004490            '  HELD FOR AGE CHECK ' DELIMITED BY SIZE
004490            PZ-AGE-HELD-COUNT DELIMITED BY SIZE
004500         INTO RPT-LINE
004510     WRITE RPT-LINE
004520     .
