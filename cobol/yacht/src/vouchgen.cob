000266*                    ON THE REGISTER INSTEAD OF VOUCHERED,
000266*                    UNTIL A SUPERVISOR RELEASES THE HOLD
000266*                    THROUGH YQUARREV
000268*   2026-10-15 RJ    INITIALIZE THE VOID/REISSUE FIELDS NOW ON
000268*                    VOUCHER.CPY
000268*   2026-10-15 RJ    AGE-RESTRICTED PAYOUTS - A QUALIFYING CARD
000268*                    WHOSE PLAYER YAGECHK SAYS IS UNDER THE
000268*                    VOUCHER MINIMUM AGE, OR HAS NO BIRTH DATE ON
000268*                    YPLAYERF, IS LISTED HELD ON THE REGISTER
000268*                    WITH THE REASON INSTEAD OF VOUCHERED, THE
000268*                    SAME WAY A QUARANTINE HOLD IS
000268*   2026-10-15 RJ    INITIALIZE THE REDEEMED DATE NOW ON
000268*                    VOUCHER.CPY
000268*   2026-10-15 RJ    THE PRIZE THRESHOLD COMES FROM THE BIZPARMF
000268*                    PARAMETER MASTER THROUGH PARMGET, THE OLD
000268*                    VALUE CLAUSE AS FALLBACK, AND IS PRINTED ON
000268*                    THE REGISTER HEADER
000268*   2026-10-15 RJ    A TRAINING GAME NEVER EARNS A VOUCHER
000268*   2026-10-15 RJ    THE VOUCHER IS ISSUED TO THE SITE STAMPED ON
000268*                    ITS SCORECARD; THE REDEEMING SITE STARTS
000268*                    BLANK
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000632     05  VG-HELD-FLAG           PIC X(01) VALUE 'N'.
000632         88  VG-PLAYER-IS-HELD      VALUE 'Y'.
000632     05  VG-HELD-COUNT          PIC 9(07) VALUE ZERO.
000632     05  VG-AGE-HELD-COUNT      PIC 9(07) VALUE ZERO.
000640     05  VG-RPT-STATUS          PIC X(02) VALUE SPACES.
000650     05  VG-PRIZE-THRESHOLD     PIC 9(04) VALUE 200.
000660     05  VG-CURRENT-TS          PIC X(21) VALUE SPACES.
000817     05  VG-DONE-KEY OCCURS 500 TIMES
000818                                PIC X(25).
000820 COPY "REVSTRLK.cpy".
000820 COPY "YAGECKLK.cpy".
000820* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
000820* REPORT HEADER.
000820 01  VG-PARM-TABLE.
000820     05  VG-PARM-COUNT          PIC 9(02) VALUE ZERO.
000820     05  VG-PARM-IX             PIC 9(02) VALUE ZERO.
000820     05  VG-PARM-ED             PIC ZZZZZZ9.
000820     05  VG-PARM-ENTRY OCCURS 5 TIMES.
000820         10  VG-PARM-NAME       PIC X(20).
000820         10  VG-PARM-VALUE      PIC 9(07)V99.
000820         10  VG-PARM-SOURCE     PIC X(08).
000820 COPY "PARMGTLK.cpy".
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
000850     PERFORM 1000-INITIALIZE
000880         ADD 1 TO VG-SCANNED-COUNT
000890         IF YS-GAME-IS-COMPLETE
000900                 AND YS-GAME-START-TS(1:8) = VG-RUN-DATE
000900                 AND NOT YS-TRAINING-GAME
000910                 AND YS-GRAND-TOTAL > VG-PRIZE-THRESHOLD
000912             PERFORM 2500-CHECK-ALREADY-VOUCHERED
000913             PERFORM 2700-CHECK-QUARANTINED
000913             PERFORM 2750-CHECK-PLAYER-AGE
000914             EVALUATE TRUE
000915                 WHEN VG-ALREADY-VOUCHERED
000916                     ADD 1 TO VG-SKIPPED-COUNT
000917                 WHEN VG-PLAYER-IS-HELD
000918                     PERFORM 2800-REPORT-HELD-PAYOUT
000918                 WHEN AG-AWARD-IS-HELD
000918                     PERFORM 2850-REPORT-AGE-HOLD
000919                 WHEN OTHER
000920                     PERFORM 3000-CUT-VOUCHER
000922             END-EVALUATE
000990 1000-INITIALIZE.
001000     MOVE FUNCTION CURRENT-DATE TO VG-CURRENT-TS
001010     MOVE VG-CURRENT-TS(1:8) TO VG-RUN-DATE
001010     PERFORM 1050-LOAD-PARAMETERS
001020     OPEN INPUT YACHTSCF
001022     PERFORM 1100-PICK-UP-SEQUENCE
001024     PERFORM 1200-LOAD-TODAYS-VOUCHERS
001070     OPEN OUTPUT VOUCHRPT
001080     MOVE 'VOUCHER REGISTER - CASH DESK' TO RPT-LINE
001090     WRITE RPT-LINE
001090     PERFORM 1070-REPORT-PARAMETERS
001100     MOVE LOW-VALUES TO YS-SCORECARD-KEY
001110     START YACHTSCF KEY IS GREATER THAN OR EQUAL
001120         YS-SCORECARD-KEY
001140             SET VG-SCF-EOF TO TRUE
001150     END-START
001160     .
001160* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
001160* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
001160* BUILT-IN VALUE IT HAS ALWAYS HAD.
001160 1050-LOAD-PARAMETERS.
001160     MOVE 'PRIZE-THRESHOLD' TO NP-PARM-NAME
001160     MOVE VG-PRIZE-THRESHOLD TO NP-DEFAULT-VALUE
001160     MOVE 9999 TO NP-LIMIT-VALUE
001160     PERFORM 1060-GET-ONE-PARAMETER
001160     MOVE NP-VALUE TO VG-PRIZE-THRESHOLD
001160     .
001160 1060-GET-ONE-PARAMETER.
001160     MOVE 'VOUCHGEN' TO NP-PROGRAM-ID
001160     CALL 'PARMGET' USING NP-PARMS
001160     IF VG-PARM-COUNT < 5
001160         ADD 1 TO VG-PARM-COUNT
001160         MOVE NP-PARM-NAME TO VG-PARM-NAME(VG-PARM-COUNT)
001160         MOVE NP-VALUE TO VG-PARM-VALUE(VG-PARM-COUNT)
001160         MOVE NP-SOURCE-TEXT
001160             TO VG-PARM-SOURCE(VG-PARM-COUNT)
001160     END-IF
001160     .
001160* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
001160* WHERE ITS VALUE CAME FROM.
001160 1070-REPORT-PARAMETERS.
001160     PERFORM VARYING VG-PARM-IX FROM 1 BY 1
001160             UNTIL VG-PARM-IX > VG-PARM-COUNT
001160         MOVE VG-PARM-VALUE(VG-PARM-IX) TO VG-PARM-ED
001160         MOVE SPACES TO RPT-LINE
001160         STRING 'PARAMETER ' DELIMITED BY SIZE
001160                VG-PARM-NAME(VG-PARM-IX) DELIMITED BY SIZE
001160                VG-PARM-ED DELIMITED BY SIZE
001160                '  ' DELIMITED BY SIZE
001160                VG-PARM-SOURCE(VG-PARM-IX) DELIMITED BY SIZE
001160             INTO RPT-LINE
001160         WRITE RPT-LINE
001160     END-PERFORM
001160     .
001170 2000-READ-NEXT-SCORECARD.
001180     IF NOT VG-SCF-EOF
001190         READ YACHTSCF NEXT RECORD
001243         END-READ
001243     END-IF
001243     .
001243* 2750-CHECK-PLAYER-AGE - THE VOUCHER MINIMUM AGE ON THE CARD'S
001243* RUN DATE, THROUGH THE SHARED YAGECHK MODULE.
001243 2750-CHECK-PLAYER-AGE.
001243     MOVE YS-PLAYER-ID TO AG-PLAYER-ID
001243     MOVE 'VOUCHER'    TO AG-AWARD-TYPE
001243     MOVE VG-RUN-DATE  TO AG-AS-OF-DATE
001243     CALL 'YAGECHK' USING AG-PARMS
001243     .
001243 2850-REPORT-AGE-HOLD.
001243     ADD 1 TO VG-AGE-HELD-COUNT
001243     MOVE SPACES TO RPT-LINE
001243     STRING 'HELD - AGE CHECK   PLAYER ' DELIMITED BY SIZE
001243            YS-PLAYER-ID DELIMITED BY SIZE
001243            '  '         DELIMITED BY SIZE
001243            AG-REASON    DELIMITED BY SIZE
001243         INTO RPT-LINE
001243     WRITE RPT-LINE
001243     .
001243 2800-REPORT-HELD-PAYOUT.
001243     ADD 1 TO VG-HELD-COUNT
001243     MOVE SPACES TO RPT-LINE
001412     MOVE 'O'              TO VO-VOUCHER-STATUS
001412     MOVE SPACES           TO VO-PAID-DATE
001412     MOVE SPACES           TO VO-PAID-CLERK
001412     MOVE SPACES           TO VO-VOID-DATE
001412     MOVE SPACES           TO VO-VOID-REASON
001412     MOVE SPACES           TO VO-VOID-SUPERVISOR
001412     MOVE SPACES           TO VO-REPLACED-BY-REF
001412     MOVE SPACES           TO VO-REPLACES-REF
001412     MOVE SPACES           TO VO-REDEEMED-DATE
001412     MOVE YS-SITE-CODE     TO VO-ISSUE-SITE
001412     MOVE SPACES           TO VO-REDEEM-SITE
001415     IF VG-DONE-COUNT < 500
001415         ADD 1 TO VG-DONE-COUNT
001415         MOVE YS-PLAYER-ID
001978            VG-HELD-COUNT DELIMITED BY SIZE
001980         INTO RPT-LINE
001990     WRITE RPT-LINE
001990     MOVE SPACES TO RPT-LINE
001990     STRING 'HELD FOR AGE CHECK ' DELIMITED BY SIZE
001990            VG-AGE-HELD-COUNT DELIMITED BY SIZE
001990         INTO RPT-LINE
001990     WRITE RPT-LINE
001992     IF VG-QUA-FILE-IS-OPEN
001994         CLOSE YQUARF
001996     END-IF
