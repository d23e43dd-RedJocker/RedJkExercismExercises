000170* ON FILE, OR IS ALREADY PAID, EXPIRED, OR VOID IS REJECTED ON
000180* THE VREDRPT REGISTER WITH THE REASON - SO A VOUCHER
000190* PRESENTED TWICE IS REFUSED THE SECOND TIME INSTEAD OF PAID
000200* TWICE.  A VOUCHER IS GOOD AT EITHER SITE; THE COUNTER'S SITE
000200* CODE IS KEYED ON THE LINE (BLANK FOR SITE 01) AND STAMPED ON
000200* THE VOUCHER AS ITS REDEEMING SITE.
000210*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    A VOUCHER VOIDED AND REISSUED THROUGH
000240*                    VOUCHVD IS REJECTED WITH THE REPLACEMENT
000240*                    REFERENCE, SO THE CLERK KNOWS WHICH PAPER
000240*                    IS THE LIVE ONE
000240*   2026-10-15 RJ    A REDEMPTION KEYED AFTER THE DAY THE COUNTER
000240*                    PAID IT CARRIES THAT DAY AS AN OPTIONAL
000240*                    REDEEMED DATE, KEPT ON VOUCHF FOR GLDAILY.
000240*                    WHEN ACCOUNTING HAS CLOSED ITS PERIOD THE
000240*                    REGISTER SAYS WHICH OPEN PERIOD IT POSTS IN
000240*                    AS A PRIOR-PERIOD ADJUSTMENT
000240*   2026-10-15 RJ    REDEEMING SITE ON THE TRANSACTION - CHECKED
000240*                    ON YSITEF (YSITECK), BLANK IS SITE 01,
000240*                    STAMPED ON THE VOUCHER AND SHOWN ON THE PAID
000240*                    LINE WITH THE ISSUING SITE WHEN THEY DIFFER,
000240*                    FOR VOUCHSTL
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000430 01  VT-REDEMPTION-RECORD.
000440     05  VT-VOUCHER-REF         PIC X(13).
000450     05  VT-CLERK-ID            PIC X(08).
000450     05  VT-REDEEMED-DATE       PIC X(08).
000450     05  VT-SITE-CODE           PIC X(02).
000460 FD  VOUCHF.
000470 COPY "VOUCHER.cpy".
000480 FD  VREDRPT
000740     05  VP-CHECK-DIGIT         PIC 9(01).
000750     05  VP-PAID-COUNT          PIC 9(07) VALUE ZERO.
000760     05  VP-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000760     05  VP-ADJUSTED-COUNT      PIC 9(07) VALUE ZERO.
000760     05  VP-INTER-SITE-COUNT    PIC 9(07) VALUE ZERO.
000760     05  VP-REDEEM-SITE         PIC X(02) VALUE SPACES.
000760     05  VP-ISSUE-SITE          PIC X(02) VALUE SPACES.
000770     05  VP-TOTAL-ED            PIC ZZZ9.
000780 COPY "REVSTRLK.cpy".
000780 COPY "DATEVAL.cpy".
000780 COPY "PERLOKLK.cpy".
000780 COPY "YSITELK.cpy".
000790 PROCEDURE DIVISION.
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE
001130         PERFORM 3800-WRITE-REJECT-LINE
001140     ELSE
001150         PERFORM 3100-VERIFY-CHECK-DIGIT
001150         IF VP-REJECT-REASON = SPACES
001150             PERFORM 3150-CHECK-REDEEMED-DATE
001150         END-IF
001150         IF VP-REJECT-REASON = SPACES
001150             PERFORM 3160-CHECK-REDEEMING-SITE
001150         END-IF
001160         IF VP-REJECT-REASON NOT = SPACES
001170             PERFORM 3800-WRITE-REJECT-LINE
001180         ELSE
001580         ADD VP-DIGIT TO VP-SUM
001590     END-IF
001600     .
001610* 3150-CHECK-REDEEMED-DATE - BLANK MEANS PAID TODAY.  A KEYED
001610* DATE MUST BE A REAL DATE AND NOT AHEAD OF TODAY.
001610 3150-CHECK-REDEEMED-DATE.
001610     IF VT-REDEEMED-DATE NOT = SPACES
001610         IF VT-REDEEMED-DATE IS NOT NUMERIC
001610             MOVE 'REDEEMED DATE NOT A DATE' TO VP-REJECT-REASON
001610         ELSE
001610             MOVE VT-REDEEMED-DATE(1:4) TO DV-YEAR
001610             MOVE VT-REDEEMED-DATE(5:2) TO DV-MONTH
001610             MOVE VT-REDEEMED-DATE(7:2) TO DV-DAY
001610             CALL 'DATEVAL' USING DV-PARMS
001610             IF DV-DATE-IS-NOT-VALID
001610                 MOVE 'REDEEMED DATE NOT A DATE'
001610                     TO VP-REJECT-REASON
001610             ELSE
001610                 IF VT-REDEEMED-DATE > VP-RUN-DATE
001610                     MOVE 'REDEEMED DATE IN FUTURE'
001610                         TO VP-REJECT-REASON
001610                 END-IF
001610             END-IF
001610         END-IF
001610     END-IF
001610     .
001610* 3160-CHECK-REDEEMING-SITE - BLANK MEANS THE COUNTER AT SITE
001610* 01.  ANY OTHER SITE MUST BE OPEN ON THE YSITEF SITE MASTER.
001610 3160-CHECK-REDEEMING-SITE.
001610     MOVE SPACES TO SE-TERMINAL-ID
001610     MOVE VT-SITE-CODE TO SE-SITE-CODE
001610     CALL 'YSITECK' USING SE-PARMS
001610     MOVE SE-SITE-CODE TO VP-REDEEM-SITE
001610     EVALUATE TRUE
001610         WHEN SE-SITE-IS-UNKNOWN
001610             MOVE 'UNKNOWN REDEEMING SITE' TO VP-REJECT-REASON
001610         WHEN SE-SITE-IS-CLOSED
001610             MOVE 'REDEEMING SITE IS CLOSED' TO VP-REJECT-REASON
001610     END-EVALUATE
001610     .
001610* 3200-LOCATE-AND-STAMP - SCAN VOUCHF FOR THE REFERENCE.  THE
001620* FILE IS REOPENED PER TRANSACTION SO EACH SCAN STARTS AT THE
001630* TOP; REDEMPTION VOLUME AT THE COUNTER IS A HANDFUL A NIGHT.
002050             MOVE 'VOUCHER EXPIRED' TO VP-REJECT-REASON
002060             PERFORM 3800-WRITE-REJECT-LINE
002070         WHEN VO-VOUCHER-IS-VOID
002080             IF VO-REPLACED-BY-REF = SPACES
002080                 MOVE 'VOUCHER VOID' TO VP-REJECT-REASON
002080             ELSE
002080                 STRING 'VOID - REISSUED ' DELIMITED BY SIZE
002080                        VO-REPLACED-BY-REF DELIMITED BY SIZE
002080                     INTO VP-REJECT-REASON
002080             END-IF
002090             PERFORM 3800-WRITE-REJECT-LINE
002100         WHEN OTHER
002110             MOVE 'P'          TO VO-VOUCHER-STATUS
002120             MOVE VP-RUN-DATE  TO VO-PAID-DATE
002130             MOVE VT-CLERK-ID  TO VO-PAID-CLERK
002130             MOVE VT-REDEEMED-DATE TO VO-REDEEMED-DATE
002130             MOVE VP-REDEEM-SITE TO VO-REDEEM-SITE
002140             REWRITE VO-VOUCHER-RECORD
002150             ADD 1 TO VP-PAID-COUNT
002160             PERFORM 3700-WRITE-PAID-LINE
002160             IF VT-REDEEMED-DATE NOT = SPACES
002160                 PERFORM 3750-CHECK-REDEEMED-PERIOD
002160             END-IF
002170     END-EVALUATE
002180     .
002180* 3700-WRITE-PAID-LINE - A VOUCHER ISSUED AT ANOTHER SITE IS
002180* MARKED WITH ITS HOME SITE; VOUCHSTL SETTLES IT BETWEEN THEM.
002190 3700-WRITE-PAID-LINE.
002200     MOVE VO-GRAND-TOTAL TO VP-TOTAL-ED
002200     MOVE VO-ISSUE-SITE TO VP-ISSUE-SITE
002200     IF VP-ISSUE-SITE = SPACES
002200         MOVE '01' TO VP-ISSUE-SITE
002200     END-IF
002210     MOVE SPACES TO RPT-LINE
002220     STRING VT-VOUCHER-REF DELIMITED BY SIZE
002230            ' PAID PLAYER ' DELIMITED BY SIZE
002260            VP-TOTAL-ED    DELIMITED BY SIZE
002270            ' CLERK '      DELIMITED BY SIZE
002280            VT-CLERK-ID    DELIMITED BY SIZE
002280            ' SITE '       DELIMITED BY SIZE
002280            VP-REDEEM-SITE DELIMITED BY SIZE
002290         INTO RPT-LINE
002290     IF VP-ISSUE-SITE NOT = VP-REDEEM-SITE
002290         ADD 1 TO VP-INTER-SITE-COUNT
002290         MOVE ' FROM ' TO RPT-LINE(71:6)
002290         MOVE VP-ISSUE-SITE TO RPT-LINE(77:2)
002290     END-IF
002300     WRITE RPT-LINE
002310     .
002320* 3750-CHECK-REDEEMED-PERIOD - GLDAILY POSTS A LATE REDEMPTION IN
002320* ITS OWN DAY'S PERIOD; WHEN THAT PERIOD IS CLOSED THE COUNTER IS
002320* TOLD WHERE IT WILL LAND INSTEAD.
002320 3750-CHECK-REDEEMED-PERIOD.
002320     MOVE VT-REDEEMED-DATE(1:4) TO PQ-YEAR
002320     MOVE VT-REDEEMED-DATE(5:2) TO PQ-MONTH
002320     MOVE VT-REDEEMED-DATE(7:2) TO PQ-DAY
002320     CALL 'PERLOCK' USING PQ-PARMS
002320     IF PQ-PRIOR-PERIOD-ADJ
002320         ADD 1 TO VP-ADJUSTED-COUNT
002320         MOVE SPACES TO RPT-LINE
002320         STRING '    REDEEMED ' DELIMITED BY SIZE
002320                VT-REDEEMED-DATE DELIMITED BY SIZE
002320                ' PERIOD CLOSED - POSTS IN ' DELIMITED BY SIZE
002320                PQ-POSTING-PERIOD DELIMITED BY SIZE
002320                ' AS PRIOR-PERIOD ADJ' DELIMITED BY SIZE
002320             INTO RPT-LINE
002320         WRITE RPT-LINE
002320     END-IF
002320     .
002320 3800-WRITE-REJECT-LINE.
002330     ADD 1 TO VP-REJECTED-COUNT
002340     MOVE SPACES TO RPT-LINE
002450            VP-PAID-COUNT DELIMITED BY SIZE
002460            '  REJECTED ' DELIMITED BY SIZE
002470            VP-REJECTED-COUNT DELIMITED BY SIZE
002470            '  PRIOR-PERIOD ' DELIMITED BY SIZE
002470            VP-ADJUSTED-COUNT DELIMITED BY SIZE
002470            '  INTER-SITE ' DELIMITED BY SIZE
002470            VP-INTER-SITE-COUNT DELIMITED BY SIZE
002480         INTO RPT-LINE
002490     WRITE RPT-LINE
002500     .
