000227*                    TODAY THROUGH THE SHARED BIZDAY CALENDAR
000227*                    MODULE, SO A SUPERVISOR DEADLINE NEVER
000227*                    LANDS ON A SUNDAY OR A CLOSURE DAY
000227*   2026-10-15 RJ    AN APPROVAL POSTS IN THE FISCAL PERIOD OF THE
000227*                    CANCELLATION UNLESS ACCOUNTING HAS CLOSED IT;
000227*                    THEN THE SHARED PERLOCK LOCKOUT MOVES IT INTO
000227*                    THE CURRENT OPEN PERIOD AS A PRIOR-PERIOD
000227*                    ADJUSTMENT.  GLEXTRA DETAILS CARRY THE
000227*                    POSTING PERIOD AND THE ADJUSTMENT FLAG
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000655     05  GL-CANCEL-DATE         PIC X(08).
000655     05  GL-PEREND-DATE         PIC X(08).
000655     05  GL-REFUND-AMOUNT       PIC 9(07)V99.
000655     05  GL-POSTING-PERIOD      PIC X(06).
000655     05  GL-PRIOR-PERIOD-ADJ    PIC X(01).
000655 01  GL-TRAILER-RECORD.
000655     05  GL-TRL-TYPE            PIC X(02).
000655     05  GL-TRL-COUNT           PIC 9(07).
000655     05  GL-TRL-HASH            PIC 9(11)V99.
000655     05  FILLER                 PIC X(22).
000660 FD  BILLAPRP
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  REG-LINE                   PIC X(80).
000810     05  AP-FOUND-IX            PIC 9(03) VALUE ZERO.
000820     05  AP-APPROVED-COUNT      PIC 9(07) VALUE ZERO.
000830     05  AP-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000830     05  AP-ADJUSTED-COUNT      PIC 9(07) VALUE ZERO.
000840     05  AP-BAD-COUNT           PIC 9(07) VALUE ZERO.
000850     05  AP-REFUND-ED           PIC ZZZZ9.99.
000860     05  AP-RESULT-TEXT         PIC X(30) VALUE SPACES.
000900     05  AP-QUEUE-ENTRY OCCURS 200 TIMES
000910                                PIC X(63).
000920 COPY "BIZDAYLK.cpy".
000920 COPY "PERLOKLK.cpy".
000925 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-LOAD-PENDING-QUEUE
001990         INTO RPT-LINE
002000     WRITE RPT-LINE
002005     PERFORM 3250-WRITE-GL-DETAIL
002005     IF PQ-PRIOR-PERIOD-ADJ
002005         MOVE 'APPROVED - PRIOR PERIOD ADJ'
002005             TO AP-RESULT-TEXT
002005         ADD 1 TO AP-ADJUSTED-COUNT
002005     ELSE
002010         MOVE 'APPROVED' TO AP-RESULT-TEXT
002010     END-IF
002020     ADD 1 TO AP-APPROVED-COUNT
002030     .
002032 3250-WRITE-GL-DETAIL.
002032     MOVE PN-CANCEL-DATE   TO GL-CANCEL-DATE
002032     MOVE PN-PEREND-DATE   TO GL-PEREND-DATE
002032     MOVE PN-REFUND-AMOUNT TO GL-REFUND-AMOUNT
002032     PERFORM 3260-FIND-POSTING-PERIOD
002032     WRITE GL-DETAIL-RECORD
002032     ADD 1 TO AP-GL-COUNT
002032     ADD PN-REFUND-AMOUNT TO AP-GL-HASH
002032     .
002040* 3260-FIND-POSTING-PERIOD - THE REFUND BELONGS TO THE PERIOD OF
002040* THE CANCELLATION, OR TO THE CURRENT OPEN PERIOD WHEN THAT ONE IS
002040* CLOSED.  A CANCEL DATE OFF THE FISCAL TABLE POSTS UNLABELLED.
002040 3260-FIND-POSTING-PERIOD.
002040     MOVE PN-CANCEL-DATE(1:4) TO PQ-YEAR
002040     MOVE PN-CANCEL-DATE(5:2) TO PQ-MONTH
002040     MOVE PN-CANCEL-DATE(7:2) TO PQ-DAY
002040     CALL 'PERLOCK' USING PQ-PARMS
002040     MOVE PQ-POSTING-PERIOD TO GL-POSTING-PERIOD
002040     MOVE PQ-ADJUST-FLAG TO GL-PRIOR-PERIOD-ADJ
002040     .
002040 3300-REJECT-ENTRY.
002050     SET PN-IS-REJECTED TO TRUE
002060     MOVE AT-SUPERVISOR-ID TO PN-SUPERVISOR-ID
002190            AP-REJECTED-COUNT DELIMITED BY SIZE
002200            '  BAD ' DELIMITED BY SIZE
002210            AP-BAD-COUNT DELIMITED BY SIZE
002210            '  PRIOR-PERIOD ' DELIMITED BY SIZE
002210            AP-ADJUSTED-COUNT DELIMITED BY SIZE
002220         INTO REG-LINE
002230     WRITE REG-LINE
002240     .
