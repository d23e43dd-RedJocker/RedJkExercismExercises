000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-09-02 RJ    ORIGINAL PROGRAM
000260*   2026-10-15 RJ    'TF' SOURCE KEYS NOW CARRY THE YFEESCHF
000260*                    BAND CODE THAT PRICED THE CARD, AND THE
000260*                    BALANCING REPORT SUBTOTALS TABLE FEES BY
000260*                    BAND UNDER THE 'TF' LINE
000260*   2026-10-15 RJ    AN ABANDONED-GAME REFUND ON YFEEJNL GOES
000260*                    THROUGH AS A NEGATIVE 'TF' ENTRY
000260*   2026-10-15 RJ    NEW 'IV' SOURCE - SUBSCRIPTION INVOICES
000260*                    RAISED TODAY BY BILLINVC, READ OFF THE
000260*                    BILLINVF REGISTER AS RECEIVABLES (POSITIVE)
000260*   2026-10-15 RJ    NEW 'PC' SOURCE - BILLPROR'S MID-CYCLE PLAN
000260*                    CHANGES OFF GLEXTRCT, A NET CREDIT ('PC')
000260*                    NEGATIVE AND A NET DEBIT ('PD') POSITIVE
000260*   2026-10-15 RJ    EVERY GLDAILYF RECORD NOW CARRIES THE 4-4-5
000260*                    FISCAL PERIOD (YYYYPP) OF THE RUN DATE FROM
000260*                    THE SHARED FISCPER MODULE, SO MONTH-END NO
000260*                    LONGER RE-CUTS THE JOURNAL BY HAND; BLANK
000260*                    WHEN THE DATE IS OFF THE FISCAL TABLE
000260*   2026-10-15 RJ    NEW 'RV' SOURCE - BILLCHBK'S GLEXTRB
000260*                    REVERSALS OF REFUNDS THE BANK RETURNED OR
000260*                    CHARGED BACK, POSITIVE MONEY BACK IN
000260*   2026-10-15 RJ    THE POSTING PERIOD NOW COMES FROM THE SHARED
000260*                    PERLOCK LOCKOUT - A DAY WHOSE PERIOD
000260*                    ACCOUNTING HAS CLOSED POSTS IN THE CURRENT
000260*                    OPEN PERIOD WITH THE NEW PRIOR-PERIOD
000260*                    ADJUSTMENT FLAG SET, AS DOES A VOUCHER
000260*                    REDEMPTION KEYED LATE FOR A CLOSED PERIOD.
000260*                    EVERY 'SC' SUBTOTAL AND THE 'TR' TRAILER ARE
000260*                    ALSO KEPT ON THE GLTRLOGF TRAILER LOG FOR
000260*                    THE PERCLOSE PERIOD CLOSE
000260*   2026-10-15 RJ    GD-SITE-CODE ON THE JOURNAL RECORD - VOUCHER
000260*                    PAYOUTS CARRY THE REDEEMING SITE, TABLE FEES
000260*                    THE SITE OF THE FEE, ALL ELSE SPACES (SITE
000260*                    01).
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000330     SELECT GLEXTRCT ASSIGN TO "GLEXTRCT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS GD-GLX-STATUS.
000360     SELECT GLEXTRB ASSIGN TO "GLEXTRB"
000360         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS GD-GLB-STATUS.
000360     SELECT VOUCHF ASSIGN TO "VOUCHF"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS GD-VOU-STATUS.
000420     SELECT YFEEJNL ASSIGN TO "YFEEJNL"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS GD-FEE-STATUS.
000450     SELECT BILLINVF ASSIGN TO "BILLINVF"
000450         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS IV-REGISTER-KEY
000450         FILE STATUS IS GD-INV-STATUS.
000450     SELECT GLDAILYF ASSIGN TO "GLDAILYF"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS GD-OUT-STATUS.
000480     SELECT GLTRLOGF ASSIGN TO "GLTRLOGF"
000480         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000480         RECORD KEY IS GT-LOG-KEY
000480         FILE STATUS IS GD-LOG-STATUS.
000480     SELECT GLDALRPT ASSIGN TO "GLDALRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS GD-RPT-STATUS.
000570     05  GL-CANCEL-DATE         PIC X(08).
000580     05  GL-PEREND-DATE         PIC X(08).
000590     05  GL-REFUND-AMOUNT       PIC 9(07)V99.
000600 FD  GLEXTRB.
000600 01  RB-DETAIL-RECORD.
000600     05  RB-RECORD-TYPE         PIC X(02).
000600     05  RB-CUSTOMER-ID         PIC X(10).
000600     05  RB-CANCEL-DATE         PIC X(08).
000600     05  RB-RETURN-DATE         PIC X(08).
000600     05  RB-REFUND-AMOUNT       PIC 9(07)V99.
000600 FD  VOUCHF.
000610 COPY "VOUCHER.cpy".
000620 FD  PLEDGERF.
000630 COPY "PLEDGER.cpy".
000640 FD  YFEEJNL.
000650 COPY "YFEEJ.cpy".
000710 FD  BILLINVF.
000710 COPY "BILLINV.cpy".
000710 FD  GLDAILYF.
000720 01  GD-JOURNAL-RECORD.
000730     05  GD-RECORD-TYPE         PIC X(02).
000740     05  GD-SOURCE-KEY          PIC X(25).
000750     05  GD-POSTING-DATE        PIC X(08).
000760     05  GD-AMOUNT              PIC S9(09)V99.
000760     05  GD-FISCAL-PERIOD       PIC X(06).
000760     05  GD-PRIOR-PERIOD-ADJ    PIC X(01).
000760     05  GD-SITE-CODE           PIC X(02).
000760 FD  GLTRLOGF.
000760 COPY "GLTRLOG.cpy".
000770 FD  GLDALRPT
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  RPT-LINE                   PIC X(80).
000910     05  GD-FEE-STATUS          PIC X(02) VALUE SPACES.
000920         88  GD-FEE-OK              VALUE '00'.
000930         88  GD-FEE-EOF             VALUE '10'.
000940     05  GD-GLB-STATUS          PIC X(02) VALUE SPACES.
000940         88  GD-GLB-OK              VALUE '00'.
000940         88  GD-GLB-EOF             VALUE '10'.
000940     05  GD-INV-STATUS          PIC X(02) VALUE SPACES.
000940         88  GD-INV-OK              VALUE '00'.
000940         88  GD-INV-EOF             VALUE '10'.
000940     05  GD-OUT-STATUS          PIC X(02) VALUE SPACES.
000950         88  GD-OUT-OK              VALUE '00'.
000960         88  GD-OUT-EOF             VALUE '10'.
000970     05  GD-RPT-STATUS          PIC X(02) VALUE SPACES.
000970     05  GD-LOG-STATUS          PIC X(02) VALUE SPACES.
000970         88  GD-LOG-NOT-FOUND       VALUE '35'.
000980     05  GD-CURRENT-TS          PIC X(21) VALUE SPACES.
000990     05  GD-RUN-DATE            PIC X(08) VALUE SPACES.
001000     05  GD-CENTS-PER-POINT     PIC 9(02) VALUE 1.
001080     05  GD-COUNT-ED            PIC ZZZZZZ9.
001090     05  GD-HASH-ED             PIC -ZZZZZZZZZ9.99.
001100     05  GD-SOURCE-LABEL        PIC X(02) VALUE SPACES.
001100     05  GD-RUN-FISCAL-PERIOD   PIC X(06) VALUE SPACES.
001100     05  GD-RUN-ADJ-FLAG        PIC X(01) VALUE SPACES.
001100     05  GD-RUN-DAY-PERIOD      PIC X(06) VALUE SPACES.
001100     05  GD-ENTRY-PERIOD        PIC X(06) VALUE SPACES.
001100     05  GD-ENTRY-ADJ-FLAG      PIC X(01) VALUE SPACES.
001100     05  GD-ENTRY-SITE          PIC X(02) VALUE SPACES.
001100* TODAY'S TABLE FEES BY SCHEDULE BAND.
001100 01  GD-BAND-TABLE.
001100     05  GD-BAND-COUNT          PIC 9(02) VALUE ZERO.
001100     05  GD-BAND-IX             PIC 9(02) VALUE ZERO.
001100     05  GD-BAND-WORK           PIC X(04) VALUE SPACES.
001100     05  GD-BAND-ENTRY OCCURS 50 TIMES.
001100         10  GD-BAND-CODE           PIC X(04).
001100         10  GD-BAND-RECS           PIC 9(07).
001100         10  GD-BAND-AMT            PIC S9(11)V99.
001100 COPY "PERLOKLK.cpy".
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE
001140     PERFORM 2000-GATHER-REFUNDS
001140     PERFORM 2500-GATHER-PLAN-CHANGES
001140     PERFORM 2700-GATHER-REVERSALS
001150     PERFORM 3000-GATHER-VOUCHER-PAYOUTS
001160     PERFORM 4000-GATHER-LOYALTY-POSTINGS
001170     PERFORM 5000-GATHER-TABLE-FEES
001170     PERFORM 5500-GATHER-INVOICES
001180     PERFORM 6000-WRITE-GRAND-TRAILER
001190     PERFORM 7000-PROVE-THE-EXTRACT
001190     CLOSE GLTRLOGF GLDALRPT
001210     GOBACK.
001220 1000-INITIALIZE.
001230     MOVE FUNCTION CURRENT-DATE TO GD-CURRENT-TS
001240     MOVE GD-CURRENT-TS(1:8) TO GD-RUN-DATE
001240     PERFORM 1100-FIND-FISCAL-PERIOD
001240     OPEN I-O GLTRLOGF
001240     IF GD-LOG-NOT-FOUND
001240         OPEN OUTPUT GLTRLOGF
001240         CLOSE GLTRLOGF
001240         OPEN I-O GLTRLOGF
001240     END-IF
001250     OPEN OUTPUT GLDAILYF
001260     OPEN OUTPUT GLDALRPT
001270     MOVE 'DAILY GENERAL LEDGER JOURNAL' TO RPT-LINE
001280     WRITE RPT-LINE
001290     .
001300* 1100-FIND-FISCAL-PERIOD - EVERY RECORD POSTS ON THE RUN DATE,
001300* SO ONE CALL GIVES THE POSTING PERIOD FOR THE WHOLE JOURNAL -
001300* THE RUN DATE'S OWN PERIOD UNLESS IT HAS BEEN CLOSED.  THE DAY
001300* IS LOGGED UNDER ITS OWN PERIOD FOR THE CLOSE.
001300 1100-FIND-FISCAL-PERIOD.
001300     MOVE GD-RUN-DATE(1:4) TO PQ-YEAR
001300     MOVE GD-RUN-DATE(5:2) TO PQ-MONTH
001300     MOVE GD-RUN-DATE(7:2) TO PQ-DAY
001300     CALL 'PERLOCK' USING PQ-PARMS
001300     MOVE PQ-POSTING-PERIOD TO GD-RUN-FISCAL-PERIOD
001300     MOVE PQ-ACTIVITY-PERIOD TO GD-RUN-DAY-PERIOD
001300     MOVE PQ-ADJUST-FLAG TO GD-RUN-ADJ-FLAG
001300     MOVE GD-RUN-FISCAL-PERIOD TO GD-ENTRY-PERIOD
001300     MOVE GD-RUN-ADJ-FLAG TO GD-ENTRY-ADJ-FLAG
001300     .
001300* 2000-GATHER-REFUNDS - THE DAY'S GLEXTRCT DETAILS COME OVER
001310* AS 'RF' JOURNAL RECORDS, NEGATIVE MONEY OUT.
001320 2000-GATHER-REFUNDS.
001640         END-READ
001650     END-IF
001660     .
001660* 2500-GATHER-PLAN-CHANGES - A SECOND PASS OF GLEXTRCT FOR THE
001660* NET OF EACH MID-CYCLE PLAN CHANGE: A NET CREDIT IS MONEY OUT,
001660* A NET DEBIT MONEY OWED TO THE SHOP.
001660 2500-GATHER-PLAN-CHANGES.
001660     MOVE ZERO TO GD-SRC-COUNT
001660     MOVE ZERO TO GD-SRC-HASH
001660     MOVE SPACES TO GD-GLX-STATUS
001660     OPEN INPUT GLEXTRCT
001660     IF NOT GD-GLX-OK
001660         SET GD-GLX-EOF TO TRUE
001660     END-IF
001660     PERFORM 2100-READ-NEXT-REFUND
001660     PERFORM UNTIL GD-GLX-EOF
001660         IF GL-RECORD-TYPE = 'PC'
001660                 OR GL-RECORD-TYPE = 'PD'
001660             MOVE 'PC' TO GD-RECORD-TYPE
001660             MOVE SPACES TO GD-SOURCE-KEY
001660             STRING GL-CUSTOMER-ID DELIMITED BY SIZE
001660                    GL-CANCEL-DATE DELIMITED BY SIZE
001660                 INTO GD-SOURCE-KEY
001660             MOVE GD-RUN-DATE TO GD-POSTING-DATE
001660             IF GL-RECORD-TYPE = 'PC'
001660                 COMPUTE GD-AMOUNT = ZERO - GL-REFUND-AMOUNT
001660             ELSE
001660                 MOVE GL-REFUND-AMOUNT TO GD-AMOUNT
001660             END-IF
001660             PERFORM 8000-POST-JOURNAL-RECORD
001660         END-IF
001660         PERFORM 2100-READ-NEXT-REFUND
001660     END-PERFORM
001660     IF GD-GLX-STATUS = '10'
001660         CLOSE GLEXTRCT
001660     END-IF
001660     MOVE 'PC' TO GD-SOURCE-LABEL
001660     PERFORM 8500-WRITE-SOURCE-SUBTOTAL
001660     .
001670* 2700-GATHER-REVERSALS - REFUNDS THE BANK HANDED BACK, POSTED
001670* BY BILLCHBK, REVERSE THE MONEY OUT.
001670 2700-GATHER-REVERSALS.
001670     MOVE ZERO TO GD-SRC-COUNT
001670     MOVE ZERO TO GD-SRC-HASH
001670     OPEN INPUT GLEXTRB
001670     IF NOT GD-GLB-OK
001670         SET GD-GLB-EOF TO TRUE
001670     END-IF
001670     PERFORM 2800-READ-NEXT-REVERSAL
001670     PERFORM UNTIL GD-GLB-EOF
001670         IF RB-RECORD-TYPE = 'RV'
001670             MOVE 'RV' TO GD-RECORD-TYPE
001670             MOVE SPACES TO GD-SOURCE-KEY
001670             STRING RB-CUSTOMER-ID DELIMITED BY SIZE
001670                    RB-CANCEL-DATE DELIMITED BY SIZE
001670                 INTO GD-SOURCE-KEY
001670             MOVE GD-RUN-DATE TO GD-POSTING-DATE
001670             MOVE RB-REFUND-AMOUNT TO GD-AMOUNT
001670             PERFORM 8000-POST-JOURNAL-RECORD
001670         END-IF
001670         PERFORM 2800-READ-NEXT-REVERSAL
001670     END-PERFORM
001670     IF GD-GLB-STATUS = '10'
001670         CLOSE GLEXTRB
001670     END-IF
001670     MOVE 'RV' TO GD-SOURCE-LABEL
001670     PERFORM 8500-WRITE-SOURCE-SUBTOTAL
001670     .
001670 2800-READ-NEXT-REVERSAL.
001670     IF NOT GD-GLB-EOF
001670         READ GLEXTRB
001670             AT END
001670                 SET GD-GLB-EOF TO TRUE
001670         END-READ
001670     END-IF
001670     .
001670* 3000-GATHER-VOUCHER-PAYOUTS - VOUCHERS STAMPED PAID TODAY,
001680* AT ONE CENT PER POINT, NEGATIVE MONEY OUT.
001690 3000-GATHER-VOUCHER-PAYOUTS.
001840             COMPUTE GD-AMOUNT = ZERO -
001850                 ((VO-GRAND-TOTAL * GD-CENTS-PER-POINT)
001860                     / 100)
001860             IF VO-REDEEMED-DATE IS NUMERIC
001860                     AND VO-REDEEMED-DATE NOT = GD-RUN-DATE
001860                 PERFORM 3200-PLACE-LATE-REDEMPTION
001860             END-IF
001870             MOVE VO-REDEEM-SITE TO GD-ENTRY-SITE
001870             PERFORM 8000-POST-JOURNAL-RECORD
001870             MOVE GD-RUN-FISCAL-PERIOD TO GD-ENTRY-PERIOD
001870             MOVE GD-RUN-ADJ-FLAG TO GD-ENTRY-ADJ-FLAG
001880         END-IF
001890         PERFORM 3100-READ-NEXT-VOUCHER
001900     END-PERFORM
002020         END-READ
002030     END-IF
002040     .
002040* 3200-PLACE-LATE-REDEMPTION - A REDEMPTION KEYED AFTER THE DAY
002040* THE COUNTER PAID IT BELONGS TO THAT DAY'S PERIOD, UNLESS THE
002040* PERIOD HAS BEEN CLOSED SINCE.
002040 3200-PLACE-LATE-REDEMPTION.
002040     MOVE VO-REDEEMED-DATE(1:4) TO PQ-YEAR
002040     MOVE VO-REDEEMED-DATE(5:2) TO PQ-MONTH
002040     MOVE VO-REDEEMED-DATE(7:2) TO PQ-DAY
002040     CALL 'PERLOCK' USING PQ-PARMS
002040     IF PS-STATUS-ERROR OF PQ-PARMS
002040         CONTINUE
002040     ELSE
002040         MOVE PQ-POSTING-PERIOD TO GD-ENTRY-PERIOD
002040         MOVE PQ-ADJUST-FLAG TO GD-ENTRY-ADJ-FLAG
002040     END-IF
002040     .
002050* 4000-GATHER-LOYALTY-POSTINGS - TODAY'S POINT MOVEMENTS AS
002060* LIABILITY AT THE SAME CENT-PER-POINT RATE; EARNINGS INCREASE
002070* THE LIABILITY (NEGATIVE), REDEMPTIONS AND EXPIRIES RELEASE
002430     END-IF
002440     .
002450* 5000-GATHER-TABLE-FEES - TODAY'S ENTRY FEES, POSITIVE MONEY
002460* IN, LESS ANY ABANDONED-GAME REFUNDS PAID BACK OUT.
002470 5000-GATHER-TABLE-FEES.
002480     MOVE ZERO TO GD-SRC-COUNT
002490     MOVE ZERO TO GD-SRC-HASH
002580             MOVE SPACES TO GD-SOURCE-KEY
002590             STRING FJ-TERMINAL-ID DELIMITED BY SIZE
002600                    FJ-PLAYER-ID DELIMITED BY SIZE
002600                    FJ-BAND-CODE DELIMITED BY SIZE
002610                 INTO GD-SOURCE-KEY
002620             MOVE GD-RUN-DATE TO GD-POSTING-DATE
002630             MOVE FJ-FEE-AMT TO GD-AMOUNT
002640             MOVE FJ-SITE-CODE TO GD-ENTRY-SITE
002640             PERFORM 8000-POST-JOURNAL-RECORD
002640             PERFORM 5200-ADD-TO-BAND
002650         END-IF
002660         PERFORM 5100-READ-NEXT-FEE
002670     END-PERFORM
002700     END-IF
002710     MOVE 'TF' TO GD-SOURCE-LABEL
002720     PERFORM 8500-WRITE-SOURCE-SUBTOTAL
002720     PERFORM 5300-REPORT-FEES-BY-BAND
002730     .
002740 5100-READ-NEXT-FEE.
002750     IF NOT GD-FEE-EOF
002790         END-READ
002800     END-IF
002810     .
002810* 5200-ADD-TO-BAND - ONE LINE PER BAND CODE SEEN TODAY; A FEE
002810* WITH NO BAND CAME OFF THE FLAT YFEECTL FEE.
002810 5200-ADD-TO-BAND.
002810     MOVE FJ-BAND-CODE TO GD-BAND-WORK
002810     IF GD-BAND-WORK = SPACES
002810         MOVE 'FLAT' TO GD-BAND-WORK
002810     END-IF
002810     PERFORM VARYING GD-BAND-IX FROM 1 BY 1
002810             UNTIL GD-BAND-IX > GD-BAND-COUNT
002810             OR GD-BAND-CODE(GD-BAND-IX) = GD-BAND-WORK
002810         CONTINUE
002810     END-PERFORM
002810     IF GD-BAND-IX > GD-BAND-COUNT AND GD-BAND-COUNT < 50
002810         ADD 1 TO GD-BAND-COUNT
002810         MOVE GD-BAND-COUNT TO GD-BAND-IX
002810         MOVE GD-BAND-WORK TO GD-BAND-CODE(GD-BAND-IX)
002810         MOVE ZERO TO GD-BAND-RECS(GD-BAND-IX)
002810         MOVE ZERO TO GD-BAND-AMT(GD-BAND-IX)
002810     END-IF
002810     IF GD-BAND-IX NOT > GD-BAND-COUNT
002810         ADD 1 TO GD-BAND-RECS(GD-BAND-IX)
002810         ADD FJ-FEE-AMT TO GD-BAND-AMT(GD-BAND-IX)
002810     END-IF
002810     .
002810* 5300-REPORT-FEES-BY-BAND - ONE INDENTED LINE PER BAND UNDER
002810* THE 'TF' SUBTOTAL.
002810 5300-REPORT-FEES-BY-BAND.
002810     PERFORM VARYING GD-BAND-IX FROM 1 BY 1
002810             UNTIL GD-BAND-IX > GD-BAND-COUNT
002810         MOVE GD-BAND-RECS(GD-BAND-IX) TO GD-COUNT-ED
002810         MOVE GD-BAND-AMT(GD-BAND-IX) TO GD-HASH-ED
002810         MOVE SPACES TO RPT-LINE
002810         STRING '  BAND ' DELIMITED BY SIZE
002810                GD-BAND-CODE(GD-BAND-IX) DELIMITED BY SIZE
002810                ' RECORDS ' DELIMITED BY SIZE
002810                GD-COUNT-ED DELIMITED BY SIZE
002810                '  AMOUNT ' DELIMITED BY SIZE
002810                GD-HASH-ED DELIMITED BY SIZE
002810             INTO RPT-LINE
002810         WRITE RPT-LINE
002810     END-PERFORM
002810     .
002820* 5500-GATHER-INVOICES - SUBSCRIPTION INVOICES RAISED TODAY,
002820* POSITIVE MONEY OWED TO THE SHOP.
002820 5500-GATHER-INVOICES.
002820     MOVE ZERO TO GD-SRC-COUNT
002820     MOVE ZERO TO GD-SRC-HASH
002820     OPEN INPUT BILLINVF
002820     IF NOT GD-INV-OK
002820         SET GD-INV-EOF TO TRUE
002820     END-IF
002820     PERFORM 5600-READ-NEXT-INVOICE
002820     PERFORM UNTIL GD-INV-EOF
002820         IF IV-INVOICE-DATE = GD-RUN-DATE
002820             MOVE 'IV' TO GD-RECORD-TYPE
002820             MOVE SPACES TO GD-SOURCE-KEY
002820             STRING IV-INVOICE-NO DELIMITED BY SIZE
002820                    IV-CUSTOMER-ID DELIMITED BY SIZE
002820                 INTO GD-SOURCE-KEY
002820             MOVE GD-RUN-DATE TO GD-POSTING-DATE
002820             MOVE IV-AMOUNT TO GD-AMOUNT
002820             PERFORM 8000-POST-JOURNAL-RECORD
002820         END-IF
002820         PERFORM 5600-READ-NEXT-INVOICE
002820     END-PERFORM
002820     IF GD-INV-STATUS = '10'
002820         CLOSE BILLINVF
002820     END-IF
002820     MOVE 'IV' TO GD-SOURCE-LABEL
002820     PERFORM 8500-WRITE-SOURCE-SUBTOTAL
002820     .
002820 5600-READ-NEXT-INVOICE.
002820     IF NOT GD-INV-EOF
002820         READ BILLINVF NEXT RECORD
002820             AT END
002820                 SET GD-INV-EOF TO TRUE
002820         END-READ
002820     END-IF
002820     .
002820 8000-POST-JOURNAL-RECORD.
002820     MOVE GD-ENTRY-PERIOD TO GD-FISCAL-PERIOD
002820     MOVE GD-ENTRY-ADJ-FLAG TO GD-PRIOR-PERIOD-ADJ
002830     MOVE GD-ENTRY-SITE TO GD-SITE-CODE
002830     WRITE GD-JOURNAL-RECORD
002830     MOVE SPACES TO GD-ENTRY-SITE
002840     ADD 1 TO GD-SRC-COUNT
002850     ADD 1 TO GD-TOTAL-COUNT
002860     ADD GD-AMOUNT TO GD-SRC-HASH
002950     MOVE GD-SRC-COUNT TO GD-SOURCE-KEY(4:7)
002960     MOVE GD-RUN-DATE TO GD-POSTING-DATE
002970     MOVE GD-SRC-HASH TO GD-AMOUNT
002970     MOVE GD-RUN-FISCAL-PERIOD TO GD-FISCAL-PERIOD
002970     MOVE GD-RUN-ADJ-FLAG TO GD-PRIOR-PERIOD-ADJ
002980     MOVE SPACES TO GD-SITE-CODE
002980     WRITE GD-JOURNAL-RECORD
002980     MOVE GD-SOURCE-LABEL TO GT-SOURCE-CODE
002980     MOVE 'SC' TO GT-RECORD-TYPE
002980     MOVE GD-SRC-COUNT TO GT-RECORD-COUNT
002980     MOVE GD-SRC-HASH TO GT-HASH-TOTAL
002980     MOVE SPACE TO GT-PROVED-FLAG
002980     PERFORM 8600-LOG-TRAILER-ROW
002990     MOVE GD-SRC-COUNT TO GD-COUNT-ED
003000     MOVE GD-SRC-HASH TO GD-HASH-ED
003010     MOVE SPACES TO RPT-LINE
003080         INTO RPT-LINE
003090     WRITE RPT-LINE
003100     .
003100* 8600-LOG-TRAILER-ROW - THE DAY'S ROW REPLACES ANY LEFT BY AN
003100* EARLIER RUN FOR THE SAME DATE.
003100 8600-LOG-TRAILER-ROW.
003100     MOVE GD-RUN-DATE TO GT-JOURNAL-DATE
003100     MOVE GD-RUN-DAY-PERIOD TO GT-FISCAL-PERIOD
003100     WRITE GT-TRAILER-RECORD
003100         INVALID KEY
003100             REWRITE GT-TRAILER-RECORD
003100     END-WRITE
003100     .
003110 6000-WRITE-GRAND-TRAILER.
003120     MOVE 'TR' TO GD-RECORD-TYPE
003130     MOVE SPACES TO GD-SOURCE-KEY
003140     MOVE GD-TOTAL-COUNT TO GD-SOURCE-KEY(1:7)
003150     MOVE GD-RUN-DATE TO GD-POSTING-DATE
003160     MOVE GD-TOTAL-HASH TO GD-AMOUNT
003160     MOVE GD-RUN-FISCAL-PERIOD TO GD-FISCAL-PERIOD
003160     MOVE GD-RUN-ADJ-FLAG TO GD-PRIOR-PERIOD-ADJ
003170     MOVE SPACES TO GD-SITE-CODE
003170     WRITE GD-JOURNAL-RECORD
003180     CLOSE GLDAILYF
003190     MOVE GD-TOTAL-COUNT TO GD-COUNT-ED
003500         OPEN OUTPUT GLDAILYF
003510         CLOSE GLDAILYF
003520         MOVE 16 TO RETURN-CODE
003520         SET GT-DAY-WAS-WITHHELD TO TRUE
003530     ELSE
003540         MOVE 'EXTRACT PROVED AND RELEASED' TO RPT-LINE
003550         WRITE RPT-LINE
003550         SET GT-DAY-WAS-PROVED TO TRUE
003560     END-IF
003560     MOVE 'TR' TO GT-RECORD-TYPE
003560     MOVE SPACES TO GT-SOURCE-CODE
003560     MOVE GD-TOTAL-COUNT TO GT-RECORD-COUNT
003560     MOVE GD-TOTAL-HASH TO GT-HASH-TOTAL
003560     PERFORM 8600-LOG-TRAILER-ROW
003570     .
003580 7100-READ-NEXT-JOURNAL.
003590     IF NOT GD-OUT-EOF
