000010
000020* BILLCHBK
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BILLCHBK.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BILLCHBK IS THE INTAKE FOR THE BANK'S CHARGEBACK AND RETURNED-
000100* REFUND FILE.  BILLDISB ALREADY POSTS THE BANK'S PER-ITEM
000110* ACCEPT/REJECT, BUT WEEKS LATER THE BANK ALSO PULLS BACK PAID
000120* REFUNDS - CHARGEBACKS, AND RETURNS FOR A CLOSED ACCOUNT OR THE
000130* WRONG PAYEE - AND THOSE USED TO ARRIVE ON PAPER.  EACH ITEM ON
000140* BANKRETF ('C' CHARGEBACK OR 'R' RETURNED REFUND) IS MATCHED TO
000150* ITS ORIGINAL BILLDSBF DISBURSEMENT AND BILLHSTF REFUND BY
000160* CUSTOMER AND CANCEL DATE, AND MUST AGREE WITH THE AMOUNT SENT.
000170* A MATCHED ITEM MARKS THE DISBURSEMENT RETURNED, REOPENS THE
000180* REFUND ON THE HISTORY SO BILLPROR WILL TAKE IT AGAIN FOR
000190* REISSUE, AND POSTS AN 'RV' REVERSING ENTRY TO THE GLEXTRB
000200* EXTRACT (SAME LEDGER FORMAT AND COUNT-AND-HASH TRAILER AS
000210* GLEXTRCT) FOR GLDAILY.  ITEMS THAT DO NOT MATCH GO TO THE
000220* BILLCBEX EXCEPTIONS REPORT WITH THE REASON.  THE BILLCBAG AGING
000230* REPORT THEN LISTS EVERY RETURNED REFUND NOT YET RE-PAID, BY AGE
000240* SINCE THE BANK RETURNED IT, AS THE CUSTOMER-CONTACT WORKLIST.
000250* THE INTAKE REGISTER GOES TO BILLCBRP.
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 RJ    ORIGINAL PROGRAM
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BANKRETF ASSIGN TO "BANKRETF"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS CB-RET-STATUS.
000390     SELECT BILLDSBF ASSIGN TO "BILLDSBF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DS-DISB-KEY
000430         FILE STATUS IS CB-DSB-STATUS.
000440     SELECT BILLHSTF ASSIGN TO "BILLHSTF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS HS-REFUND-KEY
000480         FILE STATUS IS CB-HST-STATUS.
000490     SELECT GLEXTRB ASSIGN TO "GLEXTRB"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS CB-GLX-STATUS.
000520     SELECT BILLCBRP ASSIGN TO "BILLCBRP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CB-RPT-STATUS.
000550     SELECT BILLCBEX ASSIGN TO "BILLCBEX"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CB-EXC-STATUS.
000580     SELECT BILLCBAG ASSIGN TO "BILLCBAG"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CB-AGE-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  BANKRETF.
000640 01  RT-RETURN-RECORD.
000650     05  RT-ITEM-TYPE           PIC X(01).
000660         88  RT-IS-CHARGEBACK       VALUE 'C'.
000670         88  RT-IS-RETURNED         VALUE 'R'.
000680     05  RT-CUSTOMER-ID         PIC X(10).
000690     05  RT-CANCEL-DATE         PIC X(08).
000700     05  RT-AMOUNT              PIC 9(09)V99.
000710     05  RT-RETURN-DATE         PIC X(08).
000720     05  RT-REASON              PIC X(20).
000730 FD  BILLDSBF.
000740 01  DS-DISB-RECORD.
000750     05  DS-DISB-KEY.
000760         10  DS-CUSTOMER-ID     PIC X(10).
000770         10  DS-CANCEL-DATE     PIC X(08).
000780     05  DS-REFUND-AMOUNT       PIC 9(07)V99.
000790     05  DS-SENT-DATE           PIC X(08).
000800     05  DS-STATUS              PIC X(01).
000810         88  DS-IS-SENT             VALUE 'S'.
000820         88  DS-IS-PAID             VALUE 'P'.
000830         88  DS-IS-REJECTED         VALUE 'X'.
000840         88  DS-IS-RETURNED         VALUE 'R'.
000850     05  DS-ACK-REASON          PIC X(20).
000860     05  DS-RETURN-TYPE         PIC X(01).
000870     05  DS-RETURN-DATE         PIC X(08).
000880     05  DS-RETURN-REASON       PIC X(20).
000890 FD  BILLHSTF.
000900 01  HS-HISTORY-RECORD.
000910     05  HS-REFUND-KEY.
000920         10  HS-CUSTOMER-ID     PIC X(10).
000930         10  HS-CANCEL-DATE     PIC X(08).
000940     05  HS-PROCESSED-DATE      PIC X(08).
000950     05  HS-STATUS              PIC X(01).
000960         88  HS-IS-REOPENED         VALUE 'O'.
000970     05  HS-REOPENED-DATE       PIC X(08).
000980 FD  GLEXTRB.
000990 01  GL-DETAIL-RECORD.
001000     05  GL-RECORD-TYPE         PIC X(02).
001010     05  GL-CUSTOMER-ID         PIC X(10).
001020     05  GL-CANCEL-DATE         PIC X(08).
001030     05  GL-PEREND-DATE         PIC X(08).
001040     05  GL-REFUND-AMOUNT       PIC 9(07)V99.
001050 01  GL-TRAILER-RECORD.
001060     05  GL-TRL-TYPE            PIC X(02).
001070     05  GL-TRL-COUNT           PIC 9(07).
001080     05  GL-TRL-HASH            PIC 9(11)V99.
001090     05  FILLER                 PIC X(15).
001100 FD  BILLCBRP
001110     RECORD CONTAINS 80 CHARACTERS.
001120 01  RPT-LINE                   PIC X(80).
001130 FD  BILLCBEX
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  EXC-LINE                   PIC X(80).
001160 FD  BILLCBAG
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  AGE-LINE                   PIC X(80).
001190 WORKING-STORAGE SECTION.
001200 01  CB-WORK-FIELDS.
001210     05  CB-RET-STATUS          PIC X(02) VALUE SPACES.
001220         88  CB-RET-OK              VALUE '00'.
001230         88  CB-RET-EOF             VALUE '10'.
001240     05  CB-DSB-STATUS          PIC X(02) VALUE SPACES.
001250         88  CB-DSB-OK              VALUE '00'.
001260     05  CB-HST-STATUS          PIC X(02) VALUE SPACES.
001270         88  CB-HST-OK              VALUE '00'.
001280     05  CB-GLX-STATUS          PIC X(02) VALUE SPACES.
001290     05  CB-RPT-STATUS          PIC X(02) VALUE SPACES.
001300     05  CB-EXC-STATUS          PIC X(02) VALUE SPACES.
001310     05  CB-AGE-STATUS          PIC X(02) VALUE SPACES.
001320     05  CB-REGISTER-FLAG       PIC X(01) VALUE 'N'.
001330         88  CB-REGISTER-AVAILABLE  VALUE 'Y'.
001340     05  CB-HISTORY-FLAG        PIC X(01) VALUE 'N'.
001350         88  CB-HISTORY-AVAILABLE   VALUE 'Y'.
001360     05  CB-SCAN-DONE-FLAG      PIC X(01) VALUE 'N'.
001370         88  CB-SCAN-DONE           VALUE 'Y'.
001380     05  CB-CURRENT-TS          PIC X(21) VALUE SPACES.
001390     05  CB-RUN-DATE            PIC X(08) VALUE SPACES.
001400     05  CB-EXCEPTION-TEXT      PIC X(24) VALUE SPACES.
001410     05  CB-ITEM-COUNT          PIC 9(07) VALUE ZERO.
001420     05  CB-POSTED-COUNT        PIC 9(07) VALUE ZERO.
001430     05  CB-EXCEPTION-COUNT     PIC 9(07) VALUE ZERO.
001440     05  CB-GL-COUNT            PIC 9(07) VALUE ZERO.
001450     05  CB-GL-HASH             PIC 9(11)V99 VALUE ZERO.
001460     05  CB-AMOUNT-ED           PIC ZZZZZZ9.99.
001470     05  CB-WORK-DATE           PIC 9(08) VALUE ZERO.
001480     05  CB-WORK-DATE-X REDEFINES CB-WORK-DATE
001490                                PIC X(08).
001500     05  CB-RUN-INTEGER         PIC 9(07) VALUE ZERO.
001510     05  CB-RETURN-INTEGER      PIC 9(07) VALUE ZERO.
001520     05  CB-DAYS-OUT            PIC 9(05) VALUE ZERO.
001530     05  CB-DAYS-ED             PIC ZZZZ9.
001540     05  CB-BUCKET-IX           PIC 9(01) VALUE ZERO.
001550* RETURNED REFUNDS NOT YET RE-PAID, BY DAYS SINCE THE BANK
001560* RETURNED THEM.
001570 01  CB-AGING-TABLE.
001580     05  CB-BUCKET-LIMITS       PIC X(15)
001590             VALUE '030060090180999'.
001600     05  CB-BUCKET-LIMIT-TABLE REDEFINES CB-BUCKET-LIMITS.
001610         10  CB-BUCKET-LIMIT    PIC 9(03) OCCURS 5 TIMES.
001620     05  CB-BUCKET-NAMES        PIC X(40)
001630             VALUE '0-30    31-60   61-90   91-180  OVER 180'.
001640     05  CB-BUCKET-NAME-TABLE REDEFINES CB-BUCKET-NAMES.
001650         10  CB-BUCKET-NAME     PIC X(08) OCCURS 5 TIMES.
001660     05  CB-BUCKET-ENTRY OCCURS 5 TIMES.
001670         10  CB-BUCKET-COUNT    PIC 9(07).
001680         10  CB-BUCKET-AMOUNT   PIC 9(11)V99.
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE
001720     PERFORM 2000-READ-NEXT-ITEM
001730     PERFORM UNTIL CB-RET-EOF
001740         IF RT-RETURN-RECORD NOT = SPACES
001750             PERFORM 3000-POST-ONE-ITEM
001760         END-IF
001770         PERFORM 2000-READ-NEXT-ITEM
001780     END-PERFORM
001790     PERFORM 4500-WRITE-GL-TRAILER
001800     PERFORM 5000-AGE-RETURNED-REFUNDS
001810     PERFORM 6000-WRITE-SUMMARY
001820     IF CB-RET-STATUS = '10'
001830         CLOSE BANKRETF
001840     END-IF
001850     IF CB-REGISTER-AVAILABLE
001860         CLOSE BILLDSBF
001870     END-IF
001880     IF CB-HISTORY-AVAILABLE
001890         CLOSE BILLHSTF
001900     END-IF
001910     CLOSE GLEXTRB BILLCBRP BILLCBEX BILLCBAG
001920     GOBACK.
001930* 1000-INITIALIZE - NO RETURN FILE MEANS NOTHING HAS COME BACK;
001940* NO REGISTER OR HISTORY MEANS NOTHING CAN MATCH, AND EVERY ITEM
001950* GOES TO THE EXCEPTIONS REPORT.
001960 1000-INITIALIZE.
001970     MOVE FUNCTION CURRENT-DATE TO CB-CURRENT-TS
001980     MOVE CB-CURRENT-TS(1:8) TO CB-RUN-DATE
001990     MOVE CB-RUN-DATE TO CB-WORK-DATE-X
002000     COMPUTE CB-RUN-INTEGER =
002010         FUNCTION INTEGER-OF-DATE(CB-WORK-DATE)
002020     OPEN INPUT BANKRETF
002030     IF NOT CB-RET-OK
002040         SET CB-RET-EOF TO TRUE
002050     END-IF
002060     OPEN I-O BILLDSBF
002070     IF CB-DSB-OK
002080         SET CB-REGISTER-AVAILABLE TO TRUE
002090     END-IF
002100     OPEN I-O BILLHSTF
002110     IF CB-HST-OK
002120         SET CB-HISTORY-AVAILABLE TO TRUE
002130     END-IF
002140     OPEN OUTPUT GLEXTRB
002150     OPEN OUTPUT BILLCBRP
002160     OPEN OUTPUT BILLCBEX
002170     OPEN OUTPUT BILLCBAG
002180     MOVE 'BANK CHARGEBACK AND RETURNED-REFUND INTAKE' TO RPT-LINE
002190     WRITE RPT-LINE
002200     MOVE 'CHARGEBACK AND RETURN EXCEPTIONS - NOT POSTED'
002210         TO EXC-LINE
002220     WRITE EXC-LINE
002230     PERFORM VARYING CB-BUCKET-IX FROM 1 BY 1
002240             UNTIL CB-BUCKET-IX > 5
002250         MOVE ZERO TO CB-BUCKET-COUNT(CB-BUCKET-IX)
002260         MOVE ZERO TO CB-BUCKET-AMOUNT(CB-BUCKET-IX)
002270     END-PERFORM
002280     .
002290 2000-READ-NEXT-ITEM.
002300     IF NOT CB-RET-EOF
002310         READ BANKRETF
002320             AT END
002330                 SET CB-RET-EOF TO TRUE
002340         END-READ
002350     END-IF
002360     .
002370* 3000-POST-ONE-ITEM - THE ITEM MUST FIND A PAID (OR STILL SENT)
002380* DISBURSEMENT FOR THE SAME AMOUNT AND THE REFUND BEHIND IT;
002390* ANYTHING ELSE IS AN EXCEPTION AND CHANGES NOTHING.
002400 3000-POST-ONE-ITEM.
002410     ADD 1 TO CB-ITEM-COUNT
002420     MOVE SPACES TO CB-EXCEPTION-TEXT
002430     IF NOT RT-IS-CHARGEBACK AND NOT RT-IS-RETURNED
002440         MOVE 'BAD ITEM TYPE' TO CB-EXCEPTION-TEXT
002450     END-IF
002460     IF CB-EXCEPTION-TEXT = SPACES
002470         PERFORM 3100-MATCH-DISBURSEMENT
002480     END-IF
002490     IF CB-EXCEPTION-TEXT = SPACES
002500         PERFORM 3200-MATCH-REFUND
002510     END-IF
002520     IF CB-EXCEPTION-TEXT NOT = SPACES
002530         PERFORM 3900-WRITE-EXCEPTION
002540     ELSE
002550         PERFORM 3300-MARK-RETURNED
002560         PERFORM 3400-REOPEN-REFUND
002570         PERFORM 3500-WRITE-REVERSAL
002580         PERFORM 3600-WRITE-REGISTER-LINE
002590     END-IF
002600     .
002610 3100-MATCH-DISBURSEMENT.
002620     IF NOT CB-REGISTER-AVAILABLE
002630         MOVE 'NO DISBURSEMENT ON FILE' TO CB-EXCEPTION-TEXT
002640     ELSE
002650         MOVE RT-CUSTOMER-ID TO DS-CUSTOMER-ID
002660         MOVE RT-CANCEL-DATE TO DS-CANCEL-DATE
002670         READ BILLDSBF
002680             INVALID KEY
002690                 MOVE 'NO DISBURSEMENT ON FILE'
002700                     TO CB-EXCEPTION-TEXT
002710             NOT INVALID KEY
002720                 EVALUATE TRUE
002730                     WHEN DS-IS-RETURNED
002740                         MOVE 'ALREADY RETURNED'
002750                             TO CB-EXCEPTION-TEXT
002760                     WHEN DS-IS-REJECTED
002770                         MOVE 'DISBURSEMENT NEVER PAID'
002780                             TO CB-EXCEPTION-TEXT
002790                     WHEN RT-AMOUNT NOT = DS-REFUND-AMOUNT
002800                         MOVE 'AMOUNT MISMATCH'
002810                             TO CB-EXCEPTION-TEXT
002820                 END-EVALUATE
002830         END-READ
002840     END-IF
002850     .
002860 3200-MATCH-REFUND.
002870     IF NOT CB-HISTORY-AVAILABLE
002880         MOVE 'NO REFUND ON HISTORY' TO CB-EXCEPTION-TEXT
002890     ELSE
002900         MOVE RT-CUSTOMER-ID TO HS-CUSTOMER-ID
002910         MOVE RT-CANCEL-DATE TO HS-CANCEL-DATE
002920         READ BILLHSTF
002930             INVALID KEY
002940                 MOVE 'NO REFUND ON HISTORY'
002950                     TO CB-EXCEPTION-TEXT
002960         END-READ
002970     END-IF
002980     .
002990* 3300-MARK-RETURNED - THE DISBURSEMENT STAYS ON THE REGISTER,
003000* MARKED RETURNED WITH THE BANK'S DATE AND REASON, UNTIL BILLDISB
003010* SENDS THE REISSUE.
003020 3300-MARK-RETURNED.
003030     SET DS-IS-RETURNED TO TRUE
003040     MOVE RT-ITEM-TYPE TO DS-RETURN-TYPE
003050     IF RT-RETURN-DATE IS NUMERIC
003060         MOVE RT-RETURN-DATE TO DS-RETURN-DATE
003070     ELSE
003080         MOVE CB-RUN-DATE TO DS-RETURN-DATE
003090     END-IF
003100     MOVE RT-REASON TO DS-RETURN-REASON
003110     REWRITE DS-DISB-RECORD
003120         INVALID KEY
003130             CONTINUE
003140     END-REWRITE
003150     .
003160* 3400-REOPEN-REFUND - A REOPENED REFUND IS NO LONGER A DUPLICATE
003170* TO BILLPROR, SO THE CANCELLATION CAN BE FED AGAIN FOR REISSUE.
003180 3400-REOPEN-REFUND.
003190     SET HS-IS-REOPENED TO TRUE
003200     MOVE CB-RUN-DATE TO HS-REOPENED-DATE
003210     REWRITE HS-HISTORY-RECORD
003220         INVALID KEY
003230             CONTINUE
003240     END-REWRITE
003250     .
003260* 3500-WRITE-REVERSAL - MONEY BACK FROM THE BANK REVERSES THE
003270* REFUND PAID OUT.
003280 3500-WRITE-REVERSAL.
003290     MOVE 'RV' TO GL-RECORD-TYPE
003300     MOVE RT-CUSTOMER-ID TO GL-CUSTOMER-ID
003310     MOVE RT-CANCEL-DATE TO GL-CANCEL-DATE
003320     MOVE DS-RETURN-DATE TO GL-PEREND-DATE
003330     MOVE DS-REFUND-AMOUNT TO GL-REFUND-AMOUNT
003340     WRITE GL-DETAIL-RECORD
003350     ADD 1 TO CB-GL-COUNT
003360     ADD DS-REFUND-AMOUNT TO CB-GL-HASH
003370     .
003380 3600-WRITE-REGISTER-LINE.
003390     ADD 1 TO CB-POSTED-COUNT
003400     MOVE DS-REFUND-AMOUNT TO CB-AMOUNT-ED
003410     MOVE SPACES TO RPT-LINE
003420     STRING RT-ITEM-TYPE DELIMITED BY SIZE
003430            ' ' DELIMITED BY SIZE
003440            RT-CUSTOMER-ID DELIMITED BY SIZE
003450            ' ' DELIMITED BY SIZE
003460            RT-CANCEL-DATE DELIMITED BY SIZE
003470            ' AMOUNT ' DELIMITED BY SIZE
003480            CB-AMOUNT-ED DELIMITED BY SIZE
003490            ' REOPENED ' DELIMITED BY SIZE
003500            RT-REASON DELIMITED BY SIZE
003510         INTO RPT-LINE
003520     WRITE RPT-LINE
003530     .
003540 3900-WRITE-EXCEPTION.
003550     ADD 1 TO CB-EXCEPTION-COUNT
003560     MOVE RT-AMOUNT TO CB-AMOUNT-ED
003570     MOVE SPACES TO EXC-LINE
003580     STRING RT-ITEM-TYPE DELIMITED BY SIZE
003590            ' ' DELIMITED BY SIZE
003600            RT-CUSTOMER-ID DELIMITED BY SIZE
003610            ' ' DELIMITED BY SIZE
003620            RT-CANCEL-DATE DELIMITED BY SIZE
003630            ' AMOUNT ' DELIMITED BY SIZE
003640            CB-AMOUNT-ED DELIMITED BY SIZE
003650            ' ' DELIMITED BY SIZE
003660            CB-EXCEPTION-TEXT DELIMITED BY SIZE
003670         INTO EXC-LINE
003680     WRITE EXC-LINE
003690     .
003700* 4500-WRITE-GL-TRAILER - THE SAME COUNT-AND-HASH TRAILER AS
003710* GLEXTRCT, SO THE LEDGER LOAD PROVES RECEIPT THE SAME WAY.
003720 4500-WRITE-GL-TRAILER.
003730     MOVE SPACES TO GL-TRAILER-RECORD
003740     MOVE 'TR' TO GL-TRL-TYPE
003750     MOVE CB-GL-COUNT TO GL-TRL-COUNT
003760     MOVE CB-GL-HASH TO GL-TRL-HASH
003770     WRITE GL-TRAILER-RECORD
003780     .
003790* 5000-AGE-RETURNED-REFUNDS - EVERY DISBURSEMENT STILL MARKED
003800* RETURNED IS A REFUND THE CUSTOMER HAS NOT YET BEEN RE-PAID.
003810 5000-AGE-RETURNED-REFUNDS.
003820     MOVE 'RETURNED REFUNDS NOT YET RE-PAID - AGING' TO AGE-LINE
003830     WRITE AGE-LINE
003840     MOVE SPACES TO AGE-LINE
003850     WRITE AGE-LINE
003860     IF CB-REGISTER-AVAILABLE
003870         MOVE 'N' TO CB-SCAN-DONE-FLAG
003880         MOVE LOW-VALUES TO DS-DISB-KEY
003890         START BILLDSBF KEY IS NOT LESS THAN DS-DISB-KEY
003900             INVALID KEY
003910                 SET CB-SCAN-DONE TO TRUE
003920         END-START
003930         PERFORM UNTIL CB-SCAN-DONE
003940             READ BILLDSBF NEXT RECORD
003950                 AT END
003960                     SET CB-SCAN-DONE TO TRUE
003970                 NOT AT END
003980                     IF DS-IS-RETURNED
003990                         PERFORM 5100-AGE-ONE-RETURN
004000                     END-IF
004010             END-READ
004020         END-PERFORM
004030     END-IF
004040     MOVE SPACES TO AGE-LINE
004050     WRITE AGE-LINE
004060     PERFORM VARYING CB-BUCKET-IX FROM 1 BY 1
004070             UNTIL CB-BUCKET-IX > 5
004080         MOVE CB-BUCKET-AMOUNT(CB-BUCKET-IX) TO CB-AMOUNT-ED
004090         MOVE SPACES TO AGE-LINE
004100         STRING 'DAYS ' DELIMITED BY SIZE
004110                CB-BUCKET-NAME(CB-BUCKET-IX) DELIMITED BY SIZE
004120                ' ITEMS ' DELIMITED BY SIZE
004130                CB-BUCKET-COUNT(CB-BUCKET-IX) DELIMITED BY SIZE
004140                ' AMOUNT ' DELIMITED BY SIZE
004150                CB-AMOUNT-ED DELIMITED BY SIZE
004160             INTO AGE-LINE
004170         WRITE AGE-LINE
004180     END-PERFORM
004190     .
004200 5100-AGE-ONE-RETURN.
004210     MOVE ZERO TO CB-DAYS-OUT
004220     IF DS-RETURN-DATE IS NUMERIC
004230         MOVE DS-RETURN-DATE TO CB-WORK-DATE-X
004240         COMPUTE CB-RETURN-INTEGER =
004250             FUNCTION INTEGER-OF-DATE(CB-WORK-DATE)
004260         IF CB-RETURN-INTEGER < CB-RUN-INTEGER
004270             COMPUTE CB-DAYS-OUT =
004280                 CB-RUN-INTEGER - CB-RETURN-INTEGER
004290         END-IF
004300     END-IF
004310     MOVE 1 TO CB-BUCKET-IX
004320     PERFORM UNTIL CB-BUCKET-IX = 5
004330             OR CB-DAYS-OUT NOT > CB-BUCKET-LIMIT(CB-BUCKET-IX)
004340         ADD 1 TO CB-BUCKET-IX
004350     END-PERFORM
004360     ADD 1 TO CB-BUCKET-COUNT(CB-BUCKET-IX)
004370     ADD DS-REFUND-AMOUNT TO CB-BUCKET-AMOUNT(CB-BUCKET-IX)
004380     MOVE DS-REFUND-AMOUNT TO CB-AMOUNT-ED
004390     MOVE CB-DAYS-OUT TO CB-DAYS-ED
004400     MOVE SPACES TO AGE-LINE
004410     STRING DS-CUSTOMER-ID DELIMITED BY SIZE
004420            ' ' DELIMITED BY SIZE
004430            DS-CANCEL-DATE DELIMITED BY SIZE
004440            ' ' DELIMITED BY SIZE
004450            CB-AMOUNT-ED DELIMITED BY SIZE
004460            ' ' DELIMITED BY SIZE
004470            DS-RETURN-TYPE DELIMITED BY SIZE
004480            ' ' DELIMITED BY SIZE
004490            DS-RETURN-DATE DELIMITED BY SIZE
004500            CB-DAYS-ED DELIMITED BY SIZE
004510            ' DAYS ' DELIMITED BY SIZE
004520            DS-RETURN-REASON DELIMITED BY SIZE
004530         INTO AGE-LINE
004540     WRITE AGE-LINE
004550     .
004560 6000-WRITE-SUMMARY.
004570     MOVE SPACES TO RPT-LINE
004580     WRITE RPT-LINE
004590     STRING 'ITEMS ' DELIMITED BY SIZE
004600            CB-ITEM-COUNT DELIMITED BY SIZE
004610            '  POSTED ' DELIMITED BY SIZE
004620            CB-POSTED-COUNT DELIMITED BY SIZE
004630            '  EXCEPTIONS ' DELIMITED BY SIZE
004640            CB-EXCEPTION-COUNT DELIMITED BY SIZE
004650         INTO RPT-LINE
004660     WRITE RPT-LINE
004670     .
