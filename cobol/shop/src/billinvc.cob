000010
000020* BILLINVC
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BILLINVC.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BILLINVC IS THE MONTHLY SUBSCRIPTION INVOICE RUN.  THE SHOP
000100* USED TO ONLY EVER CALCULATE REFUNDS FROM THE BILLCSTF BILLING
000110* CUSTOMER MASTER WHILE THE INVOICES THEMSELVES WERE TYPED UP
000120* ELSEWHERE.  EVERY ACTIVE CUSTOMER WHOSE ANNIVERSARY DAY FALLS
000130* ON THE RUN DATE IS BILLED ONE MONTH OF BM-MONTHLY-FEE - AND,
000140* SINCE THE RUN ONLY HAPPENS WHEN THE SHOP IS OPEN, SO IS EVERY
000150* CUSTOMER WHOSE ANNIVERSARY FELL ON A CLOSURE DAY (SHARED
000160* BIZDAY CALENDAR) STRAIGHT BEFORE IT.  AN ANNIVERSARY DAY OF
000170* 29-31 ROLLS TO THE LAST DAY OF A SHORTER MONTH: DATEVAL SAYS
000180* WHETHER A BILLING DATE IS THE MONTH END, AND LEAPCALC GIVES
000190* FEBRUARY'S LENGTH WHEN THE NEXT PERIOD END IS WORKED OUT.  A
000200* PERIOD RUNS FROM THE ANNIVERSARY TO THE DAY BEFORE THE NEXT.
000210*
000220* EACH INVOICE GOES ON THE BILLINVF REGISTER (KEYED BY CUSTOMER
000230* + PERIOD-FROM, SO A RERUN CANNOT BILL A PERIOD TWICE) WITH AN
000240* INVOICE NUMBER OF RUN DATE + INVCSEQ SEQUENCE + LUHN CHECK
000250* DIGIT, AND A PRINT-READY INVOICE DOCUMENT GOES TO BILLINVD.
000260* THE BILLINVR REGISTER REPORT LISTS EVERY INVOICE RAISED AND
000270* ENDS WITH THE COUNT AND TOTAL BILLED.  GLDAILY PICKS THE DAY'S
000280* INVOICES UP OFF BILLINVF AS 'IV' RECEIVABLES.
000290*
000300* MODIFICATION HISTORY
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-15 RJ    ORIGINAL PROGRAM
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT BILLCSTF ASSIGN TO "BILLCSTF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS BM-CUSTOMER-ID
000430         FILE STATUS IS BV-CST-STATUS.
000440     SELECT BILLINVF ASSIGN TO "BILLINVF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS IV-REGISTER-KEY
000480         FILE STATUS IS BV-INV-STATUS.
000490     SELECT INVCSEQ ASSIGN TO "INVCSEQ"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS BV-SEQ-STATUS.
000520     SELECT BILLINVD ASSIGN TO "BILLINVD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS BV-DOC-STATUS.
000550     SELECT BILLINVR ASSIGN TO "BILLINVR"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS BV-RPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  BILLCSTF.
000610 COPY "BILLCUST.cpy".
000620 FD  BILLINVF.
000630 COPY "BILLINV.cpy".
000640 FD  INVCSEQ.
000650 01  IQ-SEQUENCE-RECORD.
000660     05  IQ-LAST-DATE           PIC X(08).
000670     05  IQ-LAST-SEQ            PIC 9(04).
000680 FD  BILLINVD
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  DOC-LINE                   PIC X(80).
000710 FD  BILLINVR
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  RPT-LINE                   PIC X(80).
000740 WORKING-STORAGE SECTION.
000750 01  BV-WORK-FIELDS.
000760     05  BV-CST-STATUS          PIC X(02) VALUE SPACES.
000770         88  BV-CST-OK              VALUE '00'.
000780         88  BV-CST-EOF             VALUE '10'.
000790     05  BV-INV-STATUS          PIC X(02) VALUE SPACES.
000800         88  BV-INV-NOT-FOUND       VALUE '35'.
000810     05  BV-SEQ-STATUS          PIC X(02) VALUE SPACES.
000820     05  BV-DOC-STATUS          PIC X(02) VALUE SPACES.
000830     05  BV-RPT-STATUS          PIC X(02) VALUE SPACES.
000840     05  BV-CURRENT-TS          PIC X(21) VALUE SPACES.
000850     05  BV-RUN-DATE            PIC X(08) VALUE SPACES.
000860     05  BV-SCANNED-COUNT       PIC 9(07) VALUE ZERO.
000870     05  BV-INVOICE-COUNT       PIC 9(07) VALUE ZERO.
000880     05  BV-ALREADY-COUNT       PIC 9(07) VALUE ZERO.
000890     05  BV-BILLED-TOTAL        PIC 9(09)V99 VALUE ZERO.
000900     05  BV-COUNT-ED            PIC ZZZZZZ9.
000910     05  BV-AMOUNT-ED           PIC ZZZZ9.99.
000920     05  BV-TOTAL-ED            PIC ZZZZZZZZ9.99.
000930     05  BV-MAX-BACK-DAYS       PIC 9(02) VALUE 10.
000940     05  BV-BACK-DONE-FLAG      PIC X(01) VALUE 'N'.
000950         88  BV-BACK-DONE           VALUE 'Y'.
000960     05  BV-DAY-INTEGER         PIC 9(07) VALUE ZERO.
000970     05  BV-WORK-DATE           PIC 9(08) VALUE ZERO.
000980     05  BV-WORK-DATE-X REDEFINES BV-WORK-DATE
000990                                PIC X(08).
001000     05  BV-WORK-PARTS REDEFINES BV-WORK-DATE.
001010         10  BV-WORK-YEAR       PIC 9(04).
001020         10  BV-WORK-MONTH      PIC 9(02).
001030         10  BV-WORK-DAY        PIC 9(02).
001040     05  BV-NEXT-DAY-LIMIT      PIC 9(02) VALUE ZERO.
001050     05  BV-INVOICE-SEQ         PIC 9(04) VALUE ZERO.
001060     05  BV-BASE-DIGITS         PIC X(12) VALUE SPACES.
001070     05  BV-DIGIT-IX            PIC 9(02).
001080     05  BV-DIGIT               PIC 9(01).
001090     05  BV-DOUBLED             PIC 9(02).
001100     05  BV-WEIGHT-DIV          PIC 9(02).
001110     05  BV-WEIGHT-REM          PIC 9(02).
001120     05  BV-SUM                 PIC 9(04).
001130     05  BV-CHECK-DIV           PIC 9(04).
001140     05  BV-CHECK-REM           PIC 9(02).
001150     05  BV-CHECK-DIGIT         PIC 9(01).
001160* DAYS IN EACH MONTH; FEBRUARY IS OVERLAID FROM LEAPCALC.
001170 01  BV-MONTH-DAYS-VALUES       PIC X(24)
001180                                VALUE '312831303130313130313031'.
001190 01  BV-MONTH-DAYS-TABLE REDEFINES BV-MONTH-DAYS-VALUES.
001200     05  BV-MONTH-DAYS OCCURS 12 TIMES
001210                                PIC 9(02).
001220* THE DATES BILLED ON THIS RUN - THE RUN DATE, THEN ANY CLOSURE
001230* DAYS STRAIGHT BEFORE IT.
001240 01  BV-BILL-DATE-TABLE.
001250     05  BV-BILL-COUNT          PIC 9(02) VALUE ZERO.
001260     05  BV-BILL-IX             PIC 9(02) VALUE ZERO.
001270     05  BV-BILL-ENTRY OCCURS 11 TIMES.
001280         10  BV-BILL-DATE       PIC 9(08).
001290         10  BV-BILL-PARTS REDEFINES BV-BILL-DATE.
001300             15  BV-BILL-YEAR   PIC 9(04).
001310             15  BV-BILL-MONTH  PIC 9(02).
001320             15  BV-BILL-DAY    PIC 9(02).
001330         10  BV-BILL-MONTH-END-FLAG
001340                                PIC X(01).
001350             88  BV-BILL-IS-MONTH-END VALUE 'Y'.
001360 COPY "LEAPCALC.cpy".
001370 COPY "DATEVAL.cpy".
001380 COPY "BIZDAYLK.cpy".
001390 COPY "REVSTRLK.cpy".
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE
001430     IF BV-CST-OK
001440         PERFORM 2000-READ-NEXT-CUSTOMER
001450         PERFORM UNTIL BV-CST-EOF
001460             PERFORM 3000-BILL-ONE-CUSTOMER
001470             PERFORM 2000-READ-NEXT-CUSTOMER
001480         END-PERFORM
001490         CLOSE BILLCSTF
001500     ELSE
001510         MOVE 'NO BILLING MASTER - NOTHING INVOICED' TO RPT-LINE
001520         WRITE RPT-LINE
001530         MOVE 16 TO RETURN-CODE
001540     END-IF
001550     PERFORM 5500-SAVE-SEQUENCE-CONTROL
001560     PERFORM 4000-WRITE-REGISTER-TOTAL
001570     CLOSE BILLINVF BILLINVD BILLINVR
001580     GOBACK.
001590* 1000-INITIALIZE - OPEN THE MASTER, THE REGISTER (CREATED ON
001600* FIRST USE), AND THE OUTPUTS; PICK UP TODAY'S INVOICE NUMBERING
001610* FROM INVCSEQ; WORK OUT WHICH DATES THIS RUN BILLS.
001620 1000-INITIALIZE.
001630     MOVE FUNCTION CURRENT-DATE TO BV-CURRENT-TS
001640     MOVE BV-CURRENT-TS(1:8) TO BV-RUN-DATE
001650     OPEN OUTPUT BILLINVD
001660     OPEN OUTPUT BILLINVR
001670     MOVE SPACES TO RPT-LINE
001680     STRING 'SUBSCRIPTION INVOICE REGISTER  RUN DATE '
001690            DELIMITED BY SIZE
001700            BV-RUN-DATE DELIMITED BY SIZE
001710         INTO RPT-LINE
001720     WRITE RPT-LINE
001730     OPEN INPUT BILLCSTF
001740     OPEN I-O BILLINVF
001750     IF BV-INV-NOT-FOUND
001760         OPEN OUTPUT BILLINVF
001770         CLOSE BILLINVF
001780         OPEN I-O BILLINVF
001790     END-IF
001800     OPEN INPUT INVCSEQ
001810     IF BV-SEQ-STATUS = '00'
001820         READ INVCSEQ
001830             AT END
001840                 CONTINUE
001850             NOT AT END
001860                 IF IQ-LAST-DATE = BV-RUN-DATE
001870                     MOVE IQ-LAST-SEQ TO BV-INVOICE-SEQ
001880                 END-IF
001890         END-READ
001900         CLOSE INVCSEQ
001910     END-IF
001920     PERFORM 1100-BUILD-BILL-DATES
001930     .
001940* 1100-BUILD-BILL-DATES - THE RUN DATE FIRST, THEN STEP BACK A
001950* DAY AT A TIME WHILE BIZDAY SAYS THE SHOP WAS SHUT.  EACH DATE
001960* IS MARKED WHEN IT IS THE LAST DAY OF ITS MONTH.
001970 1100-BUILD-BILL-DATES.
001980     MOVE 1 TO BV-BILL-COUNT
001990     MOVE BV-RUN-DATE TO BV-WORK-DATE-X
002000     MOVE BV-WORK-DATE TO BV-BILL-DATE(1)
002010     COMPUTE BV-DAY-INTEGER =
002020         FUNCTION INTEGER-OF-DATE(BV-WORK-DATE)
002030     MOVE 'N' TO BV-BACK-DONE-FLAG
002040     PERFORM 1110-STEP-BACK-ONE-DAY
002050         UNTIL BV-BACK-DONE
002060     PERFORM 1120-MARK-MONTH-END
002070         VARYING BV-BILL-IX FROM 1 BY 1
002080         UNTIL BV-BILL-IX > BV-BILL-COUNT
002090     .
002100 1110-STEP-BACK-ONE-DAY.
002110     SUBTRACT 1 FROM BV-DAY-INTEGER
002120     COMPUTE BV-WORK-DATE =
002130         FUNCTION DATE-OF-INTEGER(BV-DAY-INTEGER)
002140     SET BD-ASK-IS-OPEN TO TRUE
002150     MOVE BV-WORK-YEAR  TO BD-YEAR
002160     MOVE BV-WORK-MONTH TO BD-MONTH
002170     MOVE BV-WORK-DAY   TO BD-DAY
002180     CALL 'BIZDAY' USING BD-PARMS
002190     IF BD-SHOP-IS-CLOSED
002200         ADD 1 TO BV-BILL-COUNT
002210         MOVE BV-WORK-DATE TO BV-BILL-DATE(BV-BILL-COUNT)
002220         IF BV-BILL-COUNT > BV-MAX-BACK-DAYS
002230             SET BV-BACK-DONE TO TRUE
002240         END-IF
002250     ELSE
002260         SET BV-BACK-DONE TO TRUE
002270     END-IF
002280     .
002290* 1120-MARK-MONTH-END - THE DAY AFTER A MONTH END DOES NOT EXIST
002300* IN THE SAME MONTH, AND DATEVAL SAYS SO.
002310 1120-MARK-MONTH-END.
002320     MOVE BV-BILL-YEAR(BV-BILL-IX)  TO DV-YEAR
002330     MOVE BV-BILL-MONTH(BV-BILL-IX) TO DV-MONTH
002340     COMPUTE DV-DAY = BV-BILL-DAY(BV-BILL-IX) + 1
002350     CALL 'DATEVAL' USING DV-PARMS
002360     IF DV-DATE-IS-VALID
002370         MOVE 'N' TO BV-BILL-MONTH-END-FLAG(BV-BILL-IX)
002380     ELSE
002390         SET BV-BILL-IS-MONTH-END(BV-BILL-IX) TO TRUE
002400     END-IF
002410     MOVE SPACES TO RPT-LINE
002420     STRING 'BILLING ANNIVERSARIES OF ' DELIMITED BY SIZE
002430            BV-BILL-DATE(BV-BILL-IX) DELIMITED BY SIZE
002440         INTO RPT-LINE
002450     IF BV-BILL-IS-MONTH-END(BV-BILL-IX)
002460         MOVE '(MONTH END)' TO RPT-LINE(35:11)
002470     END-IF
002480     WRITE RPT-LINE
002490     .
002500 2000-READ-NEXT-CUSTOMER.
002510     READ BILLCSTF NEXT RECORD
002520         AT END
002530             SET BV-CST-EOF TO TRUE
002540     END-READ
002550     .
002560* 3000-BILL-ONE-CUSTOMER - AN ACTIVE CUSTOMER IS BILLED FOR EACH
002570* RUN DATE THEIR ANNIVERSARY FALLS ON, ROLLED TO THE MONTH END
002580* WHEN THE MONTH IS TOO SHORT FOR IT.
002590 3000-BILL-ONE-CUSTOMER.
002600     ADD 1 TO BV-SCANNED-COUNT
002610     IF BM-CUSTOMER-IS-ACTIVE
002620         PERFORM 3100-MATCH-ONE-DATE
002630             VARYING BV-BILL-IX FROM 1 BY 1
002640             UNTIL BV-BILL-IX > BV-BILL-COUNT
002650     END-IF
002660     .
002670 3100-MATCH-ONE-DATE.
002680     IF BM-ANNIV-DAY = BV-BILL-DAY(BV-BILL-IX)
002690             OR (BV-BILL-IS-MONTH-END(BV-BILL-IX)
002700             AND BM-ANNIV-DAY > BV-BILL-DAY(BV-BILL-IX))
002710         PERFORM 3200-RAISE-INVOICE
002720     END-IF
002730     .
002740* 3200-RAISE-INVOICE - A PERIOD ALREADY ON THE REGISTER IS NOT
002750* BILLED AGAIN; OTHERWISE NUMBER IT, FILE IT, AND PRINT IT.
002760 3200-RAISE-INVOICE.
002770     MOVE BM-CUSTOMER-ID TO IV-CUSTOMER-ID
002780     MOVE BV-BILL-DATE(BV-BILL-IX) TO BV-WORK-DATE
002790     MOVE BV-WORK-DATE-X TO IV-PERIOD-FROM
002800     READ BILLINVF
002810         INVALID KEY
002820             PERFORM 3300-FILE-NEW-INVOICE
002830         NOT INVALID KEY
002840             ADD 1 TO BV-ALREADY-COUNT
002850             MOVE SPACES TO RPT-LINE
002860             STRING IV-CUSTOMER-ID DELIMITED BY SIZE
002870                    ' PERIOD FROM ' DELIMITED BY SIZE
002880                    IV-PERIOD-FROM DELIMITED BY SIZE
002890                    ' ALREADY INVOICED ' DELIMITED BY SIZE
002900                    IV-INVOICE-NO DELIMITED BY SIZE
002910                 INTO RPT-LINE
002920             WRITE RPT-LINE
002930     END-READ
002940     .
002950 3300-FILE-NEW-INVOICE.
002960     PERFORM 3400-SET-PERIOD-TO
002970     PERFORM 7000-NEXT-INVOICE-NUMBER
002980     MOVE BV-RUN-DATE TO IV-INVOICE-DATE
002990     MOVE BM-PLAN-CODE TO IV-PLAN-CODE
003000     MOVE BM-MONTHLY-FEE TO IV-AMOUNT
003010     WRITE IV-INVOICE-RECORD
003020         INVALID KEY
003030             CONTINUE
003040     END-WRITE
003050     ADD 1 TO BV-INVOICE-COUNT
003060     ADD IV-AMOUNT TO BV-BILLED-TOTAL
003070     MOVE IV-AMOUNT TO BV-AMOUNT-ED
003080     PERFORM 3500-PRINT-INVOICE
003090     MOVE SPACES TO RPT-LINE
003100     STRING IV-INVOICE-NO DELIMITED BY SIZE
003110            ' ' DELIMITED BY SIZE
003120            IV-CUSTOMER-ID DELIMITED BY SIZE
003130            ' ' DELIMITED BY SIZE
003140            IV-PERIOD-FROM DELIMITED BY SIZE
003150            '-' DELIMITED BY SIZE
003160            IV-PERIOD-TO DELIMITED BY SIZE
003170            ' ' DELIMITED BY SIZE
003180            BV-AMOUNT-ED DELIMITED BY SIZE
003190         INTO RPT-LINE
003200     WRITE RPT-LINE
003210     .
003220* 3400-SET-PERIOD-TO - THE NEXT ANNIVERSARY IS THE SAME DAY NEXT
003230* MONTH, ROLLED BACK TO THAT MONTH'S LAST DAY IF IT IS SHORTER;
003240* THE PERIOD ENDS THE DAY BEFORE IT.
003250 3400-SET-PERIOD-TO.
003260     MOVE BV-BILL-DATE(BV-BILL-IX) TO BV-WORK-DATE
003270     IF BV-WORK-MONTH = 12
003280         ADD 1 TO BV-WORK-YEAR
003290         MOVE 1 TO BV-WORK-MONTH
003300     ELSE
003310         ADD 1 TO BV-WORK-MONTH
003320     END-IF
003330     MOVE BV-WORK-YEAR TO LC-YEAR
003340     CALL 'LEAPCALC' USING LC-PARMS
003350     MOVE LC-FEB-DAYS TO BV-MONTH-DAYS(2)
003360     MOVE BV-MONTH-DAYS(BV-WORK-MONTH) TO BV-NEXT-DAY-LIMIT
003370     IF BM-ANNIV-DAY > BV-NEXT-DAY-LIMIT
003380         MOVE BV-NEXT-DAY-LIMIT TO BV-WORK-DAY
003390     ELSE
003400         MOVE BM-ANNIV-DAY TO BV-WORK-DAY
003410     END-IF
003420     COMPUTE BV-DAY-INTEGER =
003430         FUNCTION INTEGER-OF-DATE(BV-WORK-DATE) - 1
003440     COMPUTE BV-WORK-DATE =
003450         FUNCTION DATE-OF-INTEGER(BV-DAY-INTEGER)
003460     MOVE BV-WORK-DATE-X TO IV-PERIOD-TO
003470     .
003480* 3500-PRINT-INVOICE - ONE PRINT-READY INVOICE, RULED OFF FOR
003490* THE PRINT ROOM.
003500 3500-PRINT-INVOICE.
003510     MOVE ALL '=' TO DOC-LINE
003520     WRITE DOC-LINE
003530     MOVE 'ARCADE FLOOR SYSTEMS - SUBSCRIPTION INVOICE'
003540         TO DOC-LINE
003550     WRITE DOC-LINE
003560     MOVE SPACES TO DOC-LINE
003570     WRITE DOC-LINE
003580     STRING 'INVOICE NUMBER  ' DELIMITED BY SIZE
003590            IV-INVOICE-NO DELIMITED BY SIZE
003600         INTO DOC-LINE
003610     WRITE DOC-LINE
003620     MOVE SPACES TO DOC-LINE
003630     STRING 'INVOICE DATE    ' DELIMITED BY SIZE
003640            IV-INVOICE-DATE DELIMITED BY SIZE
003650         INTO DOC-LINE
003660     WRITE DOC-LINE
003670     MOVE SPACES TO DOC-LINE
003680     STRING 'CUSTOMER        ' DELIMITED BY SIZE
003690            IV-CUSTOMER-ID DELIMITED BY SIZE
003700         INTO DOC-LINE
003710     WRITE DOC-LINE
003720     MOVE SPACES TO DOC-LINE
003730     STRING 'PLAN            ' DELIMITED BY SIZE
003740            IV-PLAN-CODE DELIMITED BY SIZE
003750         INTO DOC-LINE
003760     WRITE DOC-LINE
003770     MOVE SPACES TO DOC-LINE
003780     STRING 'SERVICE PERIOD  ' DELIMITED BY SIZE
003790            IV-PERIOD-FROM DELIMITED BY SIZE
003800            ' TO ' DELIMITED BY SIZE
003810            IV-PERIOD-TO DELIMITED BY SIZE
003820         INTO DOC-LINE
003830     WRITE DOC-LINE
003840     MOVE SPACES TO DOC-LINE
003850     WRITE DOC-LINE
003860     STRING 'AMOUNT DUE      ' DELIMITED BY SIZE
003870            BV-AMOUNT-ED DELIMITED BY SIZE
003880         INTO DOC-LINE
003890     WRITE DOC-LINE
003900     MOVE ALL '=' TO DOC-LINE
003910     WRITE DOC-LINE
003920     .
003930* 4000-WRITE-REGISTER-TOTAL - THE PRINT ROOM BALANCES THE
003940* DOCUMENTS AGAINST THE COUNT, AND BILLING AGAINST THE TOTAL.
003950 4000-WRITE-REGISTER-TOTAL.
003960     MOVE SPACES TO RPT-LINE
003970     WRITE RPT-LINE
003980     MOVE BV-SCANNED-COUNT TO BV-COUNT-ED
003990     STRING 'CUSTOMERS SCANNED ' DELIMITED BY SIZE
004000            BV-COUNT-ED DELIMITED BY SIZE
004010         INTO RPT-LINE
004020     WRITE RPT-LINE
004030     MOVE SPACES TO RPT-LINE
004040     MOVE BV-ALREADY-COUNT TO BV-COUNT-ED
004050     STRING 'ALREADY INVOICED  ' DELIMITED BY SIZE
004060            BV-COUNT-ED DELIMITED BY SIZE
004070         INTO RPT-LINE
004080     WRITE RPT-LINE
004090     MOVE SPACES TO RPT-LINE
004100     MOVE BV-INVOICE-COUNT TO BV-COUNT-ED
004110     MOVE BV-BILLED-TOTAL TO BV-TOTAL-ED
004120     STRING 'INVOICES RAISED   ' DELIMITED BY SIZE
004130            BV-COUNT-ED DELIMITED BY SIZE
004140            '  TOTAL BILLED ' DELIMITED BY SIZE
004150            BV-TOTAL-ED DELIMITED BY SIZE
004160         INTO RPT-LINE
004170     WRITE RPT-LINE
004180     .
004190 5500-SAVE-SEQUENCE-CONTROL.
004200     OPEN OUTPUT INVCSEQ
004210     MOVE BV-RUN-DATE TO IQ-LAST-DATE
004220     MOVE BV-INVOICE-SEQ TO IQ-LAST-SEQ
004230     WRITE IQ-SEQUENCE-RECORD
004240     CLOSE INVCSEQ
004250     .
004260* 7000-NEXT-INVOICE-NUMBER - RUN DATE, NEXT SEQUENCE, AND THE
004270* CHECK DIGIT.
004280 7000-NEXT-INVOICE-NUMBER.
004290     ADD 1 TO BV-INVOICE-SEQ
004300     MOVE SPACES TO BV-BASE-DIGITS
004310     STRING BV-RUN-DATE    DELIMITED BY SIZE
004320            BV-INVOICE-SEQ DELIMITED BY SIZE
004330         INTO BV-BASE-DIGITS
004340     PERFORM 7100-COMPUTE-CHECK-DIGIT
004350     MOVE SPACES TO IV-INVOICE-NO
004360     STRING BV-BASE-DIGITS DELIMITED BY SIZE
004370            BV-CHECK-DIGIT DELIMITED BY SIZE
004380         INTO IV-INVOICE-NO
004390     .
004400* 7100-COMPUTE-CHECK-DIGIT - THE SAME REVERSED-DIGIT WEIGHTING
004410* SUM VOUCHGEN AND ORDCHECK USE.
004420 7100-COMPUTE-CHECK-DIGIT.
004430     MOVE SPACES TO RS-PARMS
004440     MOVE BV-BASE-DIGITS TO RS-STRING
004450     CALL 'reverse-string' USING RS-PARMS
004460     MOVE ZERO TO BV-SUM
004470     PERFORM 7110-ADD-WEIGHTED-DIGIT
004480         VARYING BV-DIGIT-IX FROM 1 BY 1
004490         UNTIL BV-DIGIT-IX > 12
004500     DIVIDE BV-SUM BY 10 GIVING BV-CHECK-DIV
004510         REMAINDER BV-CHECK-REM
004520     IF BV-CHECK-REM = 0
004530         MOVE ZERO TO BV-CHECK-DIGIT
004540     ELSE
004550         COMPUTE BV-CHECK-DIGIT = 10 - BV-CHECK-REM
004560     END-IF
004570     .
004580 7110-ADD-WEIGHTED-DIGIT.
004590     MOVE RS-REVERSED(BV-DIGIT-IX:1) TO BV-DIGIT
004600     DIVIDE BV-DIGIT-IX BY 2 GIVING BV-WEIGHT-DIV
004610         REMAINDER BV-WEIGHT-REM
004620     IF BV-WEIGHT-REM = 1
004630         COMPUTE BV-DOUBLED = BV-DIGIT * 2
004640         IF BV-DOUBLED > 9
004650             COMPUTE BV-DOUBLED = BV-DOUBLED - 9
004660         END-IF
004670         ADD BV-DOUBLED TO BV-SUM
004680     ELSE
004690         ADD BV-DIGIT TO BV-SUM
004700     END-IF
004710     .
