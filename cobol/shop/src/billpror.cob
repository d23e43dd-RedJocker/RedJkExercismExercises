000229*                    SKIPS THE CHECK (NO MASTER MEANS NO
000229*                    VALIDATION, THE SAME DEGRADE AS DICTCHK),
000229*                    SO THE ROLLOUT CANNOT STOP THE NIGHTLY RUN
000229*   2026-10-15 RJ    A CANCELLATION'S PAID-THROUGH DATE MUST
000229*                    MATCH THE END OF THE CUSTOMER'S LAST PERIOD
000229*                    ON THE BILLINVF INVOICE REGISTER, OR IT GOES
000229*                    TO BILLREJF.  A CUSTOMER WITH NO INVOICES ON
000229*                    THE REGISTER, OR NO REGISTER AT ALL, SKIPS
000229*                    THE CHECK
000229*   2026-10-15 RJ    NEW 'P' PLAN-CHANGE RECORD TYPE ON BILLREF
000229*                    (CUSTOMER, CHANGE DATE, OLD PLAN, NEW PLAN).
000229*                    THE UNUSED DAYS FROM THE CHANGE DATE TO THE
000229*                    PAID-THROUGH DATE ARE COUNTED THE SAME
000229*                    LEAPCALC WAY AS A REFUND, CREDITED AT THE
000229*                    OLD FEE AND CHARGED AT THE NEW PLAN'S
000229*                    PLANCATF PRICE; THE NET GOES TO BILLRPT AND
000229*                    GLEXTRCT ('PC' NET CREDIT, 'PD' NET DEBIT)
000229*                    AND BILLCSTF MOVES TO THE NEW PLAN.  A NET
000229*                    CREDIT OVER THE APPROVAL THRESHOLD IS HELD
000229*                    ON BILLPNDF LIKE ANY LARGE REFUND
000229*   2026-10-15 RJ    A REFUND BILLCHBK HAS REOPENED ON BILLHSTF
000229*                    (THE BANK RETURNED OR CHARGED BACK ITS
000229*                    DISBURSEMENT) IS NO LONGER A DUPLICATE - A
000229*                    REPEAT OF ITS CANCELLATION IS TAKEN AGAIN
000229*                    FOR REISSUE AND THE HISTORY ROW CLOSED
000168*   2026-08-22 RJ    THE FEED NOW ENDS WITH A 'CTL' CONTROL
000168*                    RECORD CARRYING THE EXPECTED RECORD COUNT;
000168*                    THE COUNT READ IS VERIFIED AGAINST IT AND
000335         ACCESS MODE IS RANDOM
000335         RECORD KEY IS BM-CUSTOMER-ID
000335         FILE STATUS IS BR-CST-STATUS.
000340     SELECT BILLINVF ASSIGN TO "BILLINVF"
000340         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS IV-REGISTER-KEY
000340         FILE STATUS IS BR-INV-STATUS.
000340     SELECT PLANCATF ASSIGN TO "PLANCATF"
000340         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS PP-CATALOG-KEY
000340         FILE STATUS IS BR-CAT-STATUS.
000340     SELECT BILLREJF ASSIGN TO "BILLREJF"
000340         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS BR-REJ-STATUS.
000462         88  BR-CALENDAR-MODE       VALUE 'C'.
000464     05  BR-REPROCESS-FLAG      PIC X(01).
000464         88  BR-REPROCESS-FORCED    VALUE 'R'.
000464* ON A 'P' PLAN-CHANGE RECORD THE CANCEL DATE ABOVE CARRIES THE
000464* CHANGE DATE, THE PAID-THROUGH DATE MAY BE LEFT BLANK (THE
000464* LAST PERIOD ON THE INVOICE REGISTER IS USED) AND THE FEE IS
000464* TAKEN FROM THE MASTER.
000464     05  BR-RECORD-TYPE         PIC X(01).
000464         88  BR-PLAN-CHANGE         VALUE 'P'.
000464     05  BR-OLD-PLAN            PIC X(04).
000464     05  BR-NEW-PLAN            PIC X(04).
000470 FD  BILLRPT
000480     RECORD CONTAINS 60 CHARACTERS.
000490 01  RPT-LINE                   PIC X(60).
000489         10  HS-CUSTOMER-ID     PIC X(10).
000489         10  HS-CANCEL-DATE     PIC X(08).
000489     05  HS-PROCESSED-DATE      PIC X(08).
000489     05  HS-STATUS              PIC X(01).
000489         88  HS-IS-REOPENED         VALUE 'O'.
000489     05  HS-REOPENED-DATE       PIC X(08).
000489 FD  BILLDUPR
000489     RECORD CONTAINS 80 CHARACTERS.
000489 01  DUP-LINE                   PIC X(80).
000489 FD  BILLCSTF.
000489 COPY "BILLCUST.cpy".
000490 FD  BILLINVF.
000490 COPY "BILLINV.cpy".
000490 FD  PLANCATF.
000490 COPY "PLANCAT.cpy".
000490 FD  BILLREJF
000490     RECORD CONTAINS 80 CHARACTERS.
000490 01  REJ-LINE                   PIC X(80).
000572     05  BR-MASTER-FLAG         PIC X(01) VALUE 'N'.
000572         88  BR-MASTER-AVAILABLE    VALUE 'Y'.
000572     05  BR-MASTER-REJECT-TEXT  PIC X(22) VALUE SPACES.
000572     05  BR-INV-STATUS          PIC X(02) VALUE SPACES.
000572         88  BR-INV-OK              VALUE '00'.
000572     05  BR-REGISTER-FLAG       PIC X(01) VALUE 'N'.
000572         88  BR-REGISTER-AVAILABLE  VALUE 'Y'.
000572     05  BR-INV-DONE-FLAG       PIC X(01) VALUE 'N'.
000572         88  BR-INV-DONE            VALUE 'Y'.
000572     05  BR-LAST-PERIOD-TO      PIC X(08) VALUE SPACES.
000572     05  BR-PEREND-DATE         PIC X(08) VALUE SPACES.
000572     05  BR-CAT-STATUS          PIC X(02) VALUE SPACES.
000572         88  BR-CAT-OK              VALUE '00'.
000572     05  BR-CATALOG-FLAG        PIC X(01) VALUE 'N'.
000572         88  BR-CATALOG-AVAILABLE   VALUE 'Y'.
000572     05  BR-SCAN-DONE-FLAG      PIC X(01) VALUE 'N'.
000572         88  BR-SCAN-DONE           VALUE 'Y'.
000572     05  BR-CHANGE-DATE         PIC X(08) VALUE SPACES.
000572     05  BR-NEW-FEE             PIC 9(05)V99 VALUE ZERO.
000572     05  BR-NEW-FEE-FLAG        PIC X(01) VALUE 'N'.
000572         88  BR-NEW-FEE-FOUND       VALUE 'Y'.
000572     05  BR-CREDIT-AMOUNT       PIC 9(05)V99 VALUE ZERO.
000572     05  BR-CHARGE-AMOUNT       PIC 9(05)V99 VALUE ZERO.
000572     05  BR-CREDIT-ED           PIC ZZZZ9.99.
000572     05  BR-CHARGE-ED           PIC ZZZZ9.99.
000572     05  BR-NET-FLAG            PIC X(01) VALUE SPACE.
000572         88  BR-NET-IS-CREDIT       VALUE 'C'.
000572         88  BR-NET-IS-DEBIT        VALUE 'D'.
000572     05  BR-GL-TYPE             PIC X(02) VALUE 'DT'.
000572     05  BR-PLAN-CHANGE-COUNT   PIC 9(07) VALUE ZERO.
000571     05  BR-GL-COUNT            PIC 9(07) VALUE ZERO.
000571     05  BR-GL-HASH             PIC 9(11)V99 VALUE ZERO.
000456     05  BR-FEED-COUNT          PIC 9(07) VALUE ZERO.
000882     IF BR-MASTER-AVAILABLE
000884         CLOSE BILLCSTF
000886     END-IF
000886     IF BR-REGISTER-AVAILABLE
000886         CLOSE BILLINVF
000886     END-IF
000886     IF BR-CATALOG-AVAILABLE
000886         CLOSE PLANCATF
000886     END-IF
000890     GOBACK.
000900 1000-INITIALIZE.
000910     OPEN INPUT BILLREF
000919     END-IF
000919     OPEN OUTPUT BILLDUPR
000920     OPEN OUTPUT BILLREJF
000920     OPEN I-O BILLCSTF
000920     IF BR-CST-OK
000920         SET BR-MASTER-AVAILABLE TO TRUE
000920     END-IF
000920     OPEN INPUT BILLINVF
000920     IF BR-INV-OK
000920         SET BR-REGISTER-AVAILABLE TO TRUE
000920     END-IF
000920     OPEN INPUT PLANCATF
000920     IF BR-CAT-OK
000920         SET BR-CATALOG-AVAILABLE TO TRUE
000920     END-IF
000921     OPEN OUTPUT GLEXTRCT
000922     OPEN EXTEND BILLPNDF
000924     IF BR-PND-STATUS NOT = '00'
001169     .
001169* 3040-VALIDATE-AGAINST-MASTER - THE CUSTOMER MUST BE ON THE
001169* BILLING MASTER, ACTIVE, AND THE FEE ON THE FEED MUST MATCH
001169* THE CONTRACTED MONTHLY FEE.  NO MASTER FILE, NO CHECK - EXCEPT
001169* FOR A PLAN CHANGE, WHICH CANNOT POST WITHOUT ONE.
001169 3040-VALIDATE-AGAINST-MASTER.
001169     MOVE SPACES TO BR-MASTER-REJECT-TEXT
001169     IF BR-PLAN-CHANGE AND NOT BR-MASTER-AVAILABLE
001169         MOVE 'NO MASTER FOR PLAN CHG'
001169             TO BR-MASTER-REJECT-TEXT
001169     END-IF
001169     IF BR-MASTER-AVAILABLE
001169         MOVE BR-CUSTOMER-ID TO BM-CUSTOMER-ID
001169         READ BILLCSTF
001169                     WHEN NOT BM-CUSTOMER-IS-ACTIVE
001169                         MOVE 'CUSTOMER NOT ACTIVE'
001169                             TO BR-MASTER-REJECT-TEXT
001169                     WHEN BR-PLAN-CHANGE
001169                         PERFORM 3041-CHECK-PLAN-CHANGE
001169                     WHEN BR-MONTHLY-FEE
001169                             NOT = BM-MONTHLY-FEE
001169                         MOVE 'FEE MISMATCHES MASTER'
001169                 END-EVALUATE
001169         END-READ
001169     END-IF
001169     IF BR-MASTER-REJECT-TEXT = SPACES
001169             AND BR-REGISTER-AVAILABLE
001169         PERFORM 3042-CHECK-LAST-INVOICE
001169     END-IF
001169     IF BR-MASTER-REJECT-TEXT = SPACES
001169             AND BR-PLAN-CHANGE
001169             AND BR-RECORD(19:8) NOT NUMERIC
001169         MOVE 'NO PAID-THRU PERIOD'
001169             TO BR-MASTER-REJECT-TEXT
001169     END-IF
001169     .
001169* 3041-CHECK-PLAN-CHANGE - THE OLD PLAN MUST BE THE ONE ON THE
001169* MASTER, WHOSE FEE IS THE ONE CREDITED BACK, AND THE NEW PLAN
001169* MUST HAVE A CATALOG PRICE IN EFFECT ON THE CHANGE DATE.
001169 3041-CHECK-PLAN-CHANGE.
001169     MOVE BM-MONTHLY-FEE TO BR-MONTHLY-FEE
001169     MOVE SPACES TO BR-CHANGE-DATE
001169     STRING BR-CANCEL-YEAR BR-CANCEL-MONTH BR-CANCEL-DAY
001169         DELIMITED BY SIZE INTO BR-CHANGE-DATE
001169     EVALUATE TRUE
001169         WHEN BR-OLD-PLAN NOT = BM-PLAN-CODE
001169             MOVE 'OLD PLAN NOT ON MASTER'
001169                 TO BR-MASTER-REJECT-TEXT
001169         WHEN BR-NEW-PLAN = BR-OLD-PLAN
001169             MOVE 'NEW PLAN SAME AS OLD'
001169                 TO BR-MASTER-REJECT-TEXT
001169         WHEN OTHER
001169             PERFORM 3043-FIND-NEW-PLAN-FEE
001169             IF NOT BR-NEW-FEE-FOUND
001169                 MOVE 'NEW PLAN NOT CATALOGED'
001169                     TO BR-MASTER-REJECT-TEXT
001169             END-IF
001169     END-EVALUATE
001169     .
001169* 3043-FIND-NEW-PLAN-FEE - THE LATEST CATALOG ROW FOR THE NEW
001169* PLAN NOT EFFECTIVE AFTER THE CHANGE DATE GIVES ITS PRICE.
001169 3043-FIND-NEW-PLAN-FEE.
001169     MOVE 'N' TO BR-NEW-FEE-FLAG
001169     MOVE ZERO TO BR-NEW-FEE
001169     IF BR-CATALOG-AVAILABLE
001169         MOVE 'N' TO BR-SCAN-DONE-FLAG
001169         MOVE BR-NEW-PLAN TO PP-PLAN-CODE
001169         MOVE LOW-VALUES TO PP-EFFECTIVE-FROM
001169         START PLANCATF KEY IS NOT LESS THAN PP-CATALOG-KEY
001169             INVALID KEY
001169                 SET BR-SCAN-DONE TO TRUE
001169         END-START
001169         PERFORM UNTIL BR-SCAN-DONE
001169             READ PLANCATF NEXT RECORD
001169                 AT END
001169                     SET BR-SCAN-DONE TO TRUE
001169                 NOT AT END
001169                     PERFORM 3044-NOTE-PLAN-ROW
001169             END-READ
001169         END-PERFORM
001169     END-IF
001169     .
001169 3044-NOTE-PLAN-ROW.
001169     IF PP-PLAN-CODE = BR-NEW-PLAN
001169             AND PP-EFFECTIVE-FROM NOT > BR-CHANGE-DATE
001169         MOVE PP-MONTHLY-FEE TO BR-NEW-FEE
001169         SET BR-NEW-FEE-FOUND TO TRUE
001169     ELSE
001169         SET BR-SCAN-DONE TO TRUE
001169     END-IF
001169     .
001169* 3042-CHECK-LAST-INVOICE - THE REGISTER IS IN PERIOD ORDER
001169* WITHIN CUSTOMER, SO THE LAST ROW READ FOR THE CUSTOMER IS THE
001169* LAST PERIOD BILLED; THE CANCELLATION MUST BE PAID THROUGH ITS
001169* END.
001169 3042-CHECK-LAST-INVOICE.
001169     MOVE SPACES TO BR-LAST-PERIOD-TO
001169     MOVE 'N' TO BR-INV-DONE-FLAG
001169     MOVE BR-CUSTOMER-ID TO IV-CUSTOMER-ID
001169     MOVE LOW-VALUES TO IV-PERIOD-FROM
001169     START BILLINVF KEY IS NOT LESS THAN IV-REGISTER-KEY
001169         INVALID KEY
001169             SET BR-INV-DONE TO TRUE
001169     END-START
001169     PERFORM UNTIL BR-INV-DONE
001169         READ BILLINVF NEXT RECORD
001169             AT END
001169                 SET BR-INV-DONE TO TRUE
001169             NOT AT END
001169                 IF IV-CUSTOMER-ID = BR-CUSTOMER-ID
001169                     MOVE IV-PERIOD-TO TO BR-LAST-PERIOD-TO
001169                 ELSE
001169                     SET BR-INV-DONE TO TRUE
001169                 END-IF
001169         END-READ
001169     END-PERFORM
001169     IF BR-PLAN-CHANGE
001169             AND BR-LAST-PERIOD-TO NOT = SPACES
001169             AND (BR-RECORD(19:8) = SPACES
001169                  OR BR-RECORD(19:8) = ZEROS)
001169         MOVE BR-LAST-PERIOD-TO TO BR-RECORD(19:8)
001169     END-IF
001169     MOVE SPACES TO BR-PEREND-DATE
001169     STRING BR-PEREND-YEAR BR-PEREND-MONTH BR-PEREND-DAY
001169         DELIMITED BY SIZE INTO BR-PEREND-DATE
001169     IF BR-LAST-PERIOD-TO NOT = SPACES
001169             AND BR-LAST-PERIOD-TO NOT = BR-PEREND-DATE
001169         MOVE 'PAID-THRU NOT INVOICED'
001169             TO BR-MASTER-REJECT-TEXT
001169     END-IF
001169     .
001169 3045-WRITE-MASTER-REJECT.
001169     ADD 1 TO BR-REJECT-COUNT
001169     READ BILLHSTF
001169         INVALID KEY
001169             PERFORM 3080-REGISTER-ON-HISTORY
001169             PERFORM 3075-PRORATE-THIS-RECORD
001169         NOT INVALID KEY
001169             EVALUATE TRUE
001169                 WHEN BR-REPROCESS-FORCED
001169                     PERFORM 3075-PRORATE-THIS-RECORD
001169                 WHEN HS-IS-REOPENED
001169                     PERFORM 3082-CLOSE-REOPENED-REFUND
001169                     PERFORM 3075-PRORATE-THIS-RECORD
001169                 WHEN OTHER
001169                     PERFORM 3085-WRITE-DUPLICATE-LINE
001169             END-EVALUATE
001169     END-READ
001169     .
001169 3075-PRORATE-THIS-RECORD.
001169     IF BR-PLAN-CHANGE
001169         PERFORM 3700-PRORATE-PLAN-CHANGE
001169     ELSE
001169         PERFORM 3090-PRORATE-THIS-REFUND
001169     END-IF
001169     .
001169 3080-REGISTER-ON-HISTORY.
001169     MOVE BR-RUN-DATE TO HS-PROCESSED-DATE
001169     MOVE SPACE TO HS-STATUS
001169     MOVE SPACES TO HS-REOPENED-DATE
001169     WRITE HS-HISTORY-RECORD
001169         INVALID KEY
001169             CONTINUE
001169     END-WRITE
001169     .
001169* 3082-CLOSE-REOPENED-REFUND - THE REISSUE IS THE REFUND NOW;
001169* ANOTHER REPEAT OF THE CANCELLATION IS A DUPLICATE AGAIN.
001169 3082-CLOSE-REOPENED-REFUND.
001169     MOVE BR-RUN-DATE TO HS-PROCESSED-DATE
001169     MOVE SPACE TO HS-STATUS
001169     REWRITE HS-HISTORY-RECORD
001169         INVALID KEY
001169             CONTINUE
001169     END-REWRITE
001169     .
001169 3085-WRITE-DUPLICATE-LINE.
001169     ADD 1 TO BR-DUP-COUNT
001169     MOVE SPACES TO DUP-LINE
001169     WRITE DUP-LINE
001169     .
001169 3090-PRORATE-THIS-REFUND.
001169     PERFORM 3095-COUNT-UNUSED-DAYS
001169     COMPUTE BR-REFUND-AMOUNT ROUNDED =
001169         BR-MONTHLY-FEE * BR-DAYS-UNUSED / BR-DIVISOR-DAYS
001169     MOVE BR-MONTHLY-FEE TO BR-FEE-ED
001169     MOVE BR-REFUND-AMOUNT TO BR-REFUND-ED
001169     IF BR-REFUND-AMOUNT > BR-APPROVAL-THRESHOLD
001169         PERFORM 3500-DIVERT-TO-APPROVAL
001169     ELSE
001169     MOVE SPACES TO RPT-LINE
001169     STRING BR-CUSTOMER-ID  DELIMITED BY SIZE
001169            ' FEE '          DELIMITED BY SIZE
001169            BR-FEE-ED        DELIMITED BY SIZE
001169            ' REFUND '       DELIMITED BY SIZE
001169            BR-REFUND-ED     DELIMITED BY SIZE
001169         INTO RPT-LINE
001169     WRITE RPT-LINE
001169     MOVE 'DT' TO BR-GL-TYPE
001169     PERFORM 3600-WRITE-GL-DETAIL
001169     END-IF
001169     .
001169* 3095-COUNT-UNUSED-DAYS - UNUSED CALENDAR DAYS FROM THE CANCEL
001169* (OR PLAN-CHANGE) DATE TO THE PAID-PERIOD END, CAPPED AT THE
001169* CYCLE, WITH THE CYCLE DIVISOR SET FOR THE PRORATION.
001169 3095-COUNT-UNUSED-DAYS.
001170     MOVE BR-CANCEL-YEAR TO LC-YEAR
001180     CALL 'LEAPCALC' USING LC-PARMS
001190     MOVE LC-FEB-DAYS TO BR-MONTH-DAYS(2)
001460     IF BR-DAYS-UNUSED > BR-DIVISOR-DAYS
001470         MOVE BR-DIVISOR-DAYS TO BR-DAYS-UNUSED
001480     END-IF
001480     .
001480* 3700-PRORATE-PLAN-CHANGE - CREDIT THE UNUSED DAYS AT THE OLD
001480* FEE, CHARGE THE SAME DAYS AT THE NEW PLAN'S FEE, SETTLE THE
001480* NET AND MOVE THE MASTER TO THE NEW PLAN.
001480 3700-PRORATE-PLAN-CHANGE.
001480     ADD 1 TO BR-PLAN-CHANGE-COUNT
001480     PERFORM 3095-COUNT-UNUSED-DAYS
001480     COMPUTE BR-CREDIT-AMOUNT ROUNDED =
001480         BR-MONTHLY-FEE * BR-DAYS-UNUSED / BR-DIVISOR-DAYS
001480     COMPUTE BR-CHARGE-AMOUNT ROUNDED =
001480         BR-NEW-FEE * BR-DAYS-UNUSED / BR-DIVISOR-DAYS
001480     IF BR-CREDIT-AMOUNT < BR-CHARGE-AMOUNT
001480         SET BR-NET-IS-DEBIT TO TRUE
001480         COMPUTE BR-REFUND-AMOUNT =
001480             BR-CHARGE-AMOUNT - BR-CREDIT-AMOUNT
001480     ELSE
001480         SET BR-NET-IS-CREDIT TO TRUE
001480         COMPUTE BR-REFUND-AMOUNT =
001480             BR-CREDIT-AMOUNT - BR-CHARGE-AMOUNT
001480     END-IF
001480     MOVE BR-CREDIT-AMOUNT TO BR-CREDIT-ED
001480     MOVE BR-CHARGE-AMOUNT TO BR-CHARGE-ED
001480     MOVE BR-REFUND-AMOUNT TO BR-REFUND-ED
001480     MOVE SPACES TO RPT-LINE
001480     STRING BR-CUSTOMER-ID  DELIMITED BY SIZE
001480            ' PLAN '         DELIMITED BY SIZE
001480            BR-OLD-PLAN      DELIMITED BY SIZE
001480            ' TO '           DELIMITED BY SIZE
001480            BR-NEW-PLAN      DELIMITED BY SIZE
001480            ' CREDIT '       DELIMITED BY SIZE
001480            BR-CREDIT-ED     DELIMITED BY SIZE
001480            ' CHARGE '       DELIMITED BY SIZE
001480            BR-CHARGE-ED     DELIMITED BY SIZE
001480         INTO RPT-LINE
001480     WRITE RPT-LINE
001480     IF BR-NET-IS-CREDIT
001480             AND BR-REFUND-AMOUNT > BR-APPROVAL-THRESHOLD
001480         PERFORM 3500-DIVERT-TO-APPROVAL
001480     ELSE
001480         MOVE SPACES TO RPT-LINE
001480         IF BR-NET-IS-CREDIT
001480             MOVE 'PC' TO BR-GL-TYPE
001480             STRING BR-CUSTOMER-ID DELIMITED BY SIZE
001480                    ' NET CREDIT '  DELIMITED BY SIZE
001480                    BR-REFUND-ED    DELIMITED BY SIZE
001480                 INTO RPT-LINE
001480         ELSE
001480             MOVE 'PD' TO BR-GL-TYPE
001480             STRING BR-CUSTOMER-ID DELIMITED BY SIZE
001480                    ' NET DEBIT  '  DELIMITED BY SIZE
001480                    BR-REFUND-ED    DELIMITED BY SIZE
001480                 INTO RPT-LINE
001480         END-IF
001480         WRITE RPT-LINE
001480         IF BR-REFUND-AMOUNT > ZERO
001480             PERFORM 3600-WRITE-GL-DETAIL
001480         END-IF
001480     END-IF
001480     PERFORM 3750-MOVE-MASTER-TO-NEW-PLAN
001480     .
001480* 3750-MOVE-MASTER-TO-NEW-PLAN - THE CHANGE HAS POSTED (OR ITS
001480* CREDIT IS HELD FOR THE SUPERVISOR), SO THE CUSTOMER IS NOW ON
001480* THE NEW PLAN AT ITS CATALOG FEE.
001480 3750-MOVE-MASTER-TO-NEW-PLAN.
001480     MOVE BR-CUSTOMER-ID TO BM-CUSTOMER-ID
001480     READ BILLCSTF
001480         INVALID KEY
001480             CONTINUE
001480         NOT INVALID KEY
001480             MOVE BR-NEW-PLAN TO BM-PLAN-CODE
001480             MOVE BR-NEW-FEE TO BM-MONTHLY-FEE
001480             REWRITE BM-CUSTOMER-RECORD
001480                 INVALID KEY
001480                     CONTINUE
001480             END-REWRITE
001480     END-READ
001480     .
001611* 3600-WRITE-GL-DETAIL - ONE LEDGER-FORMAT RECORD PER REFUND
001611* SETTLED ON THIS RUN, FEEDING THE CONTROL TOTALS.  A PLAN
001611* CHANGE'S NET CARRIES ITS CHANGE DATE IN THE CANCEL DATE.
001611 3600-WRITE-GL-DETAIL.
001611     MOVE BR-GL-TYPE TO GL-RECORD-TYPE
001611     MOVE BR-CUSTOMER-ID TO GL-CUSTOMER-ID
001611     MOVE SPACES TO GL-CANCEL-DATE
001611     STRING BR-CANCEL-YEAR BR-CANCEL-MONTH BR-CANCEL-DAY
001850            BR-PROCESSED-COUNT DELIMITED BY SIZE
001852            '  HELD ' DELIMITED BY SIZE
001854            BR-PENDING-COUNT DELIMITED BY SIZE
001854            '  PLAN CHANGES ' DELIMITED BY SIZE
001854            BR-PLAN-CHANGE-COUNT DELIMITED BY SIZE
001860         INTO RPT-LINE
001870     WRITE RPT-LINE
001880     .
