000150* AN APPLIED-OR-REJECTED LINE PER TRANSACTION AND A TOTALS
000160* LINE TO BILLCRPT.  AN ADD FOR A CUSTOMER ALREADY ON FILE, OR
000170* A CHANGE OR DELETE FOR ONE THAT IS NOT, IS REJECTED RATHER
000170* THAN APPLIED BLIND.  THE KEYING OPERATOR'S ID TRAILS EACH
000170* TRANSACTION AND IS CHECKED THROUGH OPERAUTH (PROGRAM
000170* 'BILLCMNT'); EVERY APPLIED ACTION IS AUDITED TO SECAUDF WITH
000170* THE CUSTOMER ID AS KEY TEXT.
000190*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-09-02 RJ    ORIGINAL PROGRAM
000220*   2026-10-15 RJ    THE PLAN CODE ON AN ADD, OR ON A CHANGE THAT
000220*                    SUPPLIES ONE, MUST BE ON THE PLANCATF PLAN
000220*                    CATALOG OR THE TRANSACTION IS REJECTED.  AN
000220*                    ADD WITH NO FEE TAKES THE CATALOG PRICE IN
000220*                    EFFECT TODAY.  NO CATALOG FILE, NO CHECK
000220*   2026-10-15 RJ    KEYING OPERATOR ID ADDED TO THE END OF THE
000220*                    TRANSACTION, CHECKED THROUGH OPERAUTH; EACH
000220*                    APPLIED ACTION AUDITED TO SECAUDF
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS BM-CUSTOMER-ID
000360         FILE STATUS IS CM-CST-STATUS.
000370     SELECT PLANCATF ASSIGN TO "PLANCATF"
000370         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PP-CATALOG-KEY
000370         FILE STATUS IS CM-CAT-STATUS.
000370     SELECT BILLCRPT ASSIGN TO "BILLCRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS CM-RPT-STATUS.
000500     05  CT-MONTHLY-FEE         PIC 9(05)V99.
000510     05  CT-ANNIV-DAY           PIC 9(02).
000520     05  CT-STATUS              PIC X(01).
000520     05  CT-OPERATOR-ID         PIC X(08).
000530 FD  BILLCSTF.
000540 COPY "BILLCUST.cpy".
000550 FD  PLANCATF.
000550 COPY "PLANCAT.cpy".
000550 FD  BILLCRPT
000560     RECORD CONTAINS 80 CHARACTERS.
000570 01  RPT-LINE                   PIC X(80).
000660     05  CM-RPT-STATUS          PIC X(02) VALUE SPACES.
000670     05  CM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000680     05  CM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000690     05  CM-RESULT-TEXT         PIC X(40) VALUE SPACES.
000690     05  CM-CAT-STATUS          PIC X(02) VALUE SPACES.
000690         88  CM-CAT-OK              VALUE '00'.
000690     05  CM-CATALOG-FLAG        PIC X(01) VALUE 'N'.
000690         88  CM-CATALOG-AVAILABLE   VALUE 'Y'.
000690     05  CM-SCAN-DONE-FLAG      PIC X(01) VALUE 'N'.
000690         88  CM-SCAN-DONE           VALUE 'Y'.
000690     05  CM-PLAN-ROWS           PIC 9(05) VALUE ZERO.
000690     05  CM-PLAN-FEE            PIC 9(05)V99 VALUE ZERO.
000690     05  CM-CURRENT-TS          PIC X(21) VALUE SPACES.
000690     05  CM-RUN-DATE            PIC X(08) VALUE SPACES.
000690 COPY "OPAUTHLK.cpy".
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000720     PERFORM 1000-INITIALIZE
000790     END-PERFORM
000800     PERFORM 4000-WRITE-SUMMARY
000810     CLOSE BILLCTXN BILLCSTF BILLCRPT
000810     IF CM-CATALOG-AVAILABLE
000810         CLOSE PLANCATF
000810     END-IF
000820     GOBACK.
000830 1000-INITIALIZE.
000840     OPEN INPUT BILLCTXN
000890         CLOSE BILLCSTF
000900         OPEN I-O BILLCSTF
000910     END-IF
000910     MOVE FUNCTION CURRENT-DATE TO CM-CURRENT-TS
000910     MOVE CM-CURRENT-TS(1:8) TO CM-RUN-DATE
000910     OPEN INPUT PLANCATF
000910     IF CM-CAT-OK
000910         SET CM-CATALOG-AVAILABLE TO TRUE
000910     END-IF
000920     .
000930 2000-READ-NEXT-TRANSACTION.
000940     READ BILLCTXN
000980     .
000990 3000-APPLY-TRANSACTION.
001000     MOVE SPACES TO CM-RESULT-TEXT
001000     PERFORM 3020-CHECK-KEYING-OPERATOR
001010     EVALUATE TRUE
001010         WHEN CM-RESULT-TEXT NOT = SPACES
001010             ADD 1 TO CM-REJECTED-COUNT
001020         WHEN CT-ACTION-ADD
001030             PERFORM 3100-ADD-CUSTOMER
001040         WHEN CT-ACTION-CHANGE
001100                 TO CM-RESULT-TEXT
001110             ADD 1 TO CM-REJECTED-COUNT
001120     END-EVALUATE
001120     IF CM-RESULT-TEXT(1:8) NOT = 'REJECTED'
001120         PERFORM 3900-AUDIT-ACCEPTED-ACTION
001120     END-IF
001130     MOVE SPACES TO RPT-LINE
001140     STRING CT-ACTION      DELIMITED BY SIZE
001150            ' '            DELIMITED BY SIZE
001190         INTO RPT-LINE
001200     WRITE RPT-LINE
001210     .
001210 3020-CHECK-KEYING-OPERATOR.
001210     MOVE SPACES TO OA-PARMS
001210     SET OA-ASK-CHECK TO TRUE
001210     MOVE CT-OPERATOR-ID TO OA-OPERATOR-ID
001210     MOVE 'BILLCMNT' TO OA-PROGRAM-ID
001210     CALL 'OPERAUTH' USING OA-PARMS
001210     IF OA-OPERATOR-DENIED
001210         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001210             TO CM-RESULT-TEXT
001210     END-IF
001210     .
001220* 3100-ADD-CUSTOMER - A NEW CUSTOMER GOES IN ACTIVE UNLESS THE
001230* TRANSACTION SAYS OTHERWISE.
001240 3100-ADD-CUSTOMER.
001240     PERFORM 3050-CHECK-PLAN-CODE
001240     IF CM-RESULT-TEXT NOT = SPACES
001240         ADD 1 TO CM-REJECTED-COUNT
001240     ELSE
001240         PERFORM 3110-WRITE-NEW-CUSTOMER
001240     END-IF
001240     .
001240 3110-WRITE-NEW-CUSTOMER.
001250     MOVE CT-CUSTOMER-ID TO BM-CUSTOMER-ID
001260     MOVE CT-PLAN-CODE   TO BM-PLAN-CODE
001270     MOVE CT-MONTHLY-FEE TO BM-MONTHLY-FEE
001270     IF CT-MONTHLY-FEE = ZERO
001270         MOVE CM-PLAN-FEE TO BM-MONTHLY-FEE
001270     END-IF
001280     MOVE CT-ANNIV-DAY   TO BM-ANNIV-DAY
001290     IF CT-STATUS = SPACE
001300         SET BM-CUSTOMER-IS-ACTIVE TO TRUE
001420     END-WRITE
001430     .
001440 3200-CHANGE-CUSTOMER.
001440     IF CT-PLAN-CODE NOT = SPACES
001440         PERFORM 3050-CHECK-PLAN-CODE
001440     END-IF
001440     IF CM-RESULT-TEXT NOT = SPACES
001440         ADD 1 TO CM-REJECTED-COUNT
001440     ELSE
001440         PERFORM 3210-REWRITE-CUSTOMER
001440     END-IF
001440     .
001440 3210-REWRITE-CUSTOMER.
001450     MOVE CT-CUSTOMER-ID TO BM-CUSTOMER-ID
001460     READ BILLCSTF
001470         INVALID KEY
001660             ADD 1 TO CM-APPLIED-COUNT
001670     END-READ
001680     .
001690* 3050-CHECK-PLAN-CODE - THE PLAN MUST HAVE AT LEAST ONE ROW ON
001690* THE CATALOG; THE LATEST ROW ALREADY IN EFFECT GIVES TODAY'S
001690* PRICE.
001690 3050-CHECK-PLAN-CODE.
001690     MOVE ZERO TO CM-PLAN-ROWS
001690     MOVE ZERO TO CM-PLAN-FEE
001690     IF CM-CATALOG-AVAILABLE
001690         MOVE 'N' TO CM-SCAN-DONE-FLAG
001690         MOVE CT-PLAN-CODE TO PP-PLAN-CODE
001690         MOVE LOW-VALUES TO PP-EFFECTIVE-FROM
001690         START PLANCATF KEY IS NOT LESS THAN PP-CATALOG-KEY
001690             INVALID KEY
001690                 SET CM-SCAN-DONE TO TRUE
001690         END-START
001690         PERFORM UNTIL CM-SCAN-DONE
001690             READ PLANCATF NEXT RECORD
001690                 AT END
001690                     SET CM-SCAN-DONE TO TRUE
001690                 NOT AT END
001690                     PERFORM 3060-NOTE-PLAN-ROW
001690             END-READ
001690         END-PERFORM
001690         IF CM-PLAN-ROWS = ZERO
001690             MOVE 'REJECTED - UNKNOWN PLAN CODE'
001690                 TO CM-RESULT-TEXT
001690         END-IF
001690     END-IF
001690     .
001690 3060-NOTE-PLAN-ROW.
001690     IF PP-PLAN-CODE = CT-PLAN-CODE
001690         ADD 1 TO CM-PLAN-ROWS
001690         IF PP-EFFECTIVE-FROM NOT > CM-RUN-DATE
001690             MOVE PP-MONTHLY-FEE TO CM-PLAN-FEE
001690         END-IF
001690     ELSE
001690         SET CM-SCAN-DONE TO TRUE
001690     END-IF
001690     .
001690 3300-DELETE-CUSTOMER.
001700     MOVE CT-CUSTOMER-ID TO BM-CUSTOMER-ID
001710     READ BILLCSTF
001790             ADD 1 TO CM-APPLIED-COUNT
001800     END-READ
001810     .
001810 3900-AUDIT-ACCEPTED-ACTION.
001810     SET OA-ASK-AUDIT TO TRUE
001810     MOVE CT-OPERATOR-ID TO OA-OPERATOR-ID
001810     MOVE 'BILLCMNT' TO OA-PROGRAM-ID
001810     MOVE CT-ACTION TO OA-ACTION
001810     MOVE CT-CUSTOMER-ID TO OA-KEY-TEXT
001810     CALL 'OPERAUTH' USING OA-PARMS
001810     .
001820 4000-WRITE-SUMMARY.
001830     MOVE SPACES TO RPT-LINE
001840     WRITE RPT-LINE
