000209*                    THE FAILURE LINE, SINCE MOST FAILURES ARE
000209*                    SINGLE ADJACENT TRANSPOSITIONS BILLING
000209*                    OTHERWISE CHASES BY PHONE
000209*   2026-10-15 RJ    ADDED THE ISSUED-REFERENCE REGISTER ORDREGF.
000209*                    GENERATION MODE NOW RECORDS EACH MINTED
000209*                    REFERENCE WITH ITS ISSUE DATE AND THE
000209*                    REQUESTING DESK KEYED AFTER THE BASE DIGITS
000209*                    ON ORDGEN, AND REFUSES ONE ALREADY ON THE
000209*                    REGISTER.  A REFERENCE THAT PASSES THE CHECK
000209*                    DIGIT IS LOOKED UP AND REPORTED NOT-ISSUED,
000209*                    ALREADY-CONSUMED OR CANCELLED, AND IS MARKED
000209*                    CONSUMED THE FIRST TIME IT IS PRESENTED.  NEW
000209*                    OPTIONAL ORDCAN FILE CARRIES THE DESK'S
000209*                    CANCELLATIONS OF REFERENCES ISSUED IN ERROR,
000209*                    APPLIED BEFORE THE CHECK PASS
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000322     SELECT ORDGENO ASSIGN TO "ORDGENO"
000322         ORGANIZATION IS LINE SEQUENTIAL
000322         FILE STATUS IS OC-GNO-STATUS.
000322     SELECT ORDREGF ASSIGN TO "ORDREGF"
000322         ORGANIZATION IS INDEXED
000322         ACCESS MODE IS RANDOM
000322         RECORD KEY IS OR-REFERENCE
000322         FILE STATUS IS OC-REG-STATUS.
000322     SELECT ORDCAN ASSIGN TO "ORDCAN"
000322         ORGANIZATION IS LINE SEQUENTIAL
000322         FILE STATUS IS OC-CAN-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ORDREF.
000380     RECORD CONTAINS 80 CHARACTERS.
000390 01  RPT-LINE                   PIC X(80).
000392 FD  ORDGEN.
000392 01  GEN-LINE.
000392     05  GEN-BASE               PIC X(31).
000392     05  GEN-DESK               PIC X(08).
000392 FD  ORDGENO.
000392 01  GNO-LINE                   PIC X(32).
000392 FD  ORDREGF.
000392 COPY "ORDREG.cpy".
000392 FD  ORDCAN.
000392 01  CAN-LINE.
000392     05  CAN-REFERENCE          PIC X(32).
000392     05  CAN-DESK               PIC X(08).
000400 WORKING-STORAGE SECTION.
000410 01  OC-WORK-FIELDS.
000420     05  OC-REF-STATUS          PIC X(02) VALUE SPACES.
000567     05  OC-CANDIDATE           PIC X(32) VALUE SPACES.
000567     05  OC-SWAP-IX             PIC 9(02) VALUE ZERO.
000567     05  OC-HOLD-CHAR           PIC X(01) VALUE SPACE.
000567     05  OC-REG-STATUS          PIC X(02) VALUE SPACES.
000567         88  OC-REG-NOT-FOUND       VALUE '35'.
000567     05  OC-CAN-STATUS          PIC X(02) VALUE SPACES.
000567         88  OC-CAN-OK              VALUE '00'.
000567         88  OC-CAN-EOF             VALUE '10'.
000567     05  OC-CURRENT-TS          PIC X(21) VALUE SPACES.
000567     05  OC-RUN-DATE            PIC X(08) VALUE SPACES.
000567     05  OC-REG-TEXT            PIC X(30) VALUE SPACES.
000567     05  OC-NOT-ISSUED-COUNT    PIC 9(07) VALUE ZERO.
000567     05  OC-REUSED-COUNT        PIC 9(07) VALUE ZERO.
000567     05  OC-CANCELLED-COUNT     PIC 9(07) VALUE ZERO.
000567     05  OC-DUPLICATE-COUNT     PIC 9(07) VALUE ZERO.
000567     05  OC-CANCEL-COUNT        PIC 9(07) VALUE ZERO.
000567     05  OC-CANCEL-REJ-COUNT    PIC 9(07) VALUE ZERO.
000570 COPY "REVSTRLK.cpy".
000580 PROCEDURE DIVISION.
000590 0000-MAINLINE.
000600     PERFORM 1000-INITIALIZE
000600     PERFORM 6000-APPLY-CANCELLATIONS
000610     PERFORM 2000-READ-NEXT-REFERENCE
000620     PERFORM UNTIL OC-REF-EOF
000630         IF SUB-LINE NOT = SPACES
000670     END-PERFORM
000672     PERFORM 5000-GENERATE-REFERENCES
000680     PERFORM 4000-WRITE-SUMMARY
000690     CLOSE ORDREF ORDRPT ORDREGF
000700     GOBACK.
000710* 1000-INITIALIZE - THE FIRST RUN CREATES AN EMPTY REGISTER.
000710 1000-INITIALIZE.
000710     MOVE FUNCTION CURRENT-DATE TO OC-CURRENT-TS
000710     MOVE OC-CURRENT-TS(1:8) TO OC-RUN-DATE
000720     OPEN INPUT ORDREF
000730     OPEN OUTPUT ORDRPT
000730     OPEN I-O ORDREGF
000730     IF OC-REG-NOT-FOUND
000730         OPEN OUTPUT ORDREGF
000730         CLOSE ORDREGF
000730         OPEN I-O ORDREGF
000730     END-IF
000740     .
000750 2000-READ-NEXT-REFERENCE.
000760     READ ORDREF
001010         STRING 'PASS : ' DELIMITED BY SIZE
001020                SUB-LINE  DELIMITED BY SIZE
001030             INTO RPT-LINE
001030         PERFORM 3300-CHECK-REGISTER
001030         MOVE OC-REG-TEXT TO RPT-LINE(41:30)
001040     ELSE
001050         ADD 1 TO OC-FAIL-COUNT
001055         SET OC-REFERENCE-FAILED TO TRUE
001116         WRITE RPT-LINE
001116     END-IF
001116     .
001120* 3300-CHECK-REGISTER - A WELL-FORMED REFERENCE MUST ALSO HAVE
001120* BEEN ISSUED AND NOT YET USED.  THE FIRST PRESENTATION OF AN
001120* ISSUED REFERENCE MARKS IT CONSUMED; ANY LATER ONE IS REUSE.
001120 3300-CHECK-REGISTER.
001120     MOVE SUB-LINE TO OR-REFERENCE
001120     READ ORDREGF
001120         INVALID KEY
001120             ADD 1 TO OC-NOT-ISSUED-COUNT
001120             MOVE 'NOT-ISSUED' TO OC-REG-TEXT
001120         NOT INVALID KEY
001120             PERFORM 3310-CLASSIFY-REGISTERED
001120     END-READ
001120     .
001120 3310-CLASSIFY-REGISTERED.
001120     EVALUATE TRUE
001120         WHEN OR-IS-CONSUMED
001120             ADD 1 TO OC-REUSED-COUNT
001120             MOVE SPACES TO OC-REG-TEXT
001120             STRING 'ALREADY-CONSUMED ' DELIMITED BY SIZE
001120                    OR-CONSUMED-DATE    DELIMITED BY SIZE
001120                 INTO OC-REG-TEXT
001120         WHEN OR-IS-CANCELLED
001120             ADD 1 TO OC-CANCELLED-COUNT
001120             MOVE SPACES TO OC-REG-TEXT
001120             STRING 'CANCELLED ' DELIMITED BY SIZE
001120                    OR-CANCELLED-DATE DELIMITED BY SIZE
001120                 INTO OC-REG-TEXT
001120         WHEN OTHER
001120             SET OR-IS-CONSUMED TO TRUE
001120             MOVE OC-RUN-DATE TO OR-CONSUMED-DATE
001120             REWRITE OR-REGISTER-RECORD
001120             MOVE 'ISSUED - NOW CONSUMED' TO OC-REG-TEXT
001120     END-EVALUATE
001120     .
001120* 3100-ADD-WEIGHTED-DIGIT - FOR THE DIGIT AT OC-DIGIT-IX IN THE
001130* REVERSED NUMBER (POSITION 1 IS THE ORIGINAL RIGHTMOST DIGIT),
001140* DOUBLE EVERY SECOND DIGIT AND FOLD DOUBLED VALUES OVER 9 BACK
001298     END-IF
001298     .
001298 5200-MINT-ONE-REFERENCE.
001298     MOVE SPACES TO RS-PARMS
001298     MOVE GEN-BASE TO RS-STRING
001298     PERFORM VARYING OC-LEN FROM 1 BY 1
001298             UNTIL OC-LEN > 31
001298             OR GEN-BASE(OC-LEN:1) = SPACE
001298     END-PERFORM
001298     COMPUTE OC-LEN = OC-LEN - 1
001298     CALL 'reverse-string' USING RS-PARMS
001298         COMPUTE OC-CHECK-DIGIT = 10 - OC-CHECK-REM
001298     END-IF
001298     MOVE SPACES TO GNO-LINE
001298     STRING GEN-BASE(1:OC-LEN) DELIMITED BY SIZE
001298            OC-CHECK-DIGIT     DELIMITED BY SIZE
001298         INTO GNO-LINE
001298     MOVE GNO-LINE TO OR-REFERENCE
001298     READ ORDREGF
001298         INVALID KEY
001298             PERFORM 5300-REGISTER-REFERENCE
001298         NOT INVALID KEY
001298             ADD 1 TO OC-DUPLICATE-COUNT
001298             MOVE SPACES TO RPT-LINE
001298             STRING 'DUP  : ' DELIMITED BY SIZE
001298                    GNO-LINE  DELIMITED BY SIZE
001298                 INTO RPT-LINE
001298             MOVE 'REFUSED - ALREADY ISSUED' TO RPT-LINE(41:30)
001298             WRITE RPT-LINE
001298     END-READ
001298     .
001298* 5300-REGISTER-REFERENCE - RECORD THE NEW REFERENCE AS ISSUED TO
001298* THE REQUESTING DESK BEFORE IT IS RELEASED ON ORDGENO.
001298 5300-REGISTER-REFERENCE.
001298     ADD 1 TO OC-MINTED-COUNT
001298     MOVE SPACES TO OR-REGISTER-RECORD
001298     MOVE GNO-LINE TO OR-REFERENCE
001298     MOVE OC-RUN-DATE TO OR-ISSUE-DATE
001298     MOVE GEN-DESK TO OR-REQUESTING-DESK
001298     SET OR-IS-ISSUED TO TRUE
001298     WRITE OR-REGISTER-RECORD
001298     WRITE GNO-LINE
001298     MOVE SPACES TO RPT-LINE
001298     STRING 'GEN  : ' DELIMITED BY SIZE
001298            GNO-LINE  DELIMITED BY SIZE
001298         INTO RPT-LINE
001298     MOVE SPACES TO OC-REG-TEXT
001298     STRING 'DESK ' DELIMITED BY SIZE
001298            GEN-DESK DELIMITED BY SIZE
001298         INTO OC-REG-TEXT
001298     MOVE OC-REG-TEXT TO RPT-LINE(41:30)
001298     WRITE RPT-LINE
001298     .
001298* 5210-ADD-GEN-WEIGHTED-DIGIT - LIKE 3100 BUT FOR A NUMBER
001298         ADD OC-DIGIT TO OC-SUM
001298     END-IF
001298     .
001300* 6000-APPLY-CANCELLATIONS - EACH ORDCAN LINE NAMES A REFERENCE
001300* ISSUED IN ERROR AND THE DESK WITHDRAWING IT.  ONLY THE DESK IT
001300* WAS ISSUED TO CAN CANCEL IT, AND ONLY WHILE IT IS UNUSED.  NO
001300* ORDCAN FILE MEANS NOTHING TO CANCEL.
001300 6000-APPLY-CANCELLATIONS.
001300     OPEN INPUT ORDCAN
001300     IF OC-CAN-OK
001300         PERFORM 6100-READ-NEXT-CANCEL
001300         PERFORM UNTIL OC-CAN-EOF
001300             IF CAN-LINE NOT = SPACES
001300                 PERFORM 6200-CANCEL-ONE-REFERENCE
001300             END-IF
001300             PERFORM 6100-READ-NEXT-CANCEL
001300         END-PERFORM
001300         CLOSE ORDCAN
001300     END-IF
001300     .
001300 6100-READ-NEXT-CANCEL.
001300     IF NOT OC-CAN-EOF
001300         READ ORDCAN
001300             AT END
001300                 SET OC-CAN-EOF TO TRUE
001300         END-READ
001300     END-IF
001300     .
001300 6200-CANCEL-ONE-REFERENCE.
001300     MOVE SPACES TO OC-REG-TEXT
001300     MOVE CAN-REFERENCE TO OR-REFERENCE
001300     READ ORDREGF
001300         INVALID KEY
001300             MOVE 'REJECTED - NOT ISSUED' TO OC-REG-TEXT
001300     END-READ
001300     IF OC-REG-TEXT = SPACES
001300         EVALUATE TRUE
001300             WHEN OR-IS-CONSUMED
001300                 MOVE 'REJECTED - ALREADY CONSUMED'
001300                     TO OC-REG-TEXT
001300             WHEN OR-IS-CANCELLED
001300                 MOVE 'REJECTED - ALREADY CANCELLED'
001300                     TO OC-REG-TEXT
001300             WHEN CAN-DESK NOT = OR-REQUESTING-DESK
001300                 MOVE 'REJECTED - NOT ISSUING DESK'
001300                     TO OC-REG-TEXT
001300             WHEN OTHER
001300                 SET OR-IS-CANCELLED TO TRUE
001300                 MOVE OC-RUN-DATE TO OR-CANCELLED-DATE
001300                 MOVE CAN-DESK TO OR-CANCELLED-BY
001300                 REWRITE OR-REGISTER-RECORD
001300                 MOVE 'CANCELLED' TO OC-REG-TEXT
001300         END-EVALUATE
001300     END-IF
001300     IF OC-REG-TEXT(1:8) = 'REJECTED'
001300         ADD 1 TO OC-CANCEL-REJ-COUNT
001300     ELSE
001300         ADD 1 TO OC-CANCEL-COUNT
001300     END-IF
001300     MOVE SPACES TO RPT-LINE
001300     STRING 'CANC : '     DELIMITED BY SIZE
001300            CAN-REFERENCE DELIMITED BY SIZE
001300         INTO RPT-LINE
001300     MOVE OC-REG-TEXT TO RPT-LINE(41:30)
001300     WRITE RPT-LINE
001300     .
001300* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
001310 4000-WRITE-SUMMARY.
001320     MOVE SPACES TO RPT-LINE
001394            OC-MINTED-COUNT DELIMITED BY SIZE
001400         INTO RPT-LINE
001410     WRITE RPT-LINE
001410     MOVE SPACES TO RPT-LINE
001410     STRING 'NOT-ISSUED ' DELIMITED BY SIZE
001410            OC-NOT-ISSUED-COUNT DELIMITED BY SIZE
001410            '  ALREADY-CONSUMED ' DELIMITED BY SIZE
001410            OC-REUSED-COUNT DELIMITED BY SIZE
001410            '  CANCELLED ' DELIMITED BY SIZE
001410            OC-CANCELLED-COUNT DELIMITED BY SIZE
001410         INTO RPT-LINE
001410     WRITE RPT-LINE
001410     MOVE SPACES TO RPT-LINE
001410     STRING 'DUPLICATES REFUSED ' DELIMITED BY SIZE
001410            OC-DUPLICATE-COUNT DELIMITED BY SIZE
001410            '  CANCELS APPLIED ' DELIMITED BY SIZE
001410            OC-CANCEL-COUNT DELIMITED BY SIZE
001410            '  REJECTED ' DELIMITED BY SIZE
001410            OC-CANCEL-REJ-COUNT DELIMITED BY SIZE
001410         INTO RPT-LINE
001410     WRITE RPT-LINE
001420     .
