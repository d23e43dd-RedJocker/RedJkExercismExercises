000010
000020* VOUCHVD
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    VOUCHVD.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* VOUCHVD IS THE DESK TRANSACTION THAT VOIDS A PAYOUT VOUCHER
000100* AND, WHEN ASKED, REISSUES IT.  A TORN, MISPRINTED, OR STOLEN
000110* VOUCHER IS KEYED ONE PER LINE INTO VVDTXN - THE REFERENCE,
000120* THE CLERK, THE SIGNING SUPERVISOR, A REASON CODE ('TN' TORN,
000130* 'MP' MISPRINTED, 'ST' STOLEN, 'OT' OTHER), AND A REISSUE
000140* FLAG.  THE SUPERVISOR MUST BE AUTHORIZED FOR THIS PROGRAM
000150* THROUGH OPERAUTH AND MAY NOT SIGN OFF THEIR OWN KEYING.
000160*
000170* ONLY AN OUTSTANDING VOUCHER MAY BE VOIDED - PAID, EXPIRED,
000180* OR ALREADY-VOID PAPER IS REJECTED.  THE VOIDED RECORD IS
000190* STAMPED 'V' WITH THE DATE, REASON, AND SUPERVISOR.  A
000200* REISSUE CUTS A REPLACEMENT FOR THE SAME PLAYER, GAME, AND
000210* POINTS UNDER THE NEXT REFERENCE ON THE SHARED VOUCHSEQ
000220* SEQUENCE, WITH A FRESH LUHN CHECK DIGIT MINTED THE SAME WAY
000230* VOUCHGEN DOES; THE TWO RECORDS POINT AT EACH OTHER THROUGH
000240* VO-REPLACED-BY-REF AND VO-REPLACES-REF.  THE REPLACEMENT
000250* KEEPS THE ORIGINAL ISSUE DATE, SO REISSUING PAPER NEVER
000260* RESTARTS THE VOUCHEXP EXPIRY CLOCK.  VOUCHRED REFUSES THE
000270* VOIDED REFERENCE FROM THEN ON.
000280*
000290* THE VVDRPT REGISTER SHOWS THE OLD AND NEW REFERENCES SIDE BY
000300* SIDE, OR THE REASON A TRANSACTION WAS REJECTED.
000310*
000320* MODIFICATION HISTORY
000330*   DATE       INIT  DESCRIPTION
000340*   2026-10-15 RJ    ORIGINAL PROGRAM
000340*   2026-10-15 RJ    INITIALIZE THE REDEEMED DATE NOW ON
000340*                    VOUCHER.CPY
000340*   2026-10-15 RJ    THE REPLACEMENT KEEPS THE VOIDED VOUCHER'S
000340*                    ISSUING SITE AND STARTS WITH NO REDEEMING
000340*                    SITE
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT VVDTXN ASSIGN TO "VVDTXN"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS VD-TXN-STATUS.
000440     SELECT VOUCHF ASSIGN TO "VOUCHF"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS VD-VOU-STATUS.
000470     SELECT VOUCHSEQ ASSIGN TO "VOUCHSEQ"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS VD-SEQ-STATUS.
000500     SELECT VVDRPT ASSIGN TO "VVDRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS VD-RPT-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  VVDTXN.
000560 01  VV-VOID-RECORD.
000570     05  VV-VOUCHER-REF         PIC X(13).
000580     05  VV-CLERK-ID            PIC X(08).
000590     05  VV-SUPERVISOR-ID       PIC X(08).
000600     05  VV-REASON-CODE         PIC X(02).
000610         88  VV-REASON-IS-VALID     VALUES 'TN' 'MP' 'ST' 'OT'.
000620     05  VV-REISSUE-FLAG        PIC X(01).
000630         88  VV-REISSUE-WANTED      VALUE 'Y'.
000640 FD  VOUCHF.
000650 COPY "VOUCHER.cpy".
000660 FD  VOUCHSEQ.
000670 01  VS-SEQUENCE-RECORD.
000680     05  VS-LAST-DATE           PIC X(08).
000690     05  VS-LAST-SEQ            PIC 9(04).
000700 FD  VVDRPT
000710     RECORD CONTAINS 80 CHARACTERS.
000720 01  RPT-LINE                   PIC X(80).
000730 WORKING-STORAGE SECTION.
000740 01  VD-WORK-FIELDS.
000750     05  VD-TXN-STATUS          PIC X(02) VALUE SPACES.
000760         88  VD-TXN-OK              VALUE '00'.
000770         88  VD-TXN-EOF             VALUE '10'.
000780     05  VD-VOU-STATUS          PIC X(02) VALUE SPACES.
000790         88  VD-VOU-OK              VALUE '00'.
000800         88  VD-VOU-EOF             VALUE '10'.
000810     05  VD-SEQ-STATUS          PIC X(02) VALUE SPACES.
000820     05  VD-RPT-STATUS          PIC X(02) VALUE SPACES.
000830     05  VD-CURRENT-TS          PIC X(21) VALUE SPACES.
000840     05  VD-RUN-DATE            PIC X(08) VALUE SPACES.
000850     05  VD-VOUCHER-SEQ         PIC 9(04) VALUE ZERO.
000860     05  VD-FOUND-FLAG          PIC X(01) VALUE 'N'.
000870         88  VD-VOUCHER-FOUND       VALUE 'Y'.
000880     05  VD-REJECT-REASON       PIC X(34) VALUE SPACES.
000890     05  VD-NEW-REF             PIC X(13) VALUE SPACES.
000900     05  VD-PLAYER-ID           PIC X(10) VALUE SPACES.
000910     05  VD-VOIDED-COUNT        PIC 9(07) VALUE ZERO.
000920     05  VD-REISSUED-COUNT      PIC 9(07) VALUE ZERO.
000930     05  VD-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000940* LUHN CHECK-DIGIT WORK, AS IN VOUCHGEN.
000950     05  VD-BASE-DIGITS         PIC X(12) VALUE SPACES.
000960     05  VD-DIGIT-IX            PIC 9(02).
000970     05  VD-DIGIT               PIC 9(01).
000980     05  VD-DOUBLED             PIC 9(02).
000990     05  VD-WEIGHT-DIV          PIC 9(02).
001000     05  VD-WEIGHT-REM          PIC 9(02).
001010     05  VD-SUM                 PIC 9(04).
001020     05  VD-CHECK-DIV           PIC 9(04).
001030     05  VD-CHECK-REM           PIC 9(02).
001040     05  VD-CHECK-DIGIT         PIC 9(01).
001050* THE VOIDED VOUCHER AS REWRITTEN, KEPT WHILE VOUCHF IS
001060* REOPENED FOR EXTEND TO TAKE THE REPLACEMENT.
001070 01  VD-SAVED-VOUCHER           PIC X(150) VALUE SPACES.
001080 COPY "OPAUTHLK.cpy".
001090 COPY "REVSTRLK.cpy".
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     PERFORM 1000-INITIALIZE
001130     PERFORM 2000-READ-NEXT-TRANSACTION
001140     PERFORM UNTIL VD-TXN-EOF
001150         IF VV-VOID-RECORD NOT = SPACES
001160             PERFORM 3000-APPLY-TRANSACTION
001170         END-IF
001180         PERFORM 2000-READ-NEXT-TRANSACTION
001190     END-PERFORM
001200     PERFORM 4000-WRITE-SUMMARY
001210     PERFORM 5000-SAVE-SEQUENCE-CONTROL
001220     CLOSE VVDTXN VVDRPT
001230     GOBACK.
001240 1000-INITIALIZE.
001250     MOVE FUNCTION CURRENT-DATE TO VD-CURRENT-TS
001260     MOVE VD-CURRENT-TS(1:8) TO VD-RUN-DATE
001270     OPEN INPUT VVDTXN
001280     OPEN OUTPUT VVDRPT
001290     PERFORM 1100-PICK-UP-SEQUENCE
001300     MOVE 'VOUCHER VOID AND REISSUE REGISTER - CASH DESK'
001310         TO RPT-LINE
001320     WRITE RPT-LINE
001330     MOVE SPACES TO RPT-LINE
001340     WRITE RPT-LINE
001350     MOVE 'OLD REFERENCE NEW REFERENCE PLAYER     RS SUPERVSR'
001360         TO RPT-LINE
001370     WRITE RPT-LINE
001380     .
001390* 1100-PICK-UP-SEQUENCE - THE LAST SEQUENCE USED, FROM THE
001400* SHARED CONTROL FILE; A NEW DATE STARTS BACK AT ZERO.
001410 1100-PICK-UP-SEQUENCE.
001420     OPEN INPUT VOUCHSEQ
001430     IF VD-SEQ-STATUS = '00'
001440         READ VOUCHSEQ
001450             AT END
001460                 CONTINUE
001470             NOT AT END
001480                 IF VS-LAST-DATE = VD-RUN-DATE
001490                     MOVE VS-LAST-SEQ TO VD-VOUCHER-SEQ
001500                 END-IF
001510         END-READ
001520         CLOSE VOUCHSEQ
001530     END-IF
001540     .
001550 2000-READ-NEXT-TRANSACTION.
001560     READ VVDTXN
001570         AT END
001580             SET VD-TXN-EOF TO TRUE
001590     END-READ
001600     .
001610* 3000-APPLY-TRANSACTION - CHEAP CHECKS FIRST (REFERENCE,
001620* REASON, SIGN-OFF), THEN THE SCAN OF VOUCHF.
001630 3000-APPLY-TRANSACTION.
001640     MOVE SPACES TO VD-REJECT-REASON
001650     MOVE SPACES TO VD-NEW-REF
001660     IF VV-VOUCHER-REF IS NOT NUMERIC
001670         MOVE 'REFERENCE NOT ALL DIGITS' TO VD-REJECT-REASON
001680     ELSE
001690         MOVE VV-VOUCHER-REF(1:12) TO VD-BASE-DIGITS
001700         PERFORM 3800-COMPUTE-CHECK-DIGIT
001710         IF VV-VOUCHER-REF(13:1) NOT = VD-CHECK-DIGIT
001720             MOVE 'CHECK DIGIT DOES NOT VERIFY'
001730                 TO VD-REJECT-REASON
001740         END-IF
001750     END-IF
001760     IF VD-REJECT-REASON = SPACES AND NOT VV-REASON-IS-VALID
001770         MOVE 'BAD REASON CODE' TO VD-REJECT-REASON
001780     END-IF
001790     IF VD-REJECT-REASON = SPACES
001800         PERFORM 3020-CHECK-SUPERVISOR
001810     END-IF
001820     IF VD-REJECT-REASON = SPACES
001830         PERFORM 3200-LOCATE-AND-VOID
001840     END-IF
001850     IF VD-REJECT-REASON = SPACES AND VV-REISSUE-WANTED
001860         PERFORM 3400-WRITE-REPLACEMENT
001870     END-IF
001880     IF VD-REJECT-REASON = SPACES
001890         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001900         PERFORM 3700-WRITE-VOID-LINE
001910     ELSE
001920         PERFORM 3750-WRITE-REJECT-LINE
001930     END-IF
001940     .
001950* 3020-CHECK-SUPERVISOR - THE SIGNING SUPERVISOR MUST BE
001960* AUTHORIZED FOR THIS PROGRAM AND MUST BE SOMEONE OTHER THAN
001970* THE CLERK WHO KEYED THE VOID.
001980 3020-CHECK-SUPERVISOR.
001990     IF VV-SUPERVISOR-ID = SPACES
002000             OR VV-SUPERVISOR-ID = VV-CLERK-ID
002010         MOVE 'NO SEPARATE SUPERVISOR SIGN-OFF'
002020             TO VD-REJECT-REASON
002030     ELSE
002040         MOVE SPACES TO OA-PARMS
002050         SET OA-ASK-CHECK TO TRUE
002060         MOVE VV-SUPERVISOR-ID TO OA-OPERATOR-ID
002070         MOVE 'VOUCHVD ' TO OA-PROGRAM-ID
002080         CALL 'OPERAUTH' USING OA-PARMS
002090         IF OA-OPERATOR-DENIED
002100             MOVE 'SUPERVISOR NOT AUTHORIZED'
002110                 TO VD-REJECT-REASON
002120         END-IF
002130     END-IF
002140     .
002150* 3200-LOCATE-AND-VOID - SCAN VOUCHF FOR THE REFERENCE, AS
002160* VOUCHRED DOES, AND STAMP AN OUTSTANDING VOUCHER VOID.  THE
002170* REPLACEMENT REFERENCE IS MINTED FIRST SO THE VOIDED RECORD
002180* CAN CARRY IT.
002190 3200-LOCATE-AND-VOID.
002200     MOVE 'N' TO VD-FOUND-FLAG
002210     MOVE SPACES TO VD-VOU-STATUS
002220     OPEN I-O VOUCHF
002230     IF NOT VD-VOU-OK
002240         MOVE 'VOUCHER FILE NOT AVAILABLE' TO VD-REJECT-REASON
002250     ELSE
002260         PERFORM 3210-READ-NEXT-VOUCHER
002270         PERFORM UNTIL VD-VOU-EOF OR VD-VOUCHER-FOUND
002280             IF VO-VOUCHER-REF = VV-VOUCHER-REF
002290                 SET VD-VOUCHER-FOUND TO TRUE
002300             ELSE
002310                 PERFORM 3210-READ-NEXT-VOUCHER
002320             END-IF
002330         END-PERFORM
002340         IF VD-VOUCHER-FOUND
002350             PERFORM 3300-STAMP-VOID
002360         ELSE
002370             MOVE 'REFERENCE NOT ON FILE' TO VD-REJECT-REASON
002380         END-IF
002390         CLOSE VOUCHF
002400     END-IF
002410     .
002420 3210-READ-NEXT-VOUCHER.
002430     IF NOT VD-VOU-EOF
002440         READ VOUCHF
002450             AT END
002460                 SET VD-VOU-EOF TO TRUE
002470         END-READ
002480     END-IF
002490     .
002500* 3300-STAMP-VOID - THE STATUS BYTE DECIDES; A SPACE ON AN
002510* OLDER RECORD MEANS OUTSTANDING, PER VOUCHER.CPY.
002520 3300-STAMP-VOID.
002530     EVALUATE TRUE
002540         WHEN VO-VOUCHER-IS-PAID
002550             MOVE 'ALREADY PAID' TO VD-REJECT-REASON
002560         WHEN VO-VOUCHER-IS-EXPIRED
002570             MOVE 'VOUCHER EXPIRED' TO VD-REJECT-REASON
002580         WHEN VO-VOUCHER-IS-VOID
002590             MOVE 'ALREADY VOID' TO VD-REJECT-REASON
002600         WHEN VV-REISSUE-WANTED AND VD-VOUCHER-SEQ NOT < 9999
002610             MOVE 'NO REFERENCES LEFT TODAY'
002620                 TO VD-REJECT-REASON
002630         WHEN OTHER
002640             IF VV-REISSUE-WANTED
002650                 PERFORM 3350-MINT-NEW-REFERENCE
002660             END-IF
002670             MOVE 'V'              TO VO-VOUCHER-STATUS
002680             MOVE VD-RUN-DATE      TO VO-VOID-DATE
002690             MOVE VV-REASON-CODE   TO VO-VOID-REASON
002700             MOVE VV-SUPERVISOR-ID TO VO-VOID-SUPERVISOR
002710             MOVE VD-NEW-REF       TO VO-REPLACED-BY-REF
002720             REWRITE VO-VOUCHER-RECORD
002730             MOVE VO-VOUCHER-RECORD TO VD-SAVED-VOUCHER
002740             MOVE VO-PLAYER-ID TO VD-PLAYER-ID
002750             ADD 1 TO VD-VOIDED-COUNT
002760     END-EVALUATE
002770     .
002780* 3350-MINT-NEW-REFERENCE - NEXT SHARED SEQUENCE NUMBER PLUS
002790* ITS LUHN CHECK DIGIT.
002800 3350-MINT-NEW-REFERENCE.
002810     ADD 1 TO VD-VOUCHER-SEQ
002820     MOVE SPACES TO VD-BASE-DIGITS
002830     STRING VD-RUN-DATE    DELIMITED BY SIZE
002840            VD-VOUCHER-SEQ DELIMITED BY SIZE
002850         INTO VD-BASE-DIGITS
002860     PERFORM 3800-COMPUTE-CHECK-DIGIT
002870     STRING VD-BASE-DIGITS DELIMITED BY SIZE
002880            VD-CHECK-DIGIT DELIMITED BY SIZE
002890         INTO VD-NEW-REF
002900     .
002910* 3400-WRITE-REPLACEMENT - THE SAME PLAYER, GAME, POINTS, AND
002920* ISSUE DATE AS THE VOIDED VOUCHER, OUTSTANDING UNDER THE NEW
002930* REFERENCE AND POINTING BACK AT THE OLD ONE.
002940 3400-WRITE-REPLACEMENT.
002950     MOVE SPACES TO VD-VOU-STATUS
002960     OPEN EXTEND VOUCHF
002970     IF VD-VOU-STATUS NOT = '00'
002980         OPEN OUTPUT VOUCHF
002990     END-IF
003000     MOVE VD-SAVED-VOUCHER TO VO-VOUCHER-RECORD
003010     MOVE VD-NEW-REF       TO VO-VOUCHER-REF
003020     MOVE 'O'              TO VO-VOUCHER-STATUS
003030     MOVE SPACES           TO VO-PAID-DATE
003040     MOVE SPACES           TO VO-PAID-CLERK
003050     MOVE SPACES           TO VO-VOID-DATE
003060     MOVE SPACES           TO VO-VOID-REASON
003070     MOVE SPACES           TO VO-VOID-SUPERVISOR
003080     MOVE SPACES           TO VO-REPLACED-BY-REF
003090     MOVE VV-VOUCHER-REF   TO VO-REPLACES-REF
003090     MOVE SPACES           TO VO-REDEEMED-DATE
003090     MOVE SPACES           TO VO-REDEEM-SITE
003100     WRITE VO-VOUCHER-RECORD
003110     CLOSE VOUCHF
003120     ADD 1 TO VD-REISSUED-COUNT
003130     .
003140 3700-WRITE-VOID-LINE.
003150     MOVE SPACES TO RPT-LINE
003160     IF VD-NEW-REF = SPACES
003170         MOVE 'VOID ONLY' TO VD-NEW-REF
003180     END-IF
003190     STRING VV-VOUCHER-REF   DELIMITED BY SIZE
003200            ' '              DELIMITED BY SIZE
003210            VD-NEW-REF       DELIMITED BY SIZE
003220            ' '              DELIMITED BY SIZE
003230            VD-PLAYER-ID     DELIMITED BY SIZE
003240            ' '              DELIMITED BY SIZE
003250            VV-REASON-CODE   DELIMITED BY SIZE
003260            ' '              DELIMITED BY SIZE
003270            VV-SUPERVISOR-ID DELIMITED BY SIZE
003280         INTO RPT-LINE
003290     WRITE RPT-LINE
003300     .
003310 3750-WRITE-REJECT-LINE.
003320     ADD 1 TO VD-REJECTED-COUNT
003330     MOVE SPACES TO RPT-LINE
003340     STRING VV-VOUCHER-REF   DELIMITED BY SIZE
003350            ' REJECTED - '   DELIMITED BY SIZE
003360            VD-REJECT-REASON DELIMITED BY SIZE
003370         INTO RPT-LINE
003380     WRITE RPT-LINE
003390     .
003400* 3800-COMPUTE-CHECK-DIGIT - REVERSE THE TWELVE BASE DIGITS AND
003410* RUN THE SAME WEIGHTING SUM VOUCHGEN MINTS WITH.
003420 3800-COMPUTE-CHECK-DIGIT.
003430     MOVE SPACES TO RS-PARMS
003440     MOVE VD-BASE-DIGITS TO RS-STRING
003450     CALL 'reverse-string' USING RS-PARMS
003460     MOVE ZERO TO VD-SUM
003470     PERFORM 3810-ADD-WEIGHTED-DIGIT
003480         VARYING VD-DIGIT-IX FROM 1 BY 1
003490         UNTIL VD-DIGIT-IX > 12
003500     DIVIDE VD-SUM BY 10 GIVING VD-CHECK-DIV
003510         REMAINDER VD-CHECK-REM
003520     IF VD-CHECK-REM = 0
003530         MOVE ZERO TO VD-CHECK-DIGIT
003540     ELSE
003550         COMPUTE VD-CHECK-DIGIT = 10 - VD-CHECK-REM
003560     END-IF
003570     .
003580 3810-ADD-WEIGHTED-DIGIT.
003590     MOVE RS-REVERSED(VD-DIGIT-IX:1) TO VD-DIGIT
003600     DIVIDE VD-DIGIT-IX BY 2 GIVING VD-WEIGHT-DIV
003610         REMAINDER VD-WEIGHT-REM
003620     IF VD-WEIGHT-REM = 1
003630         COMPUTE VD-DOUBLED = VD-DIGIT * 2
003640         IF VD-DOUBLED > 9
003650             COMPUTE VD-DOUBLED = VD-DOUBLED - 9
003660         END-IF
003670         ADD VD-DOUBLED TO VD-SUM
003680     ELSE
003690         ADD VD-DIGIT TO VD-SUM
003700     END-IF
003710     .
003720* 3950-AUDIT-ACCEPTED-ACTION - 'V' FOR A PLAIN VOID, 'R' FOR
003730* A VOID WITH REISSUE; THE KEY TEXT CARRIES BOTH REFERENCES.
003740 3950-AUDIT-ACCEPTED-ACTION.
003750     SET OA-ASK-AUDIT TO TRUE
003760     MOVE VV-SUPERVISOR-ID TO OA-OPERATOR-ID
003770     MOVE 'VOUCHVD ' TO OA-PROGRAM-ID
003780     IF VV-REISSUE-WANTED
003790         MOVE 'R' TO OA-ACTION
003800     ELSE
003810         MOVE 'V' TO OA-ACTION
003820     END-IF
003830     MOVE SPACES TO OA-KEY-TEXT
003840     STRING VV-VOUCHER-REF DELIMITED BY SIZE
003850            ' '            DELIMITED BY SIZE
003860            VD-NEW-REF     DELIMITED BY SIZE
003870         INTO OA-KEY-TEXT
003880     CALL 'OPERAUTH' USING OA-PARMS
003890     .
003900 4000-WRITE-SUMMARY.
003910     MOVE SPACES TO RPT-LINE
003920     WRITE RPT-LINE
003930     STRING 'VOIDED '     DELIMITED BY SIZE
003940            VD-VOIDED-COUNT DELIMITED BY SIZE
003950            '  REISSUED ' DELIMITED BY SIZE
003960            VD-REISSUED-COUNT DELIMITED BY SIZE
003970            '  REJECTED ' DELIMITED BY SIZE
003980            VD-REJECTED-COUNT DELIMITED BY SIZE
003990         INTO RPT-LINE
004000     WRITE RPT-LINE
004010     .
004020* 5000-SAVE-SEQUENCE-CONTROL - VOUCHGEN, PUZPRIZE AND YTRNPAY
004030* PICK UP WHERE THIS RUN LEFT OFF.
004040 5000-SAVE-SEQUENCE-CONTROL.
004050     OPEN OUTPUT VOUCHSEQ
004060     MOVE VD-RUN-DATE TO VS-LAST-DATE
004070     MOVE VD-VOUCHER-SEQ TO VS-LAST-SEQ
004080     WRITE VS-SEQUENCE-RECORD
004090     CLOSE VOUCHSEQ
004100     .
