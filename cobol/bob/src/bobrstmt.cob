000010
000020* BOBRSTMT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    BOBRSTMT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* BOBRSTMT MAINTAINS THE RESTRICTION BLOCK ON BOBCUSTF CUSTOMER
000100* PROFILES.  A RESTRICTED CUSTOMER GETS BOB'S FIXED POLICY
000110* REPLY AND HAS ESCALATIONS ROUTED TO THE SUPERVISOR-ONLY
000120* BOBSUPQ QUEUE INSTEAD OF AN AGENT.  A SUPERVISOR KEYS ONE
000130* TRANSACTION PER LINE INTO BOBRSTTX - 'S' TO SET A
000140* RESTRICTION WITH ITS REASON (TH THREATS, PR PROFANITY, HA
000150* HARASSMENT, OT OTHER) AND A NOTE, 'V' TO RECORD THAT AN
000160* EXISTING RESTRICTION WAS REVIEWED AND STANDS, 'C' TO CLEAR
000170* ONE.  THE CUSTOMER ID IS RESOLVED THROUGH BOBXREF THE SAME
000180* WAY BOB RESOLVES IT.  EVERY TRANSACTION'S SUPERVISOR IS
000190* CHECKED THROUGH OPERAUTH AGAINST THE OPERATOR MASTER AND
000200* EVERY ACCEPTED ONE IS AUDITED THROUGH IT.  AN APPLIED-OR-
000210* REJECTED LINE PER TRANSACTION AND A TOTALS LINE GO TO
000220* BOBRSRPT.
000220*
000220* AFTER THE TRANSACTIONS THE SUPERVISOR-ONLY BOBSUPQ QUEUE IS
000220* WORKED.  AN ENTRY WHOSE CUSTOMER IS STILL RESTRICTED IS
000220* LISTED IN FULL ON BOBRSRPT FOR THE SUPERVISOR TO TAKE UP; AN
000220* ENTRY WHOSE RESTRICTION HAS SINCE BEEN CLEARED (THIS RUN OR
000220* EARLIER) IS FED BACK INTO THE NORMAL BOBESCQ QUEUE FOR
000220* BOBDISP, STAMPED WITH THE TIME IT WAS RELEASED.  EVERY ENTRY
000220* WORKED IS KEPT ON THE BOBSUPH HISTORY, WHICH BOBRSTRP COUNTS
000220* WITH THE QUEUE, AND THE QUEUE IS THEN EMPTIED.
000230*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 RJ    ORIGINAL PROGRAM
000260*   2026-10-15 RJ    WORK THE BOBSUPQ SUPERVISOR QUEUE AFTER THE
000260*                    TRANSACTIONS - ENTRIES FOR A STILL-RESTRICTED
000260*                    CUSTOMER ARE LISTED FOR THE SUPERVISOR,
000260*                    ENTRIES WHOSE RESTRICTION IS CLEARED GO BACK
000260*                    ON BOBESCQ, ALL ARE KEPT ON BOBSUPH AND THE
000260*                    QUEUE IS EMPTIED
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT BOBRSTTX ASSIGN TO "BOBRSTTX"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS RM-TXN-STATUS.
000360     SELECT BOBXREF ASSIGN TO "BOBXREF"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS BX-ALIAS-ID
000400         FILE STATUS IS RM-XRF-STATUS.
000410     SELECT BOBCUSTF ASSIGN TO "BOBCUSTF"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS BC-CUSTOMER-ID
000450         FILE STATUS IS RM-CUS-STATUS.
000460     SELECT BOBRSRPT ASSIGN TO "BOBRSRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS RM-RPT-STATUS.
000480     SELECT BOBSUPQ ASSIGN TO "BOBSUPQ"
000480         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS RM-SUP-STATUS.
000480     SELECT BOBSUPH ASSIGN TO "BOBSUPH"
000480         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS RM-SUH-STATUS.
000480     SELECT BOBESCQ ASSIGN TO "BOBESCQ"
000480         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS RM-ESC-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BOBRSTTX.
000520 01  RT-RECORD.
000530     05  RT-ACTION              PIC X(01).
000540         88  RT-ACTION-SET          VALUE 'S'.
000550         88  RT-ACTION-REVIEW       VALUE 'V'.
000560         88  RT-ACTION-CLEAR        VALUE 'C'.
000570     05  RT-SUPERVISOR-ID       PIC X(08).
000580     05  RT-CUSTOMER-ID         PIC X(10).
000590     05  RT-REASON              PIC X(02).
000600     05  RT-NOTE                PIC X(30).
000610 FD  BOBXREF.
000620 COPY "BOBXREF.cpy".
000630 FD  BOBCUSTF.
000640 COPY "BOBCUST.cpy".
000650 FD  BOBRSRPT
000660     RECORD CONTAINS 100 CHARACTERS.
000670 01  RPT-LINE                   PIC X(100).
000670 FD  BOBSUPQ.
000670 01  SUPQ-RECORD.
000670     05  SUPQ-TIMESTAMP         PIC X(21).
000670     05  SUPQ-CUSTOMER-ID       PIC X(10).
000670     05  SUPQ-HEYBOB            PIC X(60).
000670     05  SUPQ-TERMINAL-ID       PIC X(08).
000670     05  SUPQ-GAME-PLAYER-ID    PIC X(10).
000670     05  SUPQ-GAME-START-TS     PIC X(15).
000670     05  SUPQ-AFTER-HOURS-FLAG  PIC X(01).
000670     05  SUPQ-DESK-OPEN-TS      PIC X(12).
000670* EACH WORKED BOBSUPQ ENTRY, AS IT STOOD ON THE QUEUE.
000670 FD  BOBSUPH.
000670 01  SUPH-RECORD                PIC X(137).
000670 FD  BOBESCQ.
000670 01  ESCQ-RECORD.
000670     05  ESCQ-TIMESTAMP         PIC X(21).
000670     05  ESCQ-CUSTOMER-ID       PIC X(10).
000670     05  ESCQ-HEYBOB            PIC X(60).
000670     05  ESCQ-TERMINAL-ID       PIC X(08).
000670     05  ESCQ-GAME-PLAYER-ID    PIC X(10).
000670     05  ESCQ-GAME-START-TS     PIC X(15).
000670     05  ESCQ-AFTER-HOURS-FLAG  PIC X(01).
000670     05  ESCQ-DESK-OPEN-TS      PIC X(12).
000680 WORKING-STORAGE SECTION.
000690 01  RM-WORK-FIELDS.
000700     05  RM-TXN-STATUS          PIC X(02) VALUE SPACES.
000710         88  RM-TXN-OK              VALUE '00'.
000720         88  RM-TXN-EOF             VALUE '10'.
000730     05  RM-XRF-STATUS          PIC X(02) VALUE SPACES.
000740         88  RM-XRF-OK              VALUE '00'.
000750     05  RM-XRF-OPENED-FLAG     PIC X(01) VALUE 'N'.
000760     05  RM-CUS-STATUS          PIC X(02) VALUE SPACES.
000770         88  RM-CUS-OK              VALUE '00'.
000780     05  RM-CUS-OPENED-FLAG     PIC X(01) VALUE 'N'.
000790     05  RM-RPT-STATUS          PIC X(02) VALUE SPACES.
000790     05  RM-SUP-STATUS          PIC X(02) VALUE SPACES.
000790         88  RM-SUP-OK              VALUE '00'.
000790         88  RM-SUP-EOF             VALUE '10'.
000790     05  RM-SUH-STATUS          PIC X(02) VALUE SPACES.
000790     05  RM-ESC-STATUS          PIC X(02) VALUE SPACES.
000790     05  RM-SUP-RESTRICTED-FLAG PIC X(01) VALUE SPACES.
000790         88  RM-SUP-STILL-RESTRICTED VALUE 'Y'.
000790     05  RM-HELD-COUNT          PIC 9(07) VALUE ZERO.
000790     05  RM-RELEASED-COUNT      PIC 9(07) VALUE ZERO.
000800     05  RM-CURRENT-TS          PIC X(21) VALUE SPACES.
000810     05  RM-RUN-DATE            PIC X(08) VALUE SPACES.
000820     05  RM-CUSTOMER-ID         PIC X(10) VALUE SPACES.
000830     05  RM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000840     05  RM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000850     05  RM-RESULT-TEXT         PIC X(40) VALUE SPACES.
000860 COPY "OPAUTHLK.cpy".
000870 PROCEDURE DIVISION.
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE
000900     PERFORM 2000-READ-NEXT-TRANSACTION
000910     PERFORM UNTIL RM-TXN-EOF
000920         IF RT-RECORD NOT = SPACES
000930             PERFORM 3000-APPLY-TRANSACTION
000940         END-IF
000950         PERFORM 2000-READ-NEXT-TRANSACTION
000960     END-PERFORM
000960     PERFORM 5000-WORK-SUPERVISOR-QUEUE
000970     PERFORM 4000-WRITE-SUMMARY
000980     IF RM-XRF-OPENED-FLAG = 'Y'
000990         CLOSE BOBXREF
001000     END-IF
001010     IF RM-CUS-OPENED-FLAG = 'Y'
001020         CLOSE BOBCUSTF
001030     END-IF
001040     CLOSE BOBRSTTX BOBRSRPT
001050     GOBACK.
001060 1000-INITIALIZE.
001070     MOVE FUNCTION CURRENT-DATE TO RM-CURRENT-TS
001080     MOVE RM-CURRENT-TS(1:8) TO RM-RUN-DATE
001090     OPEN INPUT BOBRSTTX
001100     IF NOT RM-TXN-OK
001110         SET RM-TXN-EOF TO TRUE
001120     END-IF
001130     OPEN OUTPUT BOBRSRPT
001140     MOVE 'CUSTOMER RESTRICTION MAINTENANCE' TO RPT-LINE
001150     WRITE RPT-LINE
001160     OPEN INPUT BOBXREF
001170     IF RM-XRF-OK
001180         MOVE 'Y' TO RM-XRF-OPENED-FLAG
001190     END-IF
001200     OPEN I-O BOBCUSTF
001210     IF RM-CUS-OK
001220         MOVE 'Y' TO RM-CUS-OPENED-FLAG
001230     END-IF
001240     .
001250 2000-READ-NEXT-TRANSACTION.
001260     READ BOBRSTTX
001270         AT END
001280             SET RM-TXN-EOF TO TRUE
001290     END-READ
001300     .
001310* 3000-APPLY-TRANSACTION - OPERATOR FIRST, THEN THE PROFILE,
001320* THEN THE ACTION ITSELF.
001330 3000-APPLY-TRANSACTION.
001340     MOVE SPACES TO RM-RESULT-TEXT
001350     PERFORM 3010-RESOLVE-CUSTOMER
001360     PERFORM 3020-CHECK-OPERATOR
001370     IF RM-RESULT-TEXT = SPACES
001380         PERFORM 3030-READ-PROFILE
001390     END-IF
001400     IF RM-RESULT-TEXT = SPACES
001410         EVALUATE TRUE
001420             WHEN RT-ACTION-SET
001430                 PERFORM 3100-SET-RESTRICTION
001440             WHEN RT-ACTION-REVIEW
001450                 PERFORM 3200-REVIEW-RESTRICTION
001460             WHEN RT-ACTION-CLEAR
001470                 PERFORM 3300-CLEAR-RESTRICTION
001480             WHEN OTHER
001490                 MOVE 'REJECTED - BAD ACTION CODE'
001500                     TO RM-RESULT-TEXT
001510                 ADD 1 TO RM-REJECTED-COUNT
001520         END-EVALUATE
001530     END-IF
001540     IF RM-RESULT-TEXT(1:8) NOT = 'REJECTED'
001550         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001560     END-IF
001570     MOVE SPACES TO RPT-LINE
001580     STRING RT-ACTION        DELIMITED BY SIZE
001590            ' '              DELIMITED BY SIZE
001600            RT-SUPERVISOR-ID DELIMITED BY SIZE
001610            ' '              DELIMITED BY SIZE
001620            RM-CUSTOMER-ID   DELIMITED BY SIZE
001630            ' '              DELIMITED BY SIZE
001640            RT-REASON        DELIMITED BY SIZE
001650            ' '              DELIMITED BY SIZE
001660            RM-RESULT-TEXT   DELIMITED BY SIZE
001670         INTO RPT-LINE
001680     WRITE RPT-LINE
001690     .
001700* 3010-RESOLVE-CUSTOMER - A MERGED-AWAY ID ACTS ON ITS
001710* SURVIVOR, WHICH IS THE PROFILE BOB CONSULTS.
001720 3010-RESOLVE-CUSTOMER.
001730     MOVE RT-CUSTOMER-ID TO RM-CUSTOMER-ID
001740     IF RM-XRF-OPENED-FLAG = 'Y'
001750         MOVE RT-CUSTOMER-ID TO BX-ALIAS-ID
001760         READ BOBXREF
001770             INVALID KEY
001780                 CONTINUE
001790             NOT INVALID KEY
001800                 MOVE BX-SURVIVOR-ID TO RM-CUSTOMER-ID
001810         END-READ
001820     END-IF
001830     .
001840* 3020-CHECK-OPERATOR - THE KEYING SUPERVISOR MUST BE
001850* AUTHORIZED FOR THIS PROGRAM ON THE OPERATOR MASTER.
001860 3020-CHECK-OPERATOR.
001870     MOVE SPACES TO OA-PARMS
001880     SET OA-ASK-CHECK TO TRUE
001890     MOVE RT-SUPERVISOR-ID TO OA-OPERATOR-ID
001900     MOVE 'BOBRSTMT' TO OA-PROGRAM-ID
001910     CALL 'OPERAUTH' USING OA-PARMS
001920     IF OA-OPERATOR-DENIED
001930         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001940             TO RM-RESULT-TEXT
001950         ADD 1 TO RM-REJECTED-COUNT
001960     END-IF
001970     .
001980 3030-READ-PROFILE.
001990     IF RM-CUS-OPENED-FLAG NOT = 'Y'
002000         MOVE 'REJECTED - BOBCUSTF NOT AVAILABLE'
002010             TO RM-RESULT-TEXT
002020         ADD 1 TO RM-REJECTED-COUNT
002030     ELSE
002040         MOVE RM-CUSTOMER-ID TO BC-CUSTOMER-ID
002050         READ BOBCUSTF
002060             INVALID KEY
002070                 MOVE 'REJECTED - NO CUSTOMER PROFILE'
002080                     TO RM-RESULT-TEXT
002090                 ADD 1 TO RM-REJECTED-COUNT
002100         END-READ
002110     END-IF
002120     .
002130* 3100-SET-RESTRICTION - A SET IS ALSO A REVIEW, SO THE
002140* REVIEW CLOCK STARTS FROM THE DAY IT WAS PUT ON.
002150 3100-SET-RESTRICTION.
002160     EVALUATE TRUE
002170         WHEN BC-CUSTOMER-IS-RESTRICTED
002180             MOVE 'REJECTED - ALREADY RESTRICTED'
002190                 TO RM-RESULT-TEXT
002200             ADD 1 TO RM-REJECTED-COUNT
002210         WHEN RT-REASON NOT = 'TH' AND RT-REASON NOT = 'PR'
002220                 AND RT-REASON NOT = 'HA'
002230                 AND RT-REASON NOT = 'OT'
002240             MOVE 'REJECTED - REASON NOT TH/PR/HA/OT'
002250                 TO RM-RESULT-TEXT
002260             ADD 1 TO RM-REJECTED-COUNT
002270         WHEN OTHER
002280             MOVE 'Y' TO BC-RESTRICT-FLAG
002290             MOVE RT-REASON TO BC-RESTRICT-REASON
002300             MOVE RT-NOTE TO BC-RESTRICT-NOTE
002310             MOVE RM-RUN-DATE TO BC-RESTRICT-SET-DATE
002320             MOVE RM-RUN-DATE TO BC-RESTRICT-REVIEW-DATE
002330             MOVE RT-SUPERVISOR-ID TO BC-RESTRICT-SUPERVISOR
002340             REWRITE BC-PROFILE-RECORD
002350             MOVE 'RESTRICTED' TO RM-RESULT-TEXT
002360             ADD 1 TO RM-APPLIED-COUNT
002370     END-EVALUATE
002380     .
002390* 3200-REVIEW-RESTRICTION - THE RESTRICTION STANDS; ONLY THE
002400* REVIEW DATE AND REVIEWER MOVE.  A NOTE KEYED WITH THE
002410* REVIEW REPLACES THE OLD ONE.
002420 3200-REVIEW-RESTRICTION.
002430     IF NOT BC-CUSTOMER-IS-RESTRICTED
002440         MOVE 'REJECTED - NOT RESTRICTED'
002450             TO RM-RESULT-TEXT
002460         ADD 1 TO RM-REJECTED-COUNT
002470     ELSE
002480         MOVE RM-RUN-DATE TO BC-RESTRICT-REVIEW-DATE
002490         MOVE RT-SUPERVISOR-ID TO BC-RESTRICT-SUPERVISOR
002500         IF RT-NOTE NOT = SPACES
002510             MOVE RT-NOTE TO BC-RESTRICT-NOTE
002520         END-IF
002530         REWRITE BC-PROFILE-RECORD
002540         MOVE 'REVIEWED - RESTRICTION STANDS'
002550             TO RM-RESULT-TEXT
002560         ADD 1 TO RM-APPLIED-COUNT
002570     END-IF
002580     .
002590* 3300-CLEAR-RESTRICTION - THE SET DATE IS KEPT SO THE
002600* PROFILE STILL SHOWS THERE WAS ONE; THE REVIEW DATE RECORDS
002610* WHEN IT WAS LIFTED.
002620 3300-CLEAR-RESTRICTION.
002630     IF NOT BC-CUSTOMER-IS-RESTRICTED
002640         MOVE 'REJECTED - NOT RESTRICTED'
002650             TO RM-RESULT-TEXT
002660         ADD 1 TO RM-REJECTED-COUNT
002670     ELSE
002680         MOVE 'N' TO BC-RESTRICT-FLAG
002690         MOVE SPACES TO BC-RESTRICT-REASON
002700         MOVE RT-NOTE TO BC-RESTRICT-NOTE
002710         MOVE RM-RUN-DATE TO BC-RESTRICT-REVIEW-DATE
002720         MOVE RT-SUPERVISOR-ID TO BC-RESTRICT-SUPERVISOR
002730         REWRITE BC-PROFILE-RECORD
002740         MOVE 'CLEARED' TO RM-RESULT-TEXT
002750         ADD 1 TO RM-APPLIED-COUNT
002760     END-IF
002770     .
002780 3950-AUDIT-ACCEPTED-ACTION.
002790     SET OA-ASK-AUDIT TO TRUE
002800     MOVE RT-SUPERVISOR-ID TO OA-OPERATOR-ID
002810     MOVE 'BOBRSTMT' TO OA-PROGRAM-ID
002820     MOVE RT-ACTION TO OA-ACTION
002830     MOVE SPACES TO OA-KEY-TEXT
002840     STRING RM-CUSTOMER-ID DELIMITED BY SIZE
002850            ' '            DELIMITED BY SIZE
002860            RT-REASON      DELIMITED BY SIZE
002870         INTO OA-KEY-TEXT
002880     CALL 'OPERAUTH' USING OA-PARMS
002890     .
002900 4000-WRITE-SUMMARY.
002910     MOVE SPACES TO RPT-LINE
002920     WRITE RPT-LINE
002930     STRING 'APPLIED ' DELIMITED BY SIZE
002940            RM-APPLIED-COUNT DELIMITED BY SIZE
002950            '  REJECTED ' DELIMITED BY SIZE
002960            RM-REJECTED-COUNT DELIMITED BY SIZE
002970         INTO RPT-LINE
002980     WRITE RPT-LINE
002980     MOVE SPACES TO RPT-LINE
002980     STRING 'SUPERVISOR QUEUE HELD ' DELIMITED BY SIZE
002980            RM-HELD-COUNT DELIMITED BY SIZE
002980            '  RELEASED TO BOBESCQ ' DELIMITED BY SIZE
002980            RM-RELEASED-COUNT DELIMITED BY SIZE
002980         INTO RPT-LINE
002980     WRITE RPT-LINE
002990     .
002990* 5000-WORK-SUPERVISOR-QUEUE - EACH ENTRY IS HELD FOR THE
002990* SUPERVISOR OR RELEASED TO THE DESK ACCORDING TO THE
002990* CUSTOMER'S RESTRICTION AS IT NOW STANDS.  WITHOUT BOBCUSTF
002990* THAT CANNOT BE TOLD, SO THE QUEUE IS LEFT AS IT IS.
002990 5000-WORK-SUPERVISOR-QUEUE.
002990     MOVE SPACES TO RPT-LINE
002990     WRITE RPT-LINE
002990     MOVE 'SUPERVISOR QUEUE' TO RPT-LINE
002990     WRITE RPT-LINE
002990     IF RM-CUS-OPENED-FLAG NOT = 'Y'
002990         MOVE 'QUEUE NOT WORKED - BOBCUSTF NOT AVAILABLE'
002990             TO RPT-LINE
002990         WRITE RPT-LINE
002990     ELSE
002990         MOVE SPACES TO RM-SUP-STATUS
002990         OPEN INPUT BOBSUPQ
002990         IF RM-SUP-OK
002990             MOVE SPACES TO RM-SUH-STATUS
002990             OPEN EXTEND BOBSUPH
002990             IF RM-SUH-STATUS NOT = '00'
002990                 OPEN OUTPUT BOBSUPH
002990             END-IF
002990             MOVE SPACES TO RM-ESC-STATUS
002990             OPEN EXTEND BOBESCQ
002990             IF RM-ESC-STATUS NOT = '00'
002990                 OPEN OUTPUT BOBESCQ
002990             END-IF
002990             PERFORM 5100-READ-NEXT-SUPQ-ENTRY
002990             PERFORM UNTIL RM-SUP-EOF
002990                 IF SUPQ-RECORD NOT = SPACES
002990                     PERFORM 5200-WORK-ONE-SUPQ-ENTRY
002990                 END-IF
002990                 PERFORM 5100-READ-NEXT-SUPQ-ENTRY
002990             END-PERFORM
002990             CLOSE BOBSUPQ BOBSUPH BOBESCQ
002990             OPEN OUTPUT BOBSUPQ
002990             CLOSE BOBSUPQ
002990         END-IF
002990     END-IF
002990     .
002990 5100-READ-NEXT-SUPQ-ENTRY.
002990     IF NOT RM-SUP-EOF
002990         READ BOBSUPQ
002990             AT END
002990                 SET RM-SUP-EOF TO TRUE
002990         END-READ
002990     END-IF
002990     .
002990* 5200-WORK-ONE-SUPQ-ENTRY - A CUSTOMER WITH NO PROFILE ON
002990* FILE IS HELD; ONLY A RESTRICTION THAT HAS BEEN CLEARED LETS
002990* THE ENTRY GO BACK TO THE DESK.
002990 5200-WORK-ONE-SUPQ-ENTRY.
002990     SET RM-SUP-STILL-RESTRICTED TO TRUE
002990     MOVE SUPQ-CUSTOMER-ID TO BC-CUSTOMER-ID
002990     READ BOBCUSTF
002990         INVALID KEY
002990             CONTINUE
002990         NOT INVALID KEY
002990             IF NOT BC-CUSTOMER-IS-RESTRICTED
002990                 MOVE 'N' TO RM-SUP-RESTRICTED-FLAG
002990             END-IF
002990     END-READ
002990     MOVE SUPQ-RECORD TO SUPH-RECORD
002990     WRITE SUPH-RECORD
002990     MOVE SPACES TO RPT-LINE
002990     IF RM-SUP-STILL-RESTRICTED
002990         ADD 1 TO RM-HELD-COUNT
002990         STRING 'HELD     ' DELIMITED BY SIZE
002990                SUPQ-TIMESTAMP(1:12) DELIMITED BY SIZE
002990                ' ' DELIMITED BY SIZE
002990                SUPQ-CUSTOMER-ID DELIMITED BY SIZE
002990                ' ' DELIMITED BY SIZE
002990                SUPQ-TERMINAL-ID DELIMITED BY SIZE
002990                ' ' DELIMITED BY SIZE
002990                SUPQ-HEYBOB DELIMITED BY SIZE
002990             INTO RPT-LINE
002990     ELSE
002990         ADD 1 TO RM-RELEASED-COUNT
002990         MOVE SUPQ-RECORD TO ESCQ-RECORD
002990         MOVE FUNCTION CURRENT-DATE TO ESCQ-TIMESTAMP
002990         WRITE ESCQ-RECORD
002990         STRING 'RELEASED ' DELIMITED BY SIZE
002990                SUPQ-TIMESTAMP(1:12) DELIMITED BY SIZE
002990                ' ' DELIMITED BY SIZE
002990                SUPQ-CUSTOMER-ID DELIMITED BY SIZE
002990                ' TO BOBESCQ - RESTRICTION CLEARED'
002990                    DELIMITED BY SIZE
002990             INTO RPT-LINE
002990     END-IF
002990     WRITE RPT-LINE
002990     .
