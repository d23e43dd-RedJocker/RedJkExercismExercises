000010
000020* YCONTMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YCONTMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YCONTMNT IS THE DESK MAINTENANCE TRANSACTION FOR THE YPCONTF
000100* PLAYER CONTACT FILE.  THE DESK KEYS ONE TRANSACTION PER LINE
000110* INTO YCONTXN - 'A' ADD, 'C' CHANGE, 'D' DELETE, EACH CARRYING
000120* THE KEYING USER'S ID - AND THIS PROGRAM APPLIES THEM AFTER
000130* CHECKING THE USER THROUGH OPERAUTH.  THE PLAYER MUST BE ON
000140* THE YPLAYERF REGISTRATION MASTER.  AN ADD OR CHANGE CARRIES
000150* THE WHOLE ROW: THE PREFERRED CHANNEL MUST BE POST, EMAIL, OR
000160* PHONE AND THAT CHANNEL MUST BE FILLED IN (AN ADDRESS LINE AND
000170* POSTCODE, AN EMAIL WITH AN '@', OR A PHONE NUMBER), AND BOTH
000180* CONSENT FLAGS MUST BE Y OR N.  A CONSENT FLAG THAT CHANGES
000190* TAKES THE RUN DATE AS ITS CONSENT DATE, SO THE FILE ALWAYS
000200* SAYS WHEN THE PLAYER LAST SAID YES OR NO.
000210*
000220* EVERY APPLIED CHANGE WRITES A BEFORE/AFTER IMAGE TO YCONAUDF
000230* AND A SECAUDF SECURITY AUDIT RECORD.  AN APPLIED-OR-REJECTED
000240* LINE PER TRANSACTION AND A TOTALS LINE GO TO YCONTRPT.
000250*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15 RJ    ORIGINAL PROGRAM
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT YCONTXN ASSIGN TO "YCONTXN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CM-TXN-STATUS.
000380     SELECT YPCONTF ASSIGN TO "YPCONTF"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS CT-PLAYER-ID
000420         FILE STATUS IS CM-CON-STATUS.
000430     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS YP-PLAYER-ID
000470         FILE STATUS IS CM-PLF-STATUS.
000480     SELECT YCONAUDF ASSIGN TO "YCONAUDF"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS CM-AUD-STATUS.
000510     SELECT YCONTRPT ASSIGN TO "YCONTRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CM-RPT-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  YCONTXN.
000570 01  CX-RECORD.
000580     05  CX-ACTION              PIC X(01).
000590         88  CX-ACTION-ADD          VALUE 'A'.
000600         88  CX-ACTION-CHANGE       VALUE 'C'.
000610         88  CX-ACTION-DELETE       VALUE 'D'.
000620     05  CX-USER-ID             PIC X(08).
000630     05  CX-PLAYER-ID           PIC X(10).
000640     05  CX-CONTACT-DETAILS.
000650         10  CX-ADDRESS-LINE-1  PIC X(30).
000660         10  CX-ADDRESS-LINE-2  PIC X(30).
000670         10  CX-TOWN            PIC X(20).
000680         10  CX-POSTCODE        PIC X(10).
000690         10  CX-EMAIL           PIC X(50).
000700         10  CX-PHONE           PIC X(15).
000710         10  CX-PREFERRED-CHANNEL
000720                                PIC X(01).
000730         10  CX-SERVICE-CONSENT PIC X(01).
000740         10  CX-MARKETING-CONSENT
000750                                PIC X(01).
000760 FD  YPCONTF.
000770 COPY "YPCONT.cpy".
000780 FD  YPLAYERF.
000790 COPY "YPLAYER.cpy".
000800 FD  YCONAUDF.
000810 01  CA-AUDIT-RECORD.
000820     05  CA-TIMESTAMP           PIC X(21).
000830     05  CA-USER-ID             PIC X(08).
000840     05  CA-ACTION              PIC X(01).
000850     05  CA-PLAYER-ID           PIC X(10).
000860     05  CA-BEFORE-IMAGE        PIC X(158).
000870     05  CA-AFTER-IMAGE         PIC X(158).
000880 FD  YCONTRPT
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  RPT-LINE                   PIC X(80).
000910 WORKING-STORAGE SECTION.
000920 01  CM-WORK-FIELDS.
000930     05  CM-TXN-STATUS          PIC X(02) VALUE SPACES.
000940         88  CM-TXN-OK              VALUE '00'.
000950         88  CM-TXN-EOF             VALUE '10'.
000960     05  CM-CON-STATUS          PIC X(02) VALUE SPACES.
000970         88  CM-CON-OK              VALUE '00'.
000980         88  CM-CON-NOT-FOUND       VALUE '35'.
000990     05  CM-PLF-STATUS          PIC X(02) VALUE SPACES.
001000         88  CM-PLF-OK              VALUE '00'.
001010     05  CM-PLF-OPEN-FLAG       PIC X(01) VALUE 'N'.
001020         88  CM-PLF-FILE-IS-OPEN    VALUE 'Y'.
001030     05  CM-AUD-STATUS          PIC X(02) VALUE SPACES.
001040     05  CM-RPT-STATUS          PIC X(02) VALUE SPACES.
001050     05  CM-CURRENT-TS          PIC X(21) VALUE SPACES.
001060     05  CM-RUN-DATE            PIC X(08) VALUE SPACES.
001070     05  CM-AT-SIGN-COUNT       PIC 9(02) VALUE ZERO.
001080     05  CM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
001090     05  CM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
001100     05  CM-BEFORE-IMAGE        PIC X(158) VALUE SPACES.
001110     05  CM-AFTER-IMAGE         PIC X(158) VALUE SPACES.
001120     05  CM-RESULT-TEXT         PIC X(40) VALUE SPACES.
001130* THE CONTACT PART OF A ROW AS IT GOES ON THE AUDIT IMAGE.
001140 01  CM-IMAGE-WORK.
001150     05  CM-IMAGE-ADDRESS       PIC X(90).
001160     05  CM-IMAGE-EMAIL         PIC X(50).
001170     05  CM-IMAGE-PHONE         PIC X(15).
001180     05  CM-IMAGE-CHANNEL       PIC X(01).
001190     05  CM-IMAGE-SERVICE       PIC X(01).
001200     05  CM-IMAGE-MARKETING     PIC X(01).
001210 COPY "OPAUTHLK.cpy".
001220 PROCEDURE DIVISION.
001230 0000-MAINLINE.
001240     PERFORM 1000-INITIALIZE
001250     PERFORM 2000-READ-NEXT-TRANSACTION
001260     PERFORM UNTIL CM-TXN-EOF
001270         IF CX-RECORD NOT = SPACES
001280             PERFORM 3000-APPLY-TRANSACTION
001290         END-IF
001300         PERFORM 2000-READ-NEXT-TRANSACTION
001310     END-PERFORM
001320     PERFORM 4000-WRITE-SUMMARY
001330     CLOSE YCONTXN YPCONTF YCONAUDF YCONTRPT
001340     IF CM-PLF-FILE-IS-OPEN
001350         CLOSE YPLAYERF
001360     END-IF
001370     GOBACK.
001380 1000-INITIALIZE.
001390     MOVE FUNCTION CURRENT-DATE TO CM-CURRENT-TS
001400     MOVE CM-CURRENT-TS(1:8) TO CM-RUN-DATE
001410     OPEN INPUT YCONTXN
001420     OPEN OUTPUT YCONTRPT
001430     OPEN I-O YPCONTF
001440     IF CM-CON-NOT-FOUND
001450         OPEN OUTPUT YPCONTF
001460         CLOSE YPCONTF
001470         OPEN I-O YPCONTF
001480     END-IF
001490     OPEN INPUT YPLAYERF
001500     IF CM-PLF-OK
001510         SET CM-PLF-FILE-IS-OPEN TO TRUE
001520     END-IF
001530     OPEN EXTEND YCONAUDF
001540     IF CM-AUD-STATUS NOT = '00'
001550         OPEN OUTPUT YCONAUDF
001560     END-IF
001570     MOVE 'PLAYER CONTACT AND CONSENT MAINTENANCE' TO RPT-LINE
001580     WRITE RPT-LINE
001590     .
001600 2000-READ-NEXT-TRANSACTION.
001610     READ YCONTXN
001620         AT END
001630             SET CM-TXN-EOF TO TRUE
001640     END-READ
001650     .
001660* 3000-APPLY-TRANSACTION - CHECK THE OPERATOR AND THE PLAYER,
001670* ROUTE BY ACTION CODE, AUDIT EVERY APPLIED CHANGE, AND WRITE
001680* THE APPLIED-OR-REJECTED LINE.
001690 3000-APPLY-TRANSACTION.
001700     MOVE SPACES TO CM-RESULT-TEXT
001710     MOVE SPACES TO CM-BEFORE-IMAGE
001720     MOVE SPACES TO CM-AFTER-IMAGE
001730     PERFORM 3020-CHECK-OPERATOR
001740     IF CM-RESULT-TEXT = SPACES
001750         PERFORM 3040-CHECK-PLAYER
001760     END-IF
001770     IF CM-RESULT-TEXT = SPACES AND NOT CX-ACTION-DELETE
001780         PERFORM 3060-VALIDATE-CONTACT
001790     END-IF
001800     IF CM-RESULT-TEXT = SPACES
001810         EVALUATE TRUE
001820             WHEN CX-ACTION-ADD
001830                 PERFORM 3100-ADD-CONTACT
001840             WHEN CX-ACTION-CHANGE
001850                 PERFORM 3200-CHANGE-CONTACT
001860             WHEN CX-ACTION-DELETE
001870                 PERFORM 3300-DELETE-CONTACT
001880             WHEN OTHER
001890                 MOVE 'REJECTED - BAD ACTION CODE'
001900                     TO CM-RESULT-TEXT
001910         END-EVALUATE
001920     END-IF
001930     IF CM-RESULT-TEXT(1:8) = 'REJECTED'
001940         ADD 1 TO CM-REJECTED-COUNT
001950     ELSE
001960         ADD 1 TO CM-APPLIED-COUNT
001970         PERFORM 3950-AUDIT-ACCEPTED-ACTION
001980     END-IF
001990     MOVE SPACES TO RPT-LINE
002000     STRING CX-ACTION      DELIMITED BY SIZE
002010            ' '            DELIMITED BY SIZE
002020            CX-PLAYER-ID   DELIMITED BY SIZE
002030            ' '            DELIMITED BY SIZE
002040            CM-RESULT-TEXT DELIMITED BY SIZE
002050         INTO RPT-LINE
002060     WRITE RPT-LINE
002070     .
002080* 3020-CHECK-OPERATOR - THE KEYING USER MUST BE AUTHORIZED
002090* FOR THIS PROGRAM ON THE OPERATOR MASTER.
002100 3020-CHECK-OPERATOR.
002110     MOVE SPACES TO OA-PARMS
002120     SET OA-ASK-CHECK TO TRUE
002130     MOVE CX-USER-ID TO OA-OPERATOR-ID
002140     MOVE 'YCONTMNT' TO OA-PROGRAM-ID
002150     CALL 'OPERAUTH' USING OA-PARMS
002160     IF OA-OPERATOR-DENIED
002170         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
002180             TO CM-RESULT-TEXT
002190     END-IF
002200     .
002210* 3040-CHECK-PLAYER - AN ADD OR CHANGE MUST NAME A REGISTERED
002220* PLAYER.  A DELETE MAY CLEAN UP AFTER A PLAYER ALREADY GONE.
002230 3040-CHECK-PLAYER.
002240     IF NOT CX-ACTION-DELETE
002250         IF NOT CM-PLF-FILE-IS-OPEN
002260             MOVE 'REJECTED - PLAYER NOT REGISTERED'
002270                 TO CM-RESULT-TEXT
002280         ELSE
002290             MOVE CX-PLAYER-ID TO YP-PLAYER-ID
002300             READ YPLAYERF
002310                 INVALID KEY
002320                     MOVE 'REJECTED - PLAYER NOT REGISTERED'
002330                         TO CM-RESULT-TEXT
002340             END-READ
002350         END-IF
002360     END-IF
002370     .
002380* 3060-VALIDATE-CONTACT - THE CHANNEL AND BOTH CONSENT FLAGS
002390* MUST BE KNOWN CODES, AND THE PREFERRED CHANNEL MUST BE ONE
002400* THE DESK CAN ACTUALLY USE.
002410 3060-VALIDATE-CONTACT.
002420     MOVE CX-PREFERRED-CHANNEL TO CT-PREFERRED-CHANNEL
002430     MOVE CX-SERVICE-CONSENT   TO CT-SERVICE-CONSENT
002440     MOVE CX-MARKETING-CONSENT TO CT-MARKETING-CONSENT
002450     EVALUATE TRUE
002460         WHEN NOT CT-CHANNEL-IS-VALID
002470             MOVE 'REJECTED - BAD PREFERRED CHANNEL'
002480                 TO CM-RESULT-TEXT
002490         WHEN NOT CT-SERVICE-CONSENT-VALID
002500             MOVE 'REJECTED - SERVICE CONSENT NOT Y OR N'
002510                 TO CM-RESULT-TEXT
002520         WHEN NOT CT-MARKETING-CONSENT-VALID
002530             MOVE 'REJECTED - MARKETING CONSENT NOT Y OR N'
002540                 TO CM-RESULT-TEXT
002550         WHEN CT-PREFER-POST
002560                 AND (CX-ADDRESS-LINE-1 = SPACES
002570                   OR CX-POSTCODE = SPACES)
002580             MOVE 'REJECTED - NO POSTAL ADDRESS'
002590                 TO CM-RESULT-TEXT
002600         WHEN CT-PREFER-PHONE AND CX-PHONE = SPACES
002610             MOVE 'REJECTED - NO PHONE NUMBER'
002620                 TO CM-RESULT-TEXT
002630     END-EVALUATE
002640     IF CM-RESULT-TEXT = SPACES AND CX-EMAIL NOT = SPACES
002650         MOVE ZERO TO CM-AT-SIGN-COUNT
002660         INSPECT CX-EMAIL TALLYING CM-AT-SIGN-COUNT
002670             FOR ALL '@'
002680         IF CM-AT-SIGN-COUNT NOT = 1
002690             MOVE 'REJECTED - BAD EMAIL ADDRESS'
002700                 TO CM-RESULT-TEXT
002710         END-IF
002720     END-IF
002730     IF CM-RESULT-TEXT = SPACES
002740             AND CT-PREFER-EMAIL AND CX-EMAIL = SPACES
002750         MOVE 'REJECTED - NO EMAIL ADDRESS'
002760             TO CM-RESULT-TEXT
002770     END-IF
002780     .
002790 3100-ADD-CONTACT.
002800     MOVE CX-PLAYER-ID TO CT-PLAYER-ID
002810     PERFORM 3400-LOAD-CONTACT
002820     MOVE CM-RUN-DATE TO CT-SERVICE-CONSENT-DATE
002830     MOVE CM-RUN-DATE TO CT-MARKETING-CONSENT-DATE
002840     WRITE CT-CONTACT-RECORD
002850         INVALID KEY
002860             MOVE 'REJECTED - ALREADY ON FILE'
002870                 TO CM-RESULT-TEXT
002880         NOT INVALID KEY
002890             PERFORM 3450-TAKE-IMAGE
002900             MOVE CM-IMAGE-WORK TO CM-AFTER-IMAGE
002910             PERFORM 3500-WRITE-AUDIT-IMAGE
002920             MOVE 'ADDED' TO CM-RESULT-TEXT
002930     END-WRITE
002940     .
002950* 3200-CHANGE-CONTACT - A CONSENT FLAG THAT MOVES IS RE-DATED;
002960* ONE THAT STAYS THE SAME KEEPS THE DATE IT WAS GIVEN.
002970 3200-CHANGE-CONTACT.
002980     MOVE CX-PLAYER-ID TO CT-PLAYER-ID
002990     READ YPCONTF
003000         INVALID KEY
003010             MOVE 'REJECTED - NOT ON FILE'
003020                 TO CM-RESULT-TEXT
003030         NOT INVALID KEY
003040             PERFORM 3450-TAKE-IMAGE
003050             MOVE CM-IMAGE-WORK TO CM-BEFORE-IMAGE
003060             IF CX-SERVICE-CONSENT NOT = CT-SERVICE-CONSENT
003070                 MOVE CM-RUN-DATE TO CT-SERVICE-CONSENT-DATE
003080             END-IF
003090             IF CX-MARKETING-CONSENT NOT = CT-MARKETING-CONSENT
003100                 MOVE CM-RUN-DATE TO CT-MARKETING-CONSENT-DATE
003110             END-IF
003120             PERFORM 3400-LOAD-CONTACT
003130             REWRITE CT-CONTACT-RECORD
003140             PERFORM 3450-TAKE-IMAGE
003150             MOVE CM-IMAGE-WORK TO CM-AFTER-IMAGE
003160             PERFORM 3500-WRITE-AUDIT-IMAGE
003170             MOVE 'CHANGED' TO CM-RESULT-TEXT
003180     END-READ
003190     .
003200 3300-DELETE-CONTACT.
003210     MOVE CX-PLAYER-ID TO CT-PLAYER-ID
003220     READ YPCONTF
003230         INVALID KEY
003240             MOVE 'REJECTED - NOT ON FILE'
003250                 TO CM-RESULT-TEXT
003260         NOT INVALID KEY
003270             PERFORM 3450-TAKE-IMAGE
003280             MOVE CM-IMAGE-WORK TO CM-BEFORE-IMAGE
003290             DELETE YPCONTF RECORD
003300             PERFORM 3500-WRITE-AUDIT-IMAGE
003310             MOVE 'DELETED' TO CM-RESULT-TEXT
003320     END-READ
003330     .
003340 3400-LOAD-CONTACT.
003350     MOVE CX-ADDRESS-LINE-1    TO CT-ADDRESS-LINE-1
003360     MOVE CX-ADDRESS-LINE-2    TO CT-ADDRESS-LINE-2
003370     MOVE CX-TOWN              TO CT-TOWN
003380     MOVE CX-POSTCODE          TO CT-POSTCODE
003390     MOVE CX-EMAIL             TO CT-EMAIL
003400     MOVE CX-PHONE             TO CT-PHONE
003410     MOVE CX-PREFERRED-CHANNEL TO CT-PREFERRED-CHANNEL
003420     MOVE CX-SERVICE-CONSENT   TO CT-SERVICE-CONSENT
003430     MOVE CX-MARKETING-CONSENT TO CT-MARKETING-CONSENT
003440     MOVE CM-RUN-DATE          TO CT-LAST-SET-DATE
003450     MOVE CX-USER-ID           TO CT-LAST-SET-BY
003460     .
003470 3450-TAKE-IMAGE.
003480     MOVE CT-ADDRESS           TO CM-IMAGE-ADDRESS
003490     MOVE CT-EMAIL             TO CM-IMAGE-EMAIL
003500     MOVE CT-PHONE             TO CM-IMAGE-PHONE
003510     MOVE CT-PREFERRED-CHANNEL TO CM-IMAGE-CHANNEL
003520     MOVE CT-SERVICE-CONSENT   TO CM-IMAGE-SERVICE
003530     MOVE CT-MARKETING-CONSENT TO CM-IMAGE-MARKETING
003540     .
003550* 3500-WRITE-AUDIT-IMAGE - ONE BEFORE/AFTER RECORD PER APPLIED
003560* CHANGE.  SPACES IN THE BEFORE IMAGE MEANS THE ROW DID NOT
003570* EXIST; SPACES IN THE AFTER IMAGE MEANS IT WAS DELETED.
003580 3500-WRITE-AUDIT-IMAGE.
003590     MOVE FUNCTION CURRENT-DATE TO CA-TIMESTAMP
003600     MOVE CX-USER-ID      TO CA-USER-ID
003610     MOVE CX-ACTION       TO CA-ACTION
003620     MOVE CX-PLAYER-ID    TO CA-PLAYER-ID
003630     MOVE CM-BEFORE-IMAGE TO CA-BEFORE-IMAGE
003640     MOVE CM-AFTER-IMAGE  TO CA-AFTER-IMAGE
003650     WRITE CA-AUDIT-RECORD
003660     .
003670 3950-AUDIT-ACCEPTED-ACTION.
003680     SET OA-ASK-AUDIT TO TRUE
003690     MOVE CX-USER-ID TO OA-OPERATOR-ID
003700     MOVE 'YCONTMNT' TO OA-PROGRAM-ID
003710     MOVE CX-ACTION TO OA-ACTION
003720     MOVE SPACES TO OA-KEY-TEXT
003730     MOVE CX-PLAYER-ID TO OA-KEY-TEXT
003740     CALL 'OPERAUTH' USING OA-PARMS
003750     .
003760* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
003770 4000-WRITE-SUMMARY.
003780     MOVE SPACES TO RPT-LINE
003790     WRITE RPT-LINE
003800     STRING 'APPLIED ' DELIMITED BY SIZE
003810            CM-APPLIED-COUNT DELIMITED BY SIZE
003820            '  REJECTED ' DELIMITED BY SIZE
003830            CM-REJECTED-COUNT DELIMITED BY SIZE
003840         INTO RPT-LINE
003850     WRITE RPT-LINE
003860     .
