000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-09-02 RJ    ORIGINAL PROGRAM
000250*   2026-10-15 RJ    EVERY DETAIL NOW CARRIES THE 4-4-5 FISCAL
000250*                    PERIOD (YYYYPP) OF ITS DATE AND EVERY
000250*                    SECTION TRAILER THE PERIOD OF THE RUN DATE,
000250*                    FROM THE SHARED FISCPER MODULE - THE LEDGER
000250*                    FEED TAKES IT STRAIGHT OFF GLDAILYF
000250*   2026-10-15 RJ    'L1' DETAILS CARRY GLDAILYF'S NEW PRIOR-
000250*                    PERIOD ADJUSTMENT FLAG IN THE FIRST BYTE OF
000250*                    THE OLD FILLER, SO HEAD OFFICE CAN TELL A
000250*                    LATE ENTRY MOVED OUT OF A CLOSED PERIOD
000250*   2026-10-15 RJ    ONE CONSOLIDATED INTERCHANGE FOR EVERY SITE -
000250*                    EACH SITE'S 'G1' AND 'L1' SECTIONS GO OUT
000250*                    UNDER AN 'SH' SITE HEADER WITH THEIR OWN
000250*                    'G9'/'L9' TRAILERS, AND AN 'MS' MANIFEST LINE
000250*                    PER SITE PRECEDES THE 'MF' GRAND TOTALS.  A
000250*                    GAME'S SITE IS THE ONE ON ITS CARD, A LEDGER
000250*                    ENTRY'S IS GLDAILYF'S NEW SITE CODE; THE 'V1'
000250*                    VOLUME HISTORY STAYS HOUSE-WIDE
000250*   2026-10-15 RJ    AN ARCHIVED CARD GOES UNDER THE SITE STAMPED
000250*                    ON IT; A CARD ARCHIVED BEFORE THE ARCHIVE
000250*                    KEPT THE SITE HAS IT BLANK AND GOES UNDER
000250*                    SITE 01
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000470     SELECT HOXACKF ASSIGN TO "HOXACKF"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS HX-ACK-STATUS.
000490     SELECT YSITEF ASSIGN TO "YSITEF"
000490         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS SI-SITE-CODE
000490         FILE STATUS IS HX-SIT-STATUS.
000500     SELECT HOXRPT ASSIGN TO "HOXRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS HX-RPT-STATUS.
000550 FD  YACHTARF.
000560* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
000570* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
000570* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
000570* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
000580 01  ARC-RECORD.
000590     05  ARC-PLAYER-ID          PIC X(10).
000600     05  ARC-GAME-START-TS      PIC X(15).
000630     05  ARC-GRAND-TOTAL        PIC 9(04).
000640     05  ARC-GAME-STATUS        PIC X(01).
000650     05  ARC-ARCHIVE-DATE       PIC X(08).
000650     05  ARC-TRAINING-FLAG      PIC X(01).
000650     05  ARC-SITE-CODE          PIC X(02).
000660 FD  GLDAILYF.
000670 01  GD-JOURNAL-RECORD.
000680     05  GD-RECORD-TYPE         PIC X(02).
000690     05  GD-SOURCE-KEY          PIC X(25).
000700     05  GD-POSTING-DATE        PIC X(08).
000710     05  GD-AMOUNT              PIC S9(09)V99.
000710     05  GD-FISCAL-PERIOD       PIC X(06).
000710     05  GD-PRIOR-PERIOD-ADJ    PIC X(01).
000710     05  GD-SITE-CODE           PIC X(02).
000720 FD  DBXHISTF.
000730 01  DH-HISTORY-RECORD.
000740     05  DH-RUN-DATE            PIC X(08).
000830     05  HO-DTL-KEY             PIC X(25).
000840     05  HO-DTL-DATE            PIC X(08).
000850     05  HO-DTL-AMOUNT          PIC S9(09)V99.
000850     05  HO-DTL-FISCAL-PERIOD   PIC X(06).
000850     05  HO-DTL-PRIOR-PERIOD-ADJ
000850                                PIC X(01).
000850     05  HO-DTL-SITE-CODE       PIC X(02).
000850     05  FILLER                 PIC X(05).
000870 01  HO-TRAILER-RECORD.
000880     05  HO-TRL-TYPE            PIC X(02).
000890     05  HO-TRL-COUNT           PIC 9(07).
000900     05  HO-TRL-HASH            PIC S9(11)V99.
000900     05  HO-TRL-FISCAL-PERIOD   PIC X(06).
000900     05  HO-TRL-SITE-CODE       PIC X(02).
000900     05  FILLER                 PIC X(30).
000920 01  HO-MANIFEST-RECORD.
000930     05  HO-MF-TYPE             PIC X(02).
000940     05  HO-MF-SERIAL           PIC X(12).
000970     05  HO-MF-VOL-COUNT        PIC 9(07).
000980     05  HO-MF-TOTAL-HASH       PIC S9(11)V99.
000990     05  FILLER                 PIC X(12).
000990* EACH SITE'S SECTIONS OPEN WITH AN 'SH' HEADER, AND THE SITE'S
000990* COUNTS AND HASH GO ON ITS OWN 'MS' LINE AHEAD OF THE 'MF'.
000990 01  HO-SITE-HEADER-RECORD.
000990     05  HO-SH-TYPE             PIC X(02).
000990     05  HO-SH-SITE-CODE        PIC X(02).
000990     05  HO-SH-SITE-NAME        PIC X(30).
000990     05  FILLER                 PIC X(26).
000990 01  HO-SITE-MANIFEST-RECORD.
000990     05  HO-MS-TYPE             PIC X(02).
000990     05  HO-MS-SERIAL           PIC X(12).
000990     05  HO-MS-SITE-CODE        PIC X(02).
000990     05  HO-MS-GAME-COUNT       PIC 9(07).
000990     05  HO-MS-GL-COUNT         PIC 9(07).
000990     05  HO-MS-SITE-HASH        PIC S9(11)V99.
000990     05  FILLER                 PIC X(17).
001000 FD  HOXREGF.
001010 01  RG-REGISTER-RECORD.
001020     05  RG-SERIAL              PIC X(12).
001090 01  AK-ACK-RECORD.
001100     05  AK-SERIAL              PIC X(12).
001110     05  AK-RESULT              PIC X(01).
001120 FD  YSITEF.
001120 COPY "YSITE.cpy".
001120 FD  HOXRPT
001130     RECORD CONTAINS 80 CHARACTERS.
001140 01  RPT-LINE                   PIC X(80).
001200         10  HX-REG-SENT-DATE   PIC X(08).
001210         10  HX-REG-TOTAL       PIC 9(07).
001220         10  HX-REG-STATE       PIC X(01).
001230* THE SITES GOING OUT THIS RUN, IN SITE ORDER - THE HOME SITE,
001230* EVERY OPEN SITE ON THE MASTER, AND ANY OTHER SITE THE ARCHIVE
001230* OR THE JOURNAL TURNS UP.
001230 01  HX-SITE-TABLE.
001230     05  HX-SITE-COUNT          PIC 9(02) VALUE ZERO.
001230     05  HX-SITE-IX             PIC 9(02) VALUE ZERO.
001230     05  HX-INS-IX              PIC 9(02) VALUE ZERO.
001230     05  HX-SHIFT-IX            PIC 9(02) VALUE ZERO.
001230     05  HX-SITE-ENTRY OCCURS 20 TIMES.
001230         10  HX-SITE-CODE       PIC X(02).
001230         10  HX-SITE-GAMES      PIC 9(07).
001230         10  HX-SITE-GL         PIC 9(07).
001230         10  HX-SITE-HASH       PIC S9(11)V99.
001230 01  HX-WORK-FIELDS.
001240     05  HX-ARF-STATUS          PIC X(02) VALUE SPACES.
001250         88  HX-ARF-OK              VALUE '00'.
001380         88  HX-ACK-OK              VALUE '00'.
001390         88  HX-ACK-EOF             VALUE '10'.
001400     05  HX-RPT-STATUS          PIC X(02) VALUE SPACES.
001400     05  HX-SIT-STATUS          PIC X(02) VALUE SPACES.
001400         88  HX-SIT-OK              VALUE '00'.
001400         88  HX-SIT-EOF             VALUE '10'.
001410     05  HX-CURRENT-TS          PIC X(21) VALUE SPACES.
001420     05  HX-RUN-DATE            PIC X(08) VALUE SPACES.
001430     05  HX-SERIAL              PIC X(12) VALUE SPACES.
001500     05  HX-TOTAL-HASH          PIC S9(11)V99 VALUE ZERO.
001510     05  HX-REG-IX              PIC 9(03) VALUE ZERO.
001520     05  HX-UNACKED-COUNT       PIC 9(03) VALUE ZERO.
001520     05  HX-FISCAL-DATE         PIC X(08) VALUE SPACES.
001520     05  HX-FISCAL-PERIOD       PIC X(06) VALUE SPACES.
001520     05  HX-RUN-FISCAL-PERIOD   PIC X(06) VALUE SPACES.
001520     05  HX-THIS-SITE           PIC X(02) VALUE SPACES.
001520     05  HX-CARD-SITE           PIC X(02) VALUE SPACES.
001520     05  HX-FIND-SITE           PIC X(02) VALUE SPACES.
001520     05  HX-COUNT-ED            PIC ZZZZZZ9.
001520     05  HX-GL-COUNT-ED         PIC ZZZZZZ9.
001520 COPY "FISCPRLK.cpy".
001520 COPY "YSITELK.cpy".
001530 PROCEDURE DIVISION.
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE
001560     PERFORM 1500-COLLECT-SITES
001560     PERFORM 1900-EXTRACT-ONE-SITE
001560         VARYING HX-SITE-IX FROM 1 BY 1
001570         UNTIL HX-SITE-IX > HX-SITE-COUNT
001580     PERFORM 4000-EXTRACT-VOLUME-HISTORY
001590     PERFORM 5000-WRITE-MANIFEST
001600     PERFORM 6000-REGISTER-THE-TRANSMISSION
001700     STRING HX-RUN-DATE DELIMITED BY SIZE
001710            HX-CURRENT-TS(9:4) DELIMITED BY SIZE
001720         INTO HX-SERIAL
001720     MOVE HX-RUN-DATE TO HX-FISCAL-DATE
001720     PERFORM 8400-FIND-FISCAL-PERIOD
001720     MOVE HX-FISCAL-PERIOD TO HX-RUN-FISCAL-PERIOD
001730     OPEN OUTPUT HOXFILE
001740     OPEN OUTPUT HOXRPT
001750     MOVE 'HEAD OFFICE INTERCHANGE' TO RPT-LINE
002030             SET HX-REG-EOF TO TRUE
002040     END-READ
002050     .
002060* 1500-COLLECT-SITES - THE HOME SITE ALWAYS GOES OUT, EVEN EMPTY,
002060* AS DOES EVERY OPEN SITE ON THE MASTER; A CLOSED OR UNKNOWN SITE
002060* GOES OUT ONLY WHEN THE ARCHIVE OR THE JOURNAL HAS SOMETHING
002060* FOR IT.
002060 1500-COLLECT-SITES.
002060     MOVE ZERO TO HX-SITE-COUNT
002060     MOVE '01' TO HX-FIND-SITE
002060     PERFORM 1700-ADD-SITE
002060     OPEN INPUT YSITEF
002060     IF HX-SIT-OK
002060         PERFORM 1510-READ-NEXT-SITE
002060         PERFORM UNTIL HX-SIT-EOF
002060             IF SI-SITE-IS-OPEN
002060                 MOVE SI-SITE-CODE TO HX-FIND-SITE
002060                 PERFORM 1700-ADD-SITE
002060             END-IF
002060             PERFORM 1510-READ-NEXT-SITE
002060         END-PERFORM
002060         CLOSE YSITEF
002060     END-IF
002060     OPEN INPUT YACHTARF
002060     IF NOT HX-ARF-OK
002060         SET HX-ARF-EOF TO TRUE
002060     END-IF
002060     PERFORM 2100-READ-NEXT-ARCHIVE
002060     PERFORM UNTIL HX-ARF-EOF
002060         IF ARC-GAME-STATUS = 'C'
002060             PERFORM 2200-FIND-CARD-SITE
002060             MOVE HX-CARD-SITE TO HX-FIND-SITE
002060             PERFORM 1700-ADD-SITE
002060         END-IF
002060         PERFORM 2100-READ-NEXT-ARCHIVE
002060     END-PERFORM
002060     IF HX-ARF-STATUS = '10'
002060         CLOSE YACHTARF
002060     END-IF
002060     OPEN INPUT GLDAILYF
002060     IF NOT HX-GLD-OK
002060         SET HX-GLD-EOF TO TRUE
002060     END-IF
002060     PERFORM 3100-READ-NEXT-JOURNAL
002060     PERFORM UNTIL HX-GLD-EOF
002060         IF GD-RECORD-TYPE NOT = 'SC'
002060                 AND GD-RECORD-TYPE NOT = 'TR'
002060             PERFORM 3200-FIND-ENTRY-SITE
002060             MOVE HX-CARD-SITE TO HX-FIND-SITE
002060             PERFORM 1700-ADD-SITE
002060         END-IF
002060         PERFORM 3100-READ-NEXT-JOURNAL
002060     END-PERFORM
002060     IF HX-GLD-STATUS = '10'
002060         CLOSE GLDAILYF
002060     END-IF
002060     .
002060 1510-READ-NEXT-SITE.
002060     READ YSITEF NEXT RECORD
002060         AT END
002060             SET HX-SIT-EOF TO TRUE
002060     END-READ
002060     .
002060* 1700-ADD-SITE - HX-FIND-SITE INTO THE SITE TABLE IN ITS PLACE,
002060* UNLESS IT IS THERE ALREADY.
002060 1700-ADD-SITE.
002060     IF HX-SITE-COUNT < 20
002060         PERFORM VARYING HX-INS-IX FROM 1 BY 1
002060                 UNTIL HX-INS-IX > HX-SITE-COUNT
002060                 OR HX-SITE-CODE(HX-INS-IX) NOT < HX-FIND-SITE
002060             CONTINUE
002060         END-PERFORM
002060         IF HX-INS-IX > HX-SITE-COUNT
002060                 OR HX-SITE-CODE(HX-INS-IX) NOT = HX-FIND-SITE
002060             PERFORM VARYING HX-SHIFT-IX FROM HX-SITE-COUNT BY -1
002060                     UNTIL HX-SHIFT-IX < HX-INS-IX
002060                 MOVE HX-SITE-ENTRY(HX-SHIFT-IX)
002060                     TO HX-SITE-ENTRY(HX-SHIFT-IX + 1)
002060             END-PERFORM
002060             MOVE HX-FIND-SITE TO HX-SITE-CODE(HX-INS-IX)
002060             MOVE ZERO TO HX-SITE-GAMES(HX-INS-IX)
002060             MOVE ZERO TO HX-SITE-GL(HX-INS-IX)
002060             MOVE ZERO TO HX-SITE-HASH(HX-INS-IX)
002060             ADD 1 TO HX-SITE-COUNT
002060         END-IF
002060     END-IF
002060     .
002060* 1900-EXTRACT-ONE-SITE - THE SITE'S 'SH' HEADER, THEN ITS GAME
002060* SUMMARIES AND ITS LEDGER FEED, EACH CLOSED BY ITS OWN TRAILER.
002060 1900-EXTRACT-ONE-SITE.
002060     MOVE HX-SITE-CODE(HX-SITE-IX) TO HX-THIS-SITE
002060     MOVE SPACES TO SE-TERMINAL-ID
002060     MOVE HX-THIS-SITE TO SE-SITE-CODE
002060     CALL 'YSITECK' USING SE-PARMS
002060     MOVE SPACES TO HO-SITE-HEADER-RECORD
002060     MOVE 'SH' TO HO-SH-TYPE
002060     MOVE HX-THIS-SITE TO HO-SH-SITE-CODE
002060     MOVE SE-SITE-NAME TO HO-SH-SITE-NAME
002060     WRITE HO-RECORD FROM HO-SITE-HEADER-RECORD
002060     PERFORM 2000-EXTRACT-GAME-SUMMARIES
002060     PERFORM 3000-EXTRACT-LEDGER-FEED
002060     MOVE HX-SITE-GAMES(HX-SITE-IX) TO HX-COUNT-ED
002060     MOVE HX-SITE-GL(HX-SITE-IX) TO HX-GL-COUNT-ED
002060     MOVE SPACES TO RPT-LINE
002060     STRING 'SITE ' DELIMITED BY SIZE
002060            HX-THIS-SITE DELIMITED BY SIZE
002060            ' ' DELIMITED BY SIZE
002060            SE-SITE-NAME DELIMITED BY SIZE
002060            ' GAMES ' DELIMITED BY SIZE
002060            HX-COUNT-ED DELIMITED BY SIZE
002060            ' LEDGER ' DELIMITED BY SIZE
002060            HX-GL-COUNT-ED DELIMITED BY SIZE
002060         INTO RPT-LINE
002060     WRITE RPT-LINE
002060     .
002060* 2000-EXTRACT-GAME-SUMMARIES - ONE 'G1' PER COMPLETED
002070* ARCHIVED CARD: PLAYER, GAME DATE, GRAND TOTAL - FOR THE
002070* CARDS PLAYED AT THE SITE IN HAND.
002080 2000-EXTRACT-GAME-SUMMARIES.
002090     MOVE ZERO TO HX-SEC-COUNT
002100     MOVE ZERO TO HX-SEC-HASH
002140     END-IF
002150     PERFORM 2100-READ-NEXT-ARCHIVE
002160     PERFORM UNTIL HX-ARF-EOF
002160         PERFORM 2200-FIND-CARD-SITE
002170         IF ARC-GAME-STATUS = 'C'
002170                 AND HX-CARD-SITE = HX-THIS-SITE
002180             MOVE SPACES TO HO-DETAIL-RECORD
002190             MOVE 'G1' TO HO-DTL-TYPE
002190             MOVE HX-THIS-SITE TO HO-DTL-SITE-CODE
002200             MOVE SPACES TO HO-DTL-KEY
002210             STRING ARC-PLAYER-ID DELIMITED BY SIZE
002220                    ARC-GAME-START-TS DELIMITED BY SIZE
002230                 INTO HO-DTL-KEY
002240             MOVE ARC-ARCHIVE-DATE TO HO-DTL-DATE
002250             MOVE ARC-GRAND-TOTAL TO HO-DTL-AMOUNT
002250             MOVE ARC-ARCHIVE-DATE TO HX-FISCAL-DATE
002250             PERFORM 8400-FIND-FISCAL-PERIOD
002250             MOVE HX-FISCAL-PERIOD TO HO-DTL-FISCAL-PERIOD
002260             PERFORM 8500-POST-DETAIL
002270         END-IF
002280         PERFORM 2100-READ-NEXT-ARCHIVE
002300     IF HX-ARF-STATUS = '10'
002310         CLOSE YACHTARF
002320     END-IF
002330     ADD HX-SEC-COUNT TO HX-GAME-COUNT
002330     MOVE HX-SEC-COUNT TO HX-SITE-GAMES(HX-SITE-IX)
002330     ADD HX-SEC-HASH TO HX-SITE-HASH(HX-SITE-IX)
002340     PERFORM 8600-CLOSE-SECTION
002350     MOVE 'G9' TO HO-TRL-TYPE
002350     MOVE HX-THIS-SITE TO HO-TRL-SITE-CODE
002360     PERFORM 8700-WRITE-SECTION-TRAILER
002370     .
002380 2100-READ-NEXT-ARCHIVE.
002430         END-READ
002440     END-IF
002450     .
002460* 2200-FIND-CARD-SITE - AN ARCHIVED CARD BELONGS TO THE SITE
002460* STAMPED ON IT WHEN IT WAS PLAYED.  A CARD ARCHIVED BEFORE THE
002460* ARCHIVE KEPT THE SITE HAS IT BLANK, WHICH IS SITE 01.
002460 2200-FIND-CARD-SITE.
002460     IF ARC-SITE-CODE = SPACES
002460         MOVE '01' TO HX-CARD-SITE
002460     ELSE
002460         MOVE ARC-SITE-CODE TO HX-CARD-SITE
002460     END-IF
002460     .
002460* 3000-EXTRACT-LEDGER-FEED - THE UNIFIED GL JOURNAL'S DETAIL
002470* RECORDS GO OVER AS 'L1', UNDER THE SITE EACH WAS POSTED FOR.
002480 3000-EXTRACT-LEDGER-FEED.
002490     MOVE ZERO TO HX-SEC-COUNT
002500     MOVE ZERO TO HX-SEC-HASH
002540     END-IF
002550     PERFORM 3100-READ-NEXT-JOURNAL
002560     PERFORM UNTIL HX-GLD-EOF
002560         PERFORM 3200-FIND-ENTRY-SITE
002570         IF GD-RECORD-TYPE NOT = 'SC'
002580                 AND GD-RECORD-TYPE NOT = 'TR'
002580                 AND HX-CARD-SITE = HX-THIS-SITE
002590             MOVE SPACES TO HO-DETAIL-RECORD
002600             MOVE 'L1' TO HO-DTL-TYPE
002600             MOVE HX-THIS-SITE TO HO-DTL-SITE-CODE
002610             MOVE GD-SOURCE-KEY TO HO-DTL-KEY
002620             MOVE GD-POSTING-DATE TO HO-DTL-DATE
002630             MOVE GD-AMOUNT TO HO-DTL-AMOUNT
002630             MOVE GD-FISCAL-PERIOD TO HO-DTL-FISCAL-PERIOD
002630             MOVE GD-PRIOR-PERIOD-ADJ TO HO-DTL-PRIOR-PERIOD-ADJ
002640             PERFORM 8500-POST-DETAIL
002650         END-IF
002660         PERFORM 3100-READ-NEXT-JOURNAL
002680     IF HX-GLD-STATUS = '10'
002690         CLOSE GLDAILYF
002700     END-IF
002710     ADD HX-SEC-COUNT TO HX-GL-COUNT
002710     MOVE HX-SEC-COUNT TO HX-SITE-GL(HX-SITE-IX)
002710     ADD HX-SEC-HASH TO HX-SITE-HASH(HX-SITE-IX)
002720     PERFORM 8600-CLOSE-SECTION
002730     MOVE 'L9' TO HO-TRL-TYPE
002730     MOVE HX-THIS-SITE TO HO-TRL-SITE-CODE
002740     PERFORM 8700-WRITE-SECTION-TRAILER
002750     .
002760 3100-READ-NEXT-JOURNAL.
002810         END-READ
002820     END-IF
002830     .
002840* 3200-FIND-ENTRY-SITE - A JOURNAL ENTRY WITH NO SITE ON IT IS
002840* THE HOME SITE'S.
002840 3200-FIND-ENTRY-SITE.
002840     MOVE GD-SITE-CODE TO HX-CARD-SITE
002840     IF HX-CARD-SITE = SPACES
002840         MOVE '01' TO HX-CARD-SITE
002840     END-IF
002840     .
002840* 4000-EXTRACT-VOLUME-HISTORY - THE DASHBOARD HISTORY GOES
002850* OVER AS 'V1', VOLUME IN THE AMOUNT FIELD.  THE HISTORY IS
002850* KEPT FOR THE HOUSE AS A WHOLE, SO IT GOES ONCE, AFTER THE
002850* SITE SECTIONS, WITH NO SITE ON IT.
002860 4000-EXTRACT-VOLUME-HISTORY.
002870     MOVE ZERO TO HX-SEC-COUNT
002880     MOVE ZERO TO HX-SEC-HASH
002970         MOVE DH-PROGRAM-NAME TO HO-DTL-KEY
002980         MOVE DH-RUN-DATE TO HO-DTL-DATE
002990         MOVE DH-VOLUME-COUNT TO HO-DTL-AMOUNT
002990         MOVE DH-RUN-DATE TO HX-FISCAL-DATE
002990         PERFORM 8400-FIND-FISCAL-PERIOD
002990         MOVE HX-FISCAL-PERIOD TO HO-DTL-FISCAL-PERIOD
003000         PERFORM 8500-POST-DETAIL
003010         PERFORM 4100-READ-NEXT-HISTORY
003020     END-PERFORM
003160         END-READ
003170     END-IF
003180     .
003190* 8400-FIND-FISCAL-PERIOD - HX-FISCAL-DATE IN, ITS YYYYPP FISCAL
003190* PERIOD OUT; BLANK WHEN THE DATE IS OFF THE FISCAL TABLE.
003190 8400-FIND-FISCAL-PERIOD.
003190     MOVE SPACES TO HX-FISCAL-PERIOD
003190     IF HX-FISCAL-DATE IS NUMERIC
003190         MOVE HX-FISCAL-DATE(1:4) TO FP-YEAR
003190         MOVE HX-FISCAL-DATE(5:2) TO FP-MONTH
003190         MOVE HX-FISCAL-DATE(7:2) TO FP-DAY
003190         CALL 'FISCPER' USING FP-PARMS
003190         IF NOT PS-STATUS-ERROR OF FP-PARMS
003190             MOVE FP-FISCAL-PERIOD TO HX-FISCAL-PERIOD
003190         END-IF
003190     END-IF
003190     .
003190 8500-POST-DETAIL.
003200     WRITE HO-RECORD FROM HO-DETAIL-RECORD
003210     ADD 1 TO HX-SEC-COUNT
003270     MOVE SPACES TO HO-TRAILER-RECORD
003280     MOVE HX-SEC-COUNT TO HO-TRL-COUNT
003290     MOVE HX-SEC-HASH TO HO-TRL-HASH
003290     MOVE HX-RUN-FISCAL-PERIOD TO HO-TRL-FISCAL-PERIOD
003300     .
003310 8700-WRITE-SECTION-TRAILER.
003320     WRITE HO-RECORD FROM HO-TRAILER-RECORD
003330     .
003340* 5000-WRITE-MANIFEST - AN 'MS' LINE PER SITE, THEN THE 'MF'
003340* CARRYING THE WHOLE FILE'S TOTALS.
003340 5000-WRITE-MANIFEST.
003340     PERFORM 5100-WRITE-SITE-MANIFEST
003340         VARYING HX-SITE-IX FROM 1 BY 1
003340         UNTIL HX-SITE-IX > HX-SITE-COUNT
003350     MOVE SPACES TO HO-MANIFEST-RECORD
003360     MOVE 'MF' TO HO-MF-TYPE
003370     MOVE HX-SERIAL TO HO-MF-SERIAL
003420     WRITE HO-RECORD FROM HO-MANIFEST-RECORD
003430     CLOSE HOXFILE
003440     .
003450 5100-WRITE-SITE-MANIFEST.
003450     MOVE SPACES TO HO-SITE-MANIFEST-RECORD
003450     MOVE 'MS' TO HO-MS-TYPE
003450     MOVE HX-SERIAL TO HO-MS-SERIAL
003450     MOVE HX-SITE-CODE(HX-SITE-IX) TO HO-MS-SITE-CODE
003450     MOVE HX-SITE-GAMES(HX-SITE-IX) TO HO-MS-GAME-COUNT
003450     MOVE HX-SITE-GL(HX-SITE-IX) TO HO-MS-GL-COUNT
003450     MOVE HX-SITE-HASH(HX-SITE-IX) TO HO-MS-SITE-HASH
003450     WRITE HO-RECORD FROM HO-SITE-MANIFEST-RECORD
003450     .
003450 6000-REGISTER-THE-TRANSMISSION.
003460     IF HX-REG-COUNT < 200
003470         ADD 1 TO HX-REG-COUNT
