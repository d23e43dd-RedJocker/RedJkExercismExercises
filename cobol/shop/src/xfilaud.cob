000170* EQUAL ITS TWELVE CATEGORY SCORES PLUS THE UPPER BONUS; AND
000180* EVERY VOUCHF VOUCHER MUST HAVE A COMPLETED CARD BEHIND IT ON
000190* YACHTSCF OR THE YACHTARF ARCHIVE (PUZZLE-PRIZE VOUCHERS,
000200* MARKED 'PUZZLE' IN THE GAME KEY, AND TOURNAMENT PRIZES,
000200* MARKED 'TOURN', AND BOBDISP'S GOODWILL VOUCHERS, MARKED
000200* 'GOODWILL', HAVE NO CARD BY DESIGN AND
000210* ARE SKIPPED).  EVERY MISMATCH PRINTS WITH BOTH VALUES ON
000220* XFILARPT, AND ANY MISMATCH AT ALL SETS THE SHARED STATUS
000230* SEVERE AND RETURN CODE 16 SO A DRIVER CAN HOLD DEPENDENT
000240* STEPS.
000240* HOUSEHOLD TRANSFER ('T') POSTINGS ARE ORDINARY POSTINGS TO
000240* THE PER-PLAYER SUMS ABOVE, AND ON TOP OF THAT EVERY TRANSFER
000240* IS A NEGATIVE/POSITIVE PAIR, SO ALL 'T' POSTINGS ON THE
000240* LEDGER MUST NET TO ZERO - A HALF-POSTED TRANSFER IS A
000240* MISMATCH.
000250*
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000282*                    INSTEAD OF ADDRESSING UNALLOCATED STORAGE;
000282*                    NIGHTRUN NOW DISPATCHES THE JOB AND HOLDS
000282*                    THE RUN ON A SEVERE STATUS
000284*   2026-10-15 RJ    LOYXFER TRANSFER POSTINGS MUST NET TO
000284*                    ZERO ACROSS THE LEDGER
000286*   2026-10-15 RJ    SKIP YTRNPAY'S 'TOURN' PRIZE VOUCHERS IN THE
000286*                    VOUCHER-BACKING CHECK, AS FOR PUZZLE PRIZES
000286*   2026-10-15 RJ    SKIP BOBDISP'S 'GOODWILL' TICKET VOUCHERS
000286*                    IN THE VOUCHER-BACKING CHECK AS WELL
000286*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000286*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000286*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000286*                    A LIVE GAME AT SITE 01
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000670 FD  YACHTARF.
000680* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
000690* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
000690* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
000690* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
000700 01  ARC-RECORD.
000710     05  ARC-SCORECARD-IMAGE.
000720         10  ARC-PLAYER-ID      PIC X(10).
000740         10  FILLER             PIC X(306).
000750         10  ARC-GAME-STATUS    PIC X(01).
000760     05  ARC-ARCHIVE-DATE       PIC X(08).
000760     05  ARC-TRAINING-FLAG      PIC X(01).
000760     05  ARC-SITE-CODE          PIC X(02).
000770 FD  XFILARPT
000780     RECORD CONTAINS 100 CHARACTERS.
000790 01  RPT-LINE                   PIC X(100).
001160     05  XA-CAT-SUM             PIC 9(05) VALUE ZERO.
001170     05  XA-MISMATCHES          PIC 9(07) VALUE ZERO.
001180     05  XA-SUM-ED              PIC -ZZZZZZZZ9.
001180     05  XA-XFER-NET            PIC S9(09) VALUE ZERO.
001190     05  XA-BAL-ED              PIC -ZZZZZZZZ9.
001200     05  XA-TOT-A-ED            PIC ZZZZ9.
001210     05  XA-TOT-B-ED            PIC ZZZZ9.
001800         CLOSE LOYBALF
001810     END-IF
001820     PERFORM 2500-REPORT-UNMASTERED-SUMS
001820     PERFORM 2600-PROVE-TRANSFERS-NET
001830     .
001840 2100-READ-NEXT-POSTING.
001850     IF NOT XA-LDG-EOF
002080     IF XA-HIT-IX > ZERO
002090         ADD PL-POINTS TO XA-SUM-POINTS(XA-HIT-IX)
002100     END-IF
002100     IF PL-ENTRY-IS-TRANSFER
002100         ADD PL-POINTS TO XA-XFER-NET
002100     END-IF
002110     .
002120 2300-READ-NEXT-BALANCE.
002130     IF NOT XA-BAL-EOF
002760         END-IF
002770     END-PERFORM
002780     .
002780* 2600-PROVE-TRANSFERS-NET - WHAT ONE MEMBER GAVE ANOTHER
002780* RECEIVED; ANY REMAINDER IS A HALF-POSTED TRANSFER.
002780 2600-PROVE-TRANSFERS-NET.
002780     IF XA-XFER-NET NOT = ZERO
002780         ADD 1 TO XA-MISMATCHES
002780         MOVE XA-XFER-NET TO XA-SUM-ED
002780         MOVE SPACES TO RPT-LINE
002780         STRING 'TRANSFER POSTINGS DO NOT NET TO ZERO - LEDGER '
002780                    DELIMITED BY SIZE
002780                XA-SUM-ED DELIMITED BY SIZE
002780             INTO RPT-LINE
002780         WRITE RPT-LINE
002780     END-IF
002780     .
002790* 3000-PROVE-CARD-TOTALS - EVERY COMPLETED CARD'S GRAND TOTAL
002800* AGAINST ITS OWN TWELVE BOXES PLUS THE UPPER BONUS.
002810 3000-PROVE-CARD-TOTALS.
003360     .
003370* 4000-PROVE-VOUCHER-BACKING - EVERY FLOOR VOUCHER NEEDS A
003380* COMPLETED CARD ON THE LIVE FILE OR THE ARCHIVE; PUZZLE
003390* PRIZES CARRY THE 'PUZZLE' MARKER, TOURNAMENT PRIZES THE
003390* 'TOURN' MARKER, AND TICKET GOODWILL THE 'GOODWILL' MARKER,
003390* AND HAVE NONE BY DESIGN.
003400 4000-PROVE-VOUCHER-BACKING.
003410     OPEN INPUT VOUCHF
003420     IF NOT XA-VOU-OK
003470     PERFORM 4100-READ-NEXT-VOUCHER
003480     PERFORM UNTIL XA-VOU-EOF
003490         IF VO-GAME-START-TS(1:6) NOT = 'PUZZLE'
003490                 AND VO-GAME-START-TS(1:5) NOT = 'TOURN'
003490                 AND VO-GAME-START-TS(1:8) NOT = 'GOODWILL'
003500             PERFORM 4200-CHECK-LIVE-CARD
003510         END-IF
003520         PERFORM 4100-READ-NEXT-VOUCHER
