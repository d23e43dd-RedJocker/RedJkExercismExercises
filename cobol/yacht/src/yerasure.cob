000170* ANONYMOUS TOKEN ('ANON' PLUS A SEQUENCE OFF YERASSEQ): THE
000180* YPLAYERF REGISTRATION ROW (NAME BLANKED), LIVE AND ARCHIVED
000190* SCORECARDS, THE YACHTAUDF SCORING CALLS, PLEDGERF POSTINGS,
000200* VOUCHF VOUCHERS, MATCHF ENTRIES AND WINNERS, THE YTICKFD
000200* TICKER FRAMES, THE YHHOLDF HOUSEHOLD ROWS (AND THE HOUSEHOLD
000200* ID OF EVERY MEMBER WHEN THE PLAYER HEADS ONE), AND THE OTHER
000200* PLAYER'S SIDE OF A HOUSEHOLD POINT TRANSFER ON PLEDGERF,
000200* WHICH NAMES THE PLAYER AS ITS COUNTERPARTY.  THE YPCONTF
000200* CONTACT ROW HAS NOTHING WORTH KEEPING ONCE THE PLAYER IS
000200* UNKNOWN AND IS DELETED OUTRIGHT - EVERY NUMERIC
000210* TOTAL STAYS EXACTLY WHERE IT WAS, SO THE CONTROL CHECKS AND
000220* THE LEDGER STILL BALANCE.
000230* EVERY FILE PASS GOES THROUGH THAT FILE'S OWN RECORD SHAPE.
000240* A FILE THAT DOES NOT EXIST HOLDS NO PLAYER DATA AND
000250* CERTIFIES AS SUCH; A FILE THAT EXISTS BUT CANNOT BE
000332*                    PLAYER WITH MORE LIVE SCORECARDS THAN THE
000332*                    KEY TABLE HOLDS NOW GETS REPEATED REKEY
000332*                    BATCHES INSTEAD OF A SILENT PARTIAL
000334*   2026-10-15 RJ    YHHOLDF HOUSEHOLD ROWS ARE REKEYED TO THE
000334*                    TOKEN AND A TRANSFER ENTRY NAMING THE
000334*                    PLAYER AS COUNTERPARTY HAS THAT ID SWAPPED
000334*                    TOO
000334*   2026-10-15 RJ    THE YPCONTF CONTACT ROW - ADDRESS, EMAIL,
000334*                    PHONE, CONSENTS - IS DELETED OUTRIGHT
000334*   2026-10-15 RJ    THE DATE OF BIRTH NOW ON YPLAYERF IS BLANKED
000334*                    WITH THE NAME
000334*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000334*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000334*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000334*                    A LIVE GAME AT SITE 01
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS YM-MATCH-ID
000650         FILE STATUS IS YE-MAT-STATUS.
000650     SELECT YPCONTF ASSIGN TO "YPCONTF"
000650         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CT-PLAYER-ID
000650         FILE STATUS IS YE-CON-STATUS.
000650     SELECT YHHOLDF ASSIGN TO "YHHOLDF"
000650         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS HH-PLAYER-ID
000650         FILE STATUS IS YE-HHF-STATUS.
000660     SELECT YACHTARF ASSIGN TO "YACHTARF"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS YE-TGT-STATUS.
001040 COPY "YACHTSC.cpy".
001050 FD  MATCHF.
001060 COPY "YMATCH.cpy".
001060 FD  YPCONTF.
001060 COPY "YPCONT.cpy".
001060 FD  YHHOLDF.
001060 COPY "YHHOLD.cpy".
001070 FD  YACHTARF.
001080* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
001090* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
001090* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
001090* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
001100 01  ARC-RECORD.
001110     05  ARC-PLAYER-ID          PIC X(10).
001120     05  ARC-REST               PIC X(330).
001120     05  ARC-TRAINING-FLAG      PIC X(01).
001120     05  ARC-SITE-CODE          PIC X(02).
001130 FD  YACHTAUDF.
001140* ONE RECORD PER SCORING CALL, AS YACHT WRITES IT.
001150 01  AUD-AUDIT-RECORD.
001650         88  YE-MAT-OK              VALUE '00'.
001660         88  YE-MAT-EOF             VALUE '10'.
001670         88  YE-MAT-ABSENT          VALUE '35' '30' '05'.
001670     05  YE-CON-STATUS          PIC X(02) VALUE SPACES.
001670         88  YE-CON-OK              VALUE '00'.
001670         88  YE-CON-ABSENT          VALUE '35' '30' '05'.
001670     05  YE-HHF-STATUS          PIC X(02) VALUE SPACES.
001670         88  YE-HHF-OK              VALUE '00'.
001670         88  YE-HHF-EOF             VALUE '10'.
001670         88  YE-HHF-ABSENT          VALUE '35' '30' '05'.
001680     05  YE-TGT-STATUS          PIC X(02) VALUE SPACES.
001690         88  YE-TGT-OK              VALUE '00'.
001700         88  YE-TGT-ABSENT          VALUE '35' '30' '05'.
002720            YE-TOKEN-SEQ DELIMITED BY SIZE
002730             INTO YE-TOKEN
002740         PERFORM 4000-ANONYMIZE-REGISTRATION
002740         PERFORM 4050-ERASE-CONTACT-DETAILS
002750         PERFORM 4100-ANONYMIZE-LIVE-CARDS
002760         PERFORM 4200-ANONYMIZE-MATCHES
002760         PERFORM 4300-ANONYMIZE-HOUSEHOLD
002770         MOVE 1 TO YE-FILE-NO
002780         MOVE 'YACHTARF' TO YE-PASS-NAME
002800         PERFORM 5000-ANONYMIZE-ONE-PASS
003790     END-IF
003800     .
003810* 4000-ANONYMIZE-REGISTRATION - THE YPLAYERF ROW MOVES TO THE
003820* TOKEN KEY WITH THE NAME AND BIRTH DATE BLANKED; TIER AND
003820* ENROLLMENT STAY FOR THE AGGREGATE FIGURES.
003840 4000-ANONYMIZE-REGISTRATION.
003850     MOVE ZERO TO YE-TOUCH-COUNT
003860     MOVE SPACES TO YE-PLF-STATUS
003950                     DELETE YPLAYERF RECORD
003960                     MOVE YE-TOKEN TO YP-PLAYER-ID
003970                     MOVE 'ANONYMIZED' TO YP-PLAYER-NAME
003970                     MOVE SPACES TO YP-BIRTH-DATE
003980                     WRITE YP-PLAYER-RECORD
003990                     ADD 1 TO YE-TOUCH-COUNT
004000             END-READ
004090             PERFORM 8200-CERTIFY-PASS-FAILED
004100     END-EVALUATE
004110     .
004110* 4050-ERASE-CONTACT-DETAILS - THE CONTACT ROW IS NOTHING BUT
004110* PERSONAL DATA, SO IT IS DELETED RATHER THAN REKEYED.
004110 4050-ERASE-CONTACT-DETAILS.
004110     MOVE ZERO TO YE-TOUCH-COUNT
004110     MOVE 'YPCONTF' TO YE-PASS-NAME
004110     MOVE SPACES TO YE-CON-STATUS
004110     OPEN I-O YPCONTF
004110     EVALUATE TRUE
004110         WHEN YE-CON-OK
004110             MOVE EX-PLAYER-ID TO CT-PLAYER-ID
004110             READ YPCONTF
004110                 INVALID KEY
004110                     CONTINUE
004110                 NOT INVALID KEY
004110                     DELETE YPCONTF RECORD
004110                     ADD 1 TO YE-TOUCH-COUNT
004110             END-READ
004110             CLOSE YPCONTF
004110             MOVE SPACES TO CRT-LINE
004110             STRING '  ' DELIMITED BY SIZE
004110                    YE-PASS-NAME DELIMITED BY SIZE
004110                    ' RECORDS DELETED ' DELIMITED BY SIZE
004110                    YE-TOUCH-COUNT DELIMITED BY SIZE
004110                 INTO CRT-LINE
004110             WRITE CRT-LINE
004110         WHEN YE-CON-ABSENT
004110             PERFORM 8100-CERTIFY-NOT-PRESENT
004110         WHEN OTHER
004110             PERFORM 8200-CERTIFY-PASS-FAILED
004110     END-EVALUATE
004110     .
004120* 4100-ANONYMIZE-LIVE-CARDS - THE PLAYER ID LEADS THE KEY, SO
004130* EACH CARD IS COLLECTED, DELETED, AND REWRITTEN UNDER THE
004140* TOKEN WITH EVERY SCORE INTACT.
005300         ADD 1 TO YE-TOUCH-COUNT
005310     END-IF
005320     .
005320* 4300-ANONYMIZE-HOUSEHOLD - ANY ROW NAMING THE PLAYER AS ITS
005320* HOUSEHOLD HEAD TAKES THE TOKEN IN PLACE, THEN THE PLAYER'S
005320* OWN ROW MOVES TO THE TOKEN KEY, SO A HOUSEHOLD SURVIVES ITS
005320* HEAD'S ERASURE INTACT.
005320 4300-ANONYMIZE-HOUSEHOLD.
005320     MOVE ZERO TO YE-TOUCH-COUNT
005320     MOVE SPACES TO YE-HHF-STATUS
005320     OPEN I-O YHHOLDF
005320     EVALUATE TRUE
005320         WHEN YE-HHF-OK
005320             MOVE LOW-VALUES TO HH-PLAYER-ID
005320             START YHHOLDF KEY IS GREATER THAN OR EQUAL
005320                 HH-PLAYER-ID
005320                 INVALID KEY
005320                     SET YE-HHF-EOF TO TRUE
005320             END-START
005320             PERFORM 4310-READ-NEXT-HOUSEHOLD-ROW
005320             PERFORM UNTIL YE-HHF-EOF
005320                 IF HH-HOUSEHOLD-ID = EX-PLAYER-ID
005320                     MOVE YE-TOKEN TO HH-HOUSEHOLD-ID
005320                     REWRITE HH-HOUSEHOLD-RECORD
005320                     ADD 1 TO YE-TOUCH-COUNT
005320                 END-IF
005320                 PERFORM 4310-READ-NEXT-HOUSEHOLD-ROW
005320             END-PERFORM
005320             MOVE EX-PLAYER-ID TO HH-PLAYER-ID
005320             READ YHHOLDF
005320                 INVALID KEY
005320                     CONTINUE
005320                 NOT INVALID KEY
005320                     DELETE YHHOLDF RECORD
005320                     MOVE YE-TOKEN TO HH-PLAYER-ID
005320                     WRITE HH-HOUSEHOLD-RECORD
005320                     ADD 1 TO YE-TOUCH-COUNT
005320             END-READ
005320             CLOSE YHHOLDF
005320             MOVE 'YHHOLDF' TO YE-PASS-NAME
005320             PERFORM 8000-CERTIFY-FILE-TOUCHED
005320         WHEN YE-HHF-ABSENT
005320             MOVE 'YHHOLDF' TO YE-PASS-NAME
005320             PERFORM 8100-CERTIFY-NOT-PRESENT
005320         WHEN OTHER
005320             MOVE 'YHHOLDF' TO YE-PASS-NAME
005320             PERFORM 8200-CERTIFY-PASS-FAILED
005320     END-EVALUATE
005320     .
005320 4310-READ-NEXT-HOUSEHOLD-ROW.
005320     IF NOT YE-HHF-EOF
005320         READ YHHOLDF NEXT RECORD
005320             AT END
005320                 SET YE-HHF-EOF TO TRUE
005320         END-READ
005320     END-IF
005320     .
005330* 5000-ANONYMIZE-ONE-PASS - THE APPEND-ONLY FILES, EACH READ
005340* AND WRITTEN BACK THROUGH ITS OWN RECORD SHAPE (DISPATCHED
005350* ON YE-FILE-NO), WITH THE WORK COPY IN BETWEEN.  ONLY THE
006900                             MOVE YE-TOKEN TO PL-PLAYER-ID
006910                             ADD 1 TO YE-TOUCH-COUNT
006920                         END-IF
006920                         IF PL-ENTRY-IS-TRANSFER
006920                           AND PL-GAME-START-TS(6:10)
006920                               = EX-PLAYER-ID
006920                             MOVE YE-TOKEN
006920                                 TO PL-GAME-START-TS(6:10)
006920                             ADD 1 TO YE-TOUCH-COUNT
006920                         END-IF
006930                         MOVE PL-LEDGER-RECORD TO WK-RECORD
006940                 END-READ
006950             WHEN 4
