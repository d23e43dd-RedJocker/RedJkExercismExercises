000290*                    SEQUENTIAL FILE OVER AN INDEXED ONE AND
000290*                    THEN REOPENED IT AS INDEXED, WHICH COULD
000290*                    NEVER WORK
000290*   2026-10-15 RJ    SCORECARD GENERATION RECORD WIDENED TO 333
000290*                    FOR THE TRAINING STAMP APPENDED TO
000290*                    YACHTSC.CPY - RESTORE ONLY FROM A GENERATION
000290*                    TAKEN SINCE THE CHANGE
000290*   2026-10-15 RJ    HOLD THE YACHTLKF BATCH LOCK WHILE THE
000290*                    SCORECARD FILE IS RELOADED AND ROLLED
000290*                    FORWARD, SO THE KIOSKS QUEUE TAPS OFFLINE
000290*                    INSTEAD OF LANDING ON A HALF-BUILT FILE
000290*   2026-10-15 RJ    SCORECARD GENERATION RECORD WIDENED TO 335
000290*                    FOR THE SITE CODE APPENDED TO YACHTSC.CPY -
000290*                    RESTORE ONLY FROM A GENERATION TAKEN SINCE
000290*                    THE CHANGE
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000610     SELECT MSTRSRPT ASSIGN TO "MSTRSRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS MR-RPT-STATUS.
000630     SELECT YACHTLKF ASSIGN TO "YACHTLKF"
000630         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS MR-LCK-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  MSTRSTTX.
000690     05  RX-GENERATION          PIC 9(01).
000700     05  RX-SNAP-DATE           PIC X(08).
000710 FD  YSCFGENF
000720     RECORD CONTAINS 335 CHARACTERS.
000730 01  SGN-RECORD                 PIC X(335).
000740 FD  LBALGENF
000750     RECORD CONTAINS 17 CHARACTERS.
000760 01  BGN-RECORD                 PIC X(17).
000930 FD  MSTRSRPT
000940     RECORD CONTAINS 80 CHARACTERS.
000950 01  RPT-LINE                   PIC X(80).
000950 FD  YACHTLKF.
000950 01  LK-LOCK-RECORD.
000950     05  LK-HOLDER              PIC X(08).
000950     05  LK-LOCK-TS             PIC X(21).
000960 WORKING-STORAGE SECTION.
000970 01  MR-WORK-FIELDS.
000980     05  MR-TXN-STATUS          PIC X(02) VALUE SPACES.
001150         88  MR-LDG-OK              VALUE '00'.
001160         88  MR-LDG-EOF             VALUE '10'.
001170     05  MR-RPT-STATUS          PIC X(02) VALUE SPACES.
001170     05  MR-LCK-STATUS          PIC X(02) VALUE SPACES.
001180     05  MR-SCF-GEN-NAME        PIC X(14) VALUE SPACES.
001190     05  MR-BAL-GEN-NAME        PIC X(14) VALUE SPACES.
001200     05  MR-COPY-COUNT          PIC 9(07) VALUE ZERO.
001600     MOVE ZERO TO MR-LOST-COUNT
001610     EVALUATE RX-FILE-NAME
001620         WHEN 'YACHTSCF    '
001625             PERFORM 8000-SET-BATCH-LOCK
001630             PERFORM 3100-RELOAD-SCORECARDS
001635             PERFORM 8100-CLEAR-BATCH-LOCK
001640         WHEN 'LOYBALF     '
001650             PERFORM 3500-RELOAD-BALANCES
001660         WHEN OTHER
003760         INTO RPT-LINE
003770     WRITE RPT-LINE
003780     .
003790* 8000-SET-BATCH-LOCK - LEAVE THIS JOB'S NAME ON YACHTLKF SO
003790* THE KIOSKS TAKE TAPS OFFLINE WHILE THE SCORECARD FILE IS
003790* REBUILT AND ROLLED FORWARD HERE.
003790 8000-SET-BATCH-LOCK.
003790     OPEN OUTPUT YACHTLKF
003790     MOVE 'MSTREST' TO LK-HOLDER
003790     MOVE FUNCTION CURRENT-DATE TO LK-LOCK-TS
003790     WRITE LK-LOCK-RECORD
003790     CLOSE YACHTLKF
003790     .
003790* 8100-CLEAR-BATCH-LOCK - AN EMPTY LOCK FILE MEANS THE FLOOR IS
003790* OPEN FOR KIOSK TAPS AGAIN; YTAPFWD THEN POSTS WHAT WAS QUEUED.
003790 8100-CLEAR-BATCH-LOCK.
003790     OPEN OUTPUT YACHTLKF
003790     CLOSE YACHTLKF
003790     .
