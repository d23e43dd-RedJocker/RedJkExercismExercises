000120* FOR THE ARCADE'S MORNING HUDDLE.  YACHTSCF IS A PERSISTENT
000125* MASTER FILE, NOT A DAILY FLAT FILE, SO GAMES FROM EARLIER NIGHTS
000126* MUST BE FILTERED OUT HERE OR THEY WOULD NEVER LEAVE THE BOARD.
000126* EACH SITE HAS ITS OWN BOARD - A TOP TEN PER SITE, UNDER THE
000126* SITE'S HEADING, THE SITE BEING THE ONE STAMPED ON THE CARD.
000130*
000140* MODIFICATION HISTORY
000150*   DATE       INIT  DESCRIPTION
000169*                    MONTH-END CHAMPIONS JOB (LBCHAMP) NO LONGER
000169*                    DEPENDS ON SOMEONE RE-KEYING THE MORNING
000169*                    PRINTOUT INTO A SPREADSHEET
000169*   2026-10-15 RJ    A TRAINING GAME (STAMPED BY YACHTONL) IS LEFT
000169*                    OFF THE TOP TEN AND THE LBHISTF HISTORY
000169*   2026-10-15 RJ    ONE BOARD PER SITE - THE SORT IS BY SITE
000169*                    (BLANK IS SITE 01) THEN GRAND TOTAL, AND EACH
000169*                    SITE GETS ITS OWN HEADING AND TOP TEN. THE
000169*                    SITE IS APPENDED TO THE LBHISTF RECORD
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER.   IBM-370.
000350 COPY "YACHTSC.cpy".
000360 SD  SORT-WORK.
000370 01  SRT-RECORD.
000370     05  SRT-SITE-CODE          PIC X(02).
000380     05  SRT-GRAND-TOTAL        PIC 9(04).
000390     05  SRT-PLAYER-ID          PIC X(10).
000400     05  SRT-GAME-START-TS      PIC X(15).
000432     05  LH-RANK                PIC 9(02).
000432     05  LH-PLAYER-ID           PIC X(10).
000432     05  LH-GRAND-TOTAL         PIC 9(04).
000432     05  LH-SITE-CODE           PIC X(02).
000440 WORKING-STORAGE SECTION.
000450 01  WL-WORK-FIELDS.
000460     05  WL-SCF-STATUS          PIC X(02) VALUE SPACES.
000540     05  WL-GRAND-TOTAL-ED      PIC ZZZ9.
000542     05  WL-CURRENT-TS          PIC X(21) VALUE SPACES.
000544     05  WL-RUN-DATE            PIC X(08) VALUE SPACES.
000544     05  WL-CURRENT-SITE        PIC X(02) VALUE SPACES.
000550 01  WL-HEADING-1               PIC X(80) VALUE
000560     'DAILY YACHT LEADERBOARD - TOP 10
000565-           ' PLAYERS BY GRAND TOTAL'.
000570 01  WL-HEADING-2               PIC X(80) VALUE
000580     'RANK  PLAYER ID   GRAND TOTAL'.
000580 COPY "YSITELK.cpy".
000590 PROCEDURE DIVISION.
000600 0000-MAINLINE.
000605     MOVE FUNCTION CURRENT-DATE TO WL-CURRENT-TS
000616         OPEN OUTPUT LBHISTF
000618     END-IF
000620     SORT SORT-WORK
000620         ON ASCENDING KEY SRT-SITE-CODE
000630         ON DESCENDING KEY SRT-GRAND-TOTAL
000640         INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
000650         OUTPUT PROCEDURE IS 2000-PRINT-TOP-TEN
000665     PERFORM 8100-CLEAR-BATCH-LOCK
000670     GOBACK.
000680* 1000-LOAD-SORT-FILE - FEED EVERY COMPLETED SCORECARD STARTED ON
000685* TODAY'S RUN DATE TO THE SORT.  TRAINING GAMES NEVER RANK.
000690 1000-LOAD-SORT-FILE.
000700     OPEN INPUT YACHTSCF
000710     PERFORM 1100-READ-NEXT-SCORECARD
000720     PERFORM UNTIL WL-SCF-EOF
000730         IF YS-GAME-IS-COMPLETE
000735                 AND YS-GAME-START-TS(1:8) = WL-RUN-DATE
000735                 AND NOT YS-TRAINING-GAME
000740             MOVE YS-SITE-CODE TO SRT-SITE-CODE
000740             IF SRT-SITE-CODE = SPACES
000740                 MOVE '01' TO SRT-SITE-CODE
000740             END-IF
000740             MOVE YS-GRAND-TOTAL TO SRT-GRAND-TOTAL
000750             MOVE YS-PLAYER-ID TO SRT-PLAYER-ID
000760             MOVE YS-GAME-START-TS TO SRT-GAME-START-TS
000860             SET WL-SCF-EOF TO TRUE
000870     END-READ
000880     .
000890* 2000-PRINT-TOP-TEN - EMIT THE HEADING THEN, FOR EACH SITE IN
000900* TURN, THE SITE'S HEADINGS AND ITS TOP TEN SORTED RECORDS ONLY,
000900* NUMBERING EACH PLAYER'S RANK WITHIN THE SITE AS IT IS
000900* RETURNED.
000910 2000-PRINT-TOP-TEN.
000920     MOVE WL-HEADING-1 TO RPT-LINE
000930     WRITE RPT-LINE
000960     PERFORM 2100-RETURN-NEXT-SORTED
000960     PERFORM UNTIL WL-SORT-IS-EOF
000960         PERFORM 2200-PRINT-ONE-SITE
000960     END-PERFORM
000960     .
000960* 2200-PRINT-ONE-SITE - THE SITE HEADING, THEN UP TO TEN LINES;
000960* THE REST OF THE SITE'S GAMES ARE RETURNED AND PASSED OVER.
000960 2200-PRINT-ONE-SITE.
000960     MOVE SRT-SITE-CODE TO WL-CURRENT-SITE
000960     MOVE ZERO TO WL-RANK
000960     MOVE SPACES TO SE-TERMINAL-ID
000960     MOVE WL-CURRENT-SITE TO SE-SITE-CODE
000960     CALL 'YSITECK' USING SE-PARMS
000960     MOVE SPACES TO RPT-LINE
000960     WRITE RPT-LINE
000960     STRING 'SITE ' DELIMITED BY SIZE
000960            WL-CURRENT-SITE DELIMITED BY SIZE
000960            ' ' DELIMITED BY SIZE
000960            SE-SITE-NAME DELIMITED BY SIZE
000960         INTO RPT-LINE
000960     WRITE RPT-LINE
000940     MOVE WL-HEADING-2 TO RPT-LINE
000950     WRITE RPT-LINE
000970     PERFORM UNTIL WL-SORT-IS-EOF
000970             OR SRT-SITE-CODE NOT = WL-CURRENT-SITE
000970             OR WL-RANK = 10
000980         ADD 1 TO WL-RANK
000990         MOVE WL-RANK TO WL-RANK-ED
001000         MOVE SRT-GRAND-TOTAL TO WL-GRAND-TOTAL-ED
001074         MOVE WL-RANK          TO LH-RANK
001076         MOVE SRT-PLAYER-ID    TO LH-PLAYER-ID
001078         MOVE SRT-GRAND-TOTAL  TO LH-GRAND-TOTAL
001078         MOVE SRT-SITE-CODE    TO LH-SITE-CODE
001079         WRITE LH-HISTORY-RECORD
001080         PERFORM 2100-RETURN-NEXT-SORTED
001090     END-PERFORM
001090     PERFORM 2100-RETURN-NEXT-SORTED
001090         UNTIL WL-SORT-IS-EOF
001090         OR SRT-SITE-CODE NOT = WL-CURRENT-SITE
001100     .
001110 2100-RETURN-NEXT-SORTED.
001120     RETURN SORT-WORK
