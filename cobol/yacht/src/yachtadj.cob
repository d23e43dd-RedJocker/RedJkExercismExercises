000292*                    AND EVERY ACCEPTED ACTION IS ALSO WRITTEN
000292*                    TO THE SECAUDF SECURITY AUDIT WITH
000292*                    OPERATOR AND TIMESTAMP
000292*   2026-10-15 RJ    EVERY CORRECTION POSTS IN THE FISCAL PERIOD
000292*                    OF THE GAME DATE UNLESS ACCOUNTING HAS
000292*                    CLOSED IT; THEN THE SHARED PERLOCK LOCKOUT
000292*                    MOVES IT INTO THE CURRENT OPEN PERIOD AS A
000292*                    PRIOR-PERIOD ADJUSTMENT.  YADJAUDF RECORDS
000292*                    CARRY THE POSTING PERIOD AND THE ADJUSTMENT
000292*                    FLAG
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000690     05  AD-AFTER-SCORE         PIC 9(03).
000700     05  AD-BEFORE-GRAND        PIC 9(04).
000710     05  AD-AFTER-GRAND         PIC 9(04).
000710     05  AD-POSTING-PERIOD      PIC X(06).
000710     05  AD-PRIOR-PERIOD-ADJ    PIC X(01).
000720 FD  YADJRPT
000730     RECORD CONTAINS 100 CHARACTERS.
000740 01  RPT-LINE                   PIC X(100).
000830     05  AJ-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000840     05  AJ-NOCHANGE-COUNT      PIC 9(07) VALUE ZERO.
000850     05  AJ-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000850     05  AJ-ADJUSTED-COUNT      PIC 9(07) VALUE ZERO.
000860     05  AJ-SLOT-IX             PIC 9(02) VALUE ZERO.
000870     05  AJ-FOUND-IX            PIC 9(02) VALUE ZERO.
000880     05  AJ-BEFORE-SCORE        PIC 9(03) VALUE ZERO.
000920     05  AJ-DERIVED-ED          PIC ZZZ9.
000930 COPY "YACHTLNK.cpy".
000940 COPY "OPAUTHLK.cpy".
000940 COPY "PERLOKLK.cpy".
000942 PROCEDURE DIVISION.
000950 0000-MAINLINE.
000960     PERFORM 1000-INITIALIZE
002050     MOVE YS-CAT-SCORE(AJ-FOUND-IX) TO AD-AFTER-SCORE
002060     MOVE AJ-BEFORE-GRAND          TO AD-BEFORE-GRAND
002070     MOVE YS-GRAND-TOTAL           TO AD-AFTER-GRAND
002070     PERFORM 3550-FIND-POSTING-PERIOD
002080     WRITE AD-ADJUST-RECORD
002090     .
002090* 3550-FIND-POSTING-PERIOD - THE CORRECTION BELONGS TO THE PERIOD
002090* THE GAME WAS PLAYED IN, OR TO THE CURRENT OPEN PERIOD WHEN THAT
002090* ONE IS CLOSED.
002090 3550-FIND-POSTING-PERIOD.
002090     MOVE SPACES TO AD-POSTING-PERIOD
002090     SET PQ-IN-OWN-PERIOD TO TRUE
002090     IF AJ-GAME-START-TS(1:8) IS NUMERIC
002090         MOVE AJ-GAME-START-TS(1:4) TO PQ-YEAR
002090         MOVE AJ-GAME-START-TS(5:2) TO PQ-MONTH
002090         MOVE AJ-GAME-START-TS(7:2) TO PQ-DAY
002090         CALL 'PERLOCK' USING PQ-PARMS
002090         MOVE PQ-POSTING-PERIOD TO AD-POSTING-PERIOD
002090     END-IF
002090     MOVE PQ-ADJUST-FLAG TO AD-PRIOR-PERIOD-ADJ
002090     IF PQ-PRIOR-PERIOD-ADJ
002090         ADD 1 TO AJ-ADJUSTED-COUNT
002090     END-IF
002090     .
002100 3700-WRITE-RESULT-LINE.
002110     MOVE SPACES TO RPT-LINE
002120     STRING AJ-PLAYER-ID     DELIMITED BY SIZE
002250         MOVE ' CORRECTED' TO RPT-LINE(85:10)
002260     END-IF
002270     WRITE RPT-LINE
002270     IF YL-RESULT NOT = AJ-BEFORE-SCORE
002270             AND PQ-PRIOR-PERIOD-ADJ
002270         MOVE SPACES TO RPT-LINE
002270         STRING '    GAME PERIOD CLOSED - POSTED IN '
002270                                 DELIMITED BY SIZE
002270                AD-POSTING-PERIOD DELIMITED BY SIZE
002270                ' AS A PRIOR-PERIOD ADJUSTMENT'
002270                                 DELIMITED BY SIZE
002270             INTO RPT-LINE
002270         WRITE RPT-LINE
002270     END-IF
002280     .
002290 3800-WRITE-REJECT-LINE.
002300     ADD 1 TO AJ-REJECTED-COUNT
002470            AJ-NOCHANGE-COUNT DELIMITED BY SIZE
002480            '  REJECTED ' DELIMITED BY SIZE
002490            AJ-REJECTED-COUNT DELIMITED BY SIZE
002490            '  PRIOR-PERIOD ' DELIMITED BY SIZE
002490            AJ-ADJUSTED-COUNT DELIMITED BY SIZE
002500         INTO RPT-LINE
002510     WRITE RPT-LINE
002520     .
