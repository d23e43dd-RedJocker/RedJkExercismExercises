000140* 'A' (ABANDONED) GAME STATUS, AND REPORTS EACH ONE BY PLAYER,
000150* TERMINAL, AND HOW MANY CATEGORIES WERE ALREADY SCORED, SO THE
000160* FLOOR MANAGER CAN DECIDE ON PARTIAL PAYOUTS THE NEXT MORNING.
000160* THE DECISIONS ARE KEYED THROUGH YABNDEC ONTO YABDECF; A
000160* SECOND SECTION OF THE REPORT CHASES EVERY ABANDONED CARD STILL
000160* WITHOUT ONE TWO DAYS ON.
000170*
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-08-22 RJ    ORIGINAL PROGRAM
000202*   2026-08-22 RJ    SET AND CLEAR THE YACHTLKF BATCH LOCK AROUND
000202*                    THE SWEEP WINDOW
000202*   2026-10-15 RJ    LIST, AFTER THE SWEEP, EVERY ABANDONED CARD
000202*                    STARTED MORE THAN SW-UNDECIDED-DAYS (2) AGO
000202*                    THAT THE FLOOR MANAGER HAS STILL NOT RULED
000202*                    ON THROUGH YABNDEC (NO ROW ON YABDECF)
000202*   2026-10-15 RJ    THE AGE LIMIT AND UNDECIDED DAYS COME FROM
000202*                    THE BIZPARMF PARAMETER MASTER THROUGH
000202*                    PARMGET, THE OLD VALUE CLAUSES AS FALLBACK,
000202*                    AND HEAD THE SWEEP REPORT
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS YS-SCORECARD-KEY
000310         FILE STATUS IS SW-SCF-STATUS.
000315     SELECT YABDECF ASSIGN TO "YABDECF"
000315         ORGANIZATION IS INDEXED
000315         ACCESS MODE IS RANDOM
000315         RECORD KEY IS AD-SCORECARD-KEY
000315         FILE STATUS IS SW-DEC-STATUS.
000315     SELECT YACHTLKF ASSIGN TO "YACHTLKF"
000315         ORGANIZATION IS SEQUENTIAL
000315         FILE STATUS IS SW-LCK-STATUS.
000360 FILE SECTION.
000370 FD  YACHTSCF.
000380 COPY "YACHTSC.cpy".
000380 FD  YABDECF.
000380 COPY "YABDEC.cpy".
000385 FD  YACHTLKF.
000385 01  LK-LOCK-RECORD.
000385     05  LK-HOLDER              PIC X(08).
000462         88  SW-SCF-NOT-FOUND       VALUE '35'.
000470     05  SW-RPT-STATUS          PIC X(02) VALUE SPACES.
000472     05  SW-LCK-STATUS          PIC X(02) VALUE SPACES.
000472     05  SW-DEC-STATUS          PIC X(02) VALUE SPACES.
000472         88  SW-DEC-OK              VALUE '00'.
000472     05  SW-DEC-OPEN-FLAG       PIC X(01) VALUE 'N'.
000472         88  SW-DEC-FILE-IS-OPEN    VALUE 'Y'.
000472     05  SW-UNDECIDED-DAYS      PIC 9(03) VALUE 2.
000472     05  SW-UNDECIDED-DAY       PIC 9(07) VALUE ZERO.
000472     05  SW-UNDECIDED-CUTOFF    PIC 9(08) VALUE ZERO.
000472     05  SW-UNDECIDED-CUTOFF-X REDEFINES SW-UNDECIDED-CUTOFF
000472                                PIC X(08).
000472     05  SW-UNDECIDED-COUNT     PIC 9(07) VALUE ZERO.
000480     05  SW-AGE-LIMIT-HOURS     PIC 9(03) VALUE 24.
000490     05  SW-CURRENT-TS          PIC X(21) VALUE SPACES.
000500     05  SW-TOTAL-HOURS         PIC 9(09) VALUE ZERO.
000590     05  SW-ABANDONED-COUNT     PIC 9(07) VALUE ZERO.
000600     05  SW-CATS-SCORED         PIC 9(02) VALUE ZERO.
000610     05  SW-CATS-SCORED-ED      PIC Z9.
000610* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
000610* REPORT HEADER.
000610 01  SW-PARM-TABLE.
000610     05  SW-PARM-COUNT          PIC 9(02) VALUE ZERO.
000610     05  SW-PARM-IX             PIC 9(02) VALUE ZERO.
000610     05  SW-PARM-ED             PIC ZZZZZZ9.
000610     05  SW-PARM-ENTRY OCCURS 5 TIMES.
000610         10  SW-PARM-NAME       PIC X(20).
000610         10  SW-PARM-VALUE      PIC 9(07)V99.
000610         10  SW-PARM-SOURCE     PIC X(08).
000610 COPY "PARMGTLK.cpy".
000620 PROCEDURE DIVISION.
000630 0000-MAINLINE.
000635     PERFORM 8000-SET-BATCH-LOCK
000720         PERFORM 2000-READ-NEXT-SCORECARD
000730     END-PERFORM
000740     PERFORM 4000-WRITE-SUMMARY
000740     PERFORM 5000-LIST-UNDECIDED-CARDS
000750     CLOSE YACHTSCF YACHTSWR
000755     PERFORM 8100-CLEAR-BATCH-LOCK
000760     GOBACK.
000790* SCORECARD FILE AT ITS FIRST KEY.
000800 1000-INITIALIZE.
000810     MOVE FUNCTION CURRENT-DATE TO SW-CURRENT-TS
000810     PERFORM 1050-LOAD-PARAMETERS
000820     COMPUTE SW-TOTAL-HOURS =
000830         FUNCTION INTEGER-OF-DATE
000840             (FUNCTION NUMVAL(SW-CURRENT-TS(1:8))) * 24
000890     COMPUTE SW-CUTOFF-DATE =
000900         FUNCTION DATE-OF-INTEGER(SW-CUTOFF-DAY)
000910     MOVE SW-CUTOFF-HOUR TO SW-CUTOFF-HH
000910     COMPUTE SW-UNDECIDED-DAY =
000910         FUNCTION INTEGER-OF-DATE
000910             (FUNCTION NUMVAL(SW-CURRENT-TS(1:8)))
000910         - SW-UNDECIDED-DAYS
000910     COMPUTE SW-UNDECIDED-CUTOFF =
000910         FUNCTION DATE-OF-INTEGER(SW-UNDECIDED-DAY)
000920     OPEN I-O YACHTSCF
000922     IF SW-SCF-NOT-FOUND
000924         OPEN OUTPUT YACHTSCF
000928         OPEN I-O YACHTSCF
000929     END-IF
000930     OPEN OUTPUT YACHTSWR
000930     PERFORM 1070-REPORT-PARAMETERS
000940     MOVE LOW-VALUES TO YS-SCORECARD-KEY
000950     START YACHTSCF KEY IS GREATER THAN OR EQUAL
000960         YS-SCORECARD-KEY
000980             SET SW-SCF-EOF TO TRUE
000990     END-START
001000     .
001000* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
001000* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
001000* BUILT-IN VALUE IT HAS ALWAYS HAD.
001000 1050-LOAD-PARAMETERS.
001000     MOVE 'AGE-LIMIT-HOURS' TO NP-PARM-NAME
001000     MOVE SW-AGE-LIMIT-HOURS TO NP-DEFAULT-VALUE
001000     MOVE 999 TO NP-LIMIT-VALUE
001000     PERFORM 1060-GET-ONE-PARAMETER
001000     MOVE NP-VALUE TO SW-AGE-LIMIT-HOURS
001000     MOVE 'UNDECIDED-DAYS' TO NP-PARM-NAME
001000     MOVE SW-UNDECIDED-DAYS TO NP-DEFAULT-VALUE
001000     MOVE 999 TO NP-LIMIT-VALUE
001000     PERFORM 1060-GET-ONE-PARAMETER
001000     MOVE NP-VALUE TO SW-UNDECIDED-DAYS
001000     .
001000 1060-GET-ONE-PARAMETER.
001000     MOVE 'YACHTSWP' TO NP-PROGRAM-ID
001000     CALL 'PARMGET' USING NP-PARMS
001000     IF SW-PARM-COUNT < 5
001000         ADD 1 TO SW-PARM-COUNT
001000         MOVE NP-PARM-NAME TO SW-PARM-NAME(SW-PARM-COUNT)
001000         MOVE NP-VALUE TO SW-PARM-VALUE(SW-PARM-COUNT)
001000         MOVE NP-SOURCE-TEXT
001000             TO SW-PARM-SOURCE(SW-PARM-COUNT)
001000     END-IF
001000     .
001000* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
001000* WHERE ITS VALUE CAME FROM.
001000 1070-REPORT-PARAMETERS.
001000     PERFORM VARYING SW-PARM-IX FROM 1 BY 1
001000             UNTIL SW-PARM-IX > SW-PARM-COUNT
001000         MOVE SW-PARM-VALUE(SW-PARM-IX) TO SW-PARM-ED
001000         MOVE SPACES TO RPT-LINE
001000         STRING 'PARAMETER ' DELIMITED BY SIZE
001000                SW-PARM-NAME(SW-PARM-IX) DELIMITED BY SIZE
001000                SW-PARM-ED DELIMITED BY SIZE
001000                '  ' DELIMITED BY SIZE
001000                SW-PARM-SOURCE(SW-PARM-IX) DELIMITED BY SIZE
001000             INTO RPT-LINE
001000         WRITE RPT-LINE
001000     END-PERFORM
001000     .
001010 2000-READ-NEXT-SCORECARD.
001020     IF NOT SW-SCF-EOF
001030         READ YACHTSCF NEXT RECORD
001440         INTO RPT-LINE
001450     WRITE RPT-LINE
001460     .
001470* 5000-LIST-UNDECIDED-CARDS - A SECOND PASS OVER THE CARD FILE
001470* FOR EVERY ABANDONED CARD STARTED BEFORE THE UNDECIDED CUTOFF
001470* WITH NO DECISION ON YABDECF, SO THE MORNING REPORT KEEPS
001470* CHASING IT UNTIL THE FLOOR MANAGER RULES.
001470 5000-LIST-UNDECIDED-CARDS.
001470     MOVE SPACES TO RPT-LINE
001470     WRITE RPT-LINE
001470     MOVE 'ABANDONED CARDS STILL AWAITING A REFUND DECISION'
001470         TO RPT-LINE
001470     WRITE RPT-LINE
001470     OPEN INPUT YABDECF
001470     IF SW-DEC-OK
001470         SET SW-DEC-FILE-IS-OPEN TO TRUE
001470     END-IF
001470     MOVE SPACES TO SW-SCF-STATUS
001470     MOVE LOW-VALUES TO YS-SCORECARD-KEY
001470     START YACHTSCF KEY IS GREATER THAN OR EQUAL
001470         YS-SCORECARD-KEY
001470         INVALID KEY
001470             SET SW-SCF-EOF TO TRUE
001470     END-START
001470     PERFORM 2000-READ-NEXT-SCORECARD
001470     PERFORM UNTIL SW-SCF-EOF
001470         IF YS-GAME-IS-ABANDONED
001470                 AND YS-GAME-START-TS(1:8) < SW-UNDECIDED-CUTOFF-X
001470             PERFORM 5100-CHECK-ONE-DECISION
001470         END-IF
001470         PERFORM 2000-READ-NEXT-SCORECARD
001470     END-PERFORM
001470     IF SW-DEC-FILE-IS-OPEN
001470         CLOSE YABDECF
001470     END-IF
001470     MOVE SPACES TO RPT-LINE
001470     STRING 'UNDECIDED ' DELIMITED BY SIZE
001470            SW-UNDECIDED-COUNT DELIMITED BY SIZE
001470         INTO RPT-LINE
001470     WRITE RPT-LINE
001470     .
001470* 5100-CHECK-ONE-DECISION - NO DECISION FILE AT ALL MEANS
001470* NOTHING HAS BEEN DECIDED YET.
001470 5100-CHECK-ONE-DECISION.
001470     MOVE YS-SCORECARD-KEY TO AD-SCORECARD-KEY
001470     IF SW-DEC-FILE-IS-OPEN
001470         READ YABDECF
001470             INVALID KEY
001470                 PERFORM 5200-LIST-UNDECIDED-CARD
001470         END-READ
001470     ELSE
001470         PERFORM 5200-LIST-UNDECIDED-CARD
001470     END-IF
001470     .
001470 5200-LIST-UNDECIDED-CARD.
001470     ADD 1 TO SW-UNDECIDED-COUNT
001470     MOVE SPACES TO RPT-LINE
001470     STRING 'UNDECIDED - PLAYER ' DELIMITED BY SIZE
001470            YS-PLAYER-ID          DELIMITED BY SIZE
001470            ' TERMINAL '          DELIMITED BY SIZE
001470            YS-TERMINAL-ID        DELIMITED BY SIZE
001470            ' STARTED '           DELIMITED BY SIZE
001470            YS-GAME-START-TS      DELIMITED BY SIZE
001470         INTO RPT-LINE
001470     WRITE RPT-LINE
001470     .
009000* 8000-SET-BATCH-LOCK - LEAVE THIS JOB'S NAME ON YACHTLKF SO
009002* THE ONLINE KIOSK TRANSACTION REJECTS TAPS AS CARD BUSY WHILE
009004* THE SCORECARD FILE IS BEING PROCESSED HERE.
