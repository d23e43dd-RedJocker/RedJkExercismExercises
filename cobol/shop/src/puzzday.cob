000252*                    SUBMISSION LANDS ON BOTH FEEDS, SO AN
000252*                    EXACT-DUPLICATE PHRASE ALREADY SCORED IS
000252*                    SKIPPED RATHER THAN SCORED TWICE
000252*   2026-10-15 RJ    THEMED DAYS - EACH CANDIDATE IS TESTED
000252*                    THROUGH PUZTHEME AGAINST TODAY'S THEME FOR
000252*                    ITS CATEGORY'S GAME (PANGRAM FOR PANGRAMS
000252*                    AND NEAR MISSES, ISOGRAM FOR ISOGRAMS), AND
000252*                    AN ENTRY THAT KEEPS TO THE THEME IS PREFERRED
000252*                    OVER ANY THAT DOES NOT, WHATEVER THE SCORES;
000252*                    THE BEST OVERALL IS PICKED ONLY WHEN NO
000252*                    ENTRY KEPT TO THE THEME, AND THE REGISTER
000252*                    SAYS SO
000252*   2026-10-15 RJ    STEER BY SOLVE RATE - THE LAST PD-STEER-DAYS
000252*                    ROWS OF THE PUZSOLVF SOLVE HISTORY (WRITTEN
000252*                    BY PUZATRP) GIVE A TRAILING SOLVE RATE AND
000252*                    DIFFICULTY.  OVER PD-TOO-EASY-PCT, ENTRIES
000252*                    HARDER THAN THAT DIFFICULTY ARE PREFERRED;
000252*                    UNDER PD-TOO-HARD-PCT, EASIER ONES ARE.  THE
000252*                    THEME STILL COMES FIRST, THEN THE STEER,
000252*                    THEN THE SCORE
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000350     SELECT PUZZDOTD ASSIGN TO "PUZZDOTD"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS PD-POD-STATUS.
000380     SELECT PUZSOLVF ASSIGN TO "PUZSOLVF"
000380         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PD-SLV-STATUS.
000380     SELECT PUZZDRPT ASSIGN TO "PUZZDRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS PD-RPT-STATUS.
000500     05  PZ-CATEGORY            PIC X(10).
000510     05  PZ-DIFFICULTY          PIC 9(01).
000520     05  PZ-PHRASE              PIC X(120).
000530 FD  PUZSOLVF.
000530 COPY "PUZSOLV.cpy".
000530 FD  PUZZDRPT
000540     RECORD CONTAINS 140 CHARACTERS.
000550 01  RPT-LINE                   PIC X(140).
000775         88  PD-IS-DUPLICATE        VALUE 'Y'.
000776     05  PD-SEEN-COUNT          PIC 9(03) COMP VALUE ZERO.
000777     05  PD-SEEN-IX             PIC 9(03) COMP VALUE ZERO.
000777     05  PD-CAND-RANK.
000777         10  PD-CAND-THEME-FLAG PIC X(01) VALUE 'N'.
000777             88  PD-CAND-KEEPS-THEME VALUE 'Y'.
000777         10  PD-CAND-STEER-FLAG PIC X(01) VALUE 'N'.
000777             88  PD-CAND-FITS-STEER VALUE 'Y'.
000777     05  PD-BEST-RANK.
000777         10  PD-BEST-THEME-FLAG PIC X(01) VALUE LOW-VALUE.
000777             88  PD-BEST-KEEPS-THEME VALUE 'Y'.
000777         10  PD-BEST-STEER-FLAG PIC X(01) VALUE LOW-VALUE.
000777             88  PD-BEST-FITS-STEER VALUE 'Y'.
000777     05  PD-THEME-DAY-FLAG      PIC X(01) VALUE 'N'.
000777         88  PD-THEME-IN-FORCE      VALUE 'Y'.
000777     05  PD-THEME-MARK          PIC X(14) VALUE SPACES.
000777     05  PD-SLV-STATUS          PIC X(02) VALUE SPACES.
000777         88  PD-SLV-OK              VALUE '00'.
000777         88  PD-SLV-EOF             VALUE '10'.
000777     05  PD-STEER-DAYS          PIC 9(02) VALUE 7.
000777     05  PD-TOO-EASY-PCT        PIC 9(03) VALUE 80.
000777     05  PD-TOO-HARD-PCT        PIC 9(03) VALUE 20.
000777     05  PD-STEER-FLAG          PIC X(01) VALUE SPACE.
000777         88  PD-STEER-HARDER        VALUE 'H'.
000777         88  PD-STEER-EASIER        VALUE 'E'.
000777     05  PD-TRAIL-COUNT         PIC 9(02) VALUE ZERO.
000777     05  PD-TRAIL-NEXT          PIC 9(02) VALUE ZERO.
000777     05  PD-TRAIL-IX            PIC 9(02) VALUE ZERO.
000777     05  PD-TRAIL-PCT-TOTAL     PIC 9(05) VALUE ZERO.
000777     05  PD-TRAIL-DIFF-TOTAL    PIC 9(03) VALUE ZERO.
000777     05  PD-TRAIL-PCT           PIC 9(03) VALUE ZERO.
000777     05  PD-TRAIL-DIFFICULTY    PIC 9(01) VALUE ZERO.
000777     05  PD-PCT-ED              PIC ZZ9.
000777 01  PD-TRAIL-TABLE.
000777     05  PD-TRAIL-ENTRY OCCURS 31 TIMES.
000777         10  PD-TRAIL-ROW-PCT   PIC 9(03).
000777         10  PD-TRAIL-ROW-DIFF  PIC 9(01).
000778 01  PD-SEEN-TABLE.
000779     05  PD-SEEN-PHRASE OCCURS 400 TIMES
000779                                PIC X(120).
000780 COPY "ISOGRMLK.cpy".
000790 COPY "PANGRMLK.cpy".
000790 COPY "PUZTHMLK.cpy".
000800 PROCEDURE DIVISION.
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE
001000     OPEN OUTPUT PUZZDOTD
001010     OPEN OUTPUT PUZZDRPT
001020     MOVE ZERO TO IG-TOLERANCE
001020     PERFORM 1100-LOAD-SOLVE-HISTORY
001030     .
001030* 1100-LOAD-SOLVE-HISTORY - KEEPS THE LAST PD-STEER-DAYS ROWS OF
001030* PUZSOLVF IN A RING AND AVERAGES THEM.  NO FILE OR NO ROWS
001030* MEANS NO STEER.
001030 1100-LOAD-SOLVE-HISTORY.
001030     MOVE SPACE TO PD-STEER-FLAG
001030     MOVE ZERO TO PD-TRAIL-COUNT PD-TRAIL-NEXT
001030     OPEN INPUT PUZSOLVF
001030     IF PD-SLV-OK
001030         PERFORM 1110-READ-SOLVE-ROW
001030         PERFORM UNTIL PD-SLV-EOF
001030             PERFORM 1120-KEEP-SOLVE-ROW
001030             PERFORM 1110-READ-SOLVE-ROW
001030         END-PERFORM
001030         CLOSE PUZSOLVF
001030     END-IF
001030     IF PD-TRAIL-COUNT > ZERO
001030         PERFORM 1130-SET-STEER
001030     END-IF
001030     .
001030 1110-READ-SOLVE-ROW.
001030     READ PUZSOLVF
001030         AT END SET PD-SLV-EOF TO TRUE
001030     END-READ
001030     .
001030 1120-KEEP-SOLVE-ROW.
001030     ADD 1 TO PD-TRAIL-NEXT
001030     IF PD-TRAIL-NEXT > PD-STEER-DAYS
001030         MOVE 1 TO PD-TRAIL-NEXT
001030     END-IF
001030     MOVE SV-SOLVE-PCT TO PD-TRAIL-ROW-PCT(PD-TRAIL-NEXT)
001030     MOVE SV-PUZZLE-DIFFICULTY
001030         TO PD-TRAIL-ROW-DIFF(PD-TRAIL-NEXT)
001030     IF PD-TRAIL-COUNT < PD-STEER-DAYS
001030         ADD 1 TO PD-TRAIL-COUNT
001030     END-IF
001030     .
001030 1130-SET-STEER.
001030     MOVE ZERO TO PD-TRAIL-PCT-TOTAL PD-TRAIL-DIFF-TOTAL
001030     PERFORM VARYING PD-TRAIL-IX FROM 1 BY 1
001030             UNTIL PD-TRAIL-IX > PD-TRAIL-COUNT
001030         ADD PD-TRAIL-ROW-PCT(PD-TRAIL-IX) TO PD-TRAIL-PCT-TOTAL
001030         ADD PD-TRAIL-ROW-DIFF(PD-TRAIL-IX)
001030             TO PD-TRAIL-DIFF-TOTAL
001030     END-PERFORM
001030     COMPUTE PD-TRAIL-PCT ROUNDED =
001030         PD-TRAIL-PCT-TOTAL / PD-TRAIL-COUNT
001030     COMPUTE PD-TRAIL-DIFFICULTY ROUNDED =
001030         PD-TRAIL-DIFF-TOTAL / PD-TRAIL-COUNT
001030     EVALUATE TRUE
001030         WHEN PD-TRAIL-PCT > PD-TOO-EASY-PCT
001030             SET PD-STEER-HARDER TO TRUE
001030         WHEN PD-TRAIL-PCT < PD-TOO-HARD-PCT
001030             SET PD-STEER-EASIER TO TRUE
001030     END-EVALUATE
001030     IF PD-STEER-FLAG NOT = SPACE
001030         MOVE PD-TRAIL-PCT TO PD-PCT-ED
001030         MOVE SPACES TO RPT-LINE
001030         IF PD-STEER-HARDER
001030             MOVE 'STEERING HARDER' TO RPT-LINE
001030         ELSE
001030             MOVE 'STEERING EASIER' TO RPT-LINE
001030         END-IF
001030         STRING ' THAN DIFFICULTY ' DELIMITED BY SIZE
001030                PD-TRAIL-DIFFICULTY DELIMITED BY SIZE
001030                ' - TRAILING SOLVE RATE ' DELIMITED BY SIZE
001030                PD-PCT-ED DELIMITED BY SIZE
001030                '%' DELIMITED BY SIZE
001030             INTO RPT-LINE(16:)
001030         WRITE RPT-LINE
001030     END-IF
001030     .
001040 2000-READ-NEXT-SUBMISSION.
001050     IF NOT PD-SUB-EOF
001320         WHEN OTHER
001330             MOVE 'NEAR MISS' TO PD-CATEGORY
001340     END-EVALUATE
001340     PERFORM 3200-CHECK-THEME
001340     COMPUTE PD-DIFFICULTY = PD-SCORE / 100 + 1
001340     IF PD-DIFFICULTY > 9
001340         MOVE 9 TO PD-DIFFICULTY
001340     END-IF
001340     PERFORM 3300-CHECK-STEER
001350     MOVE PD-SCORE TO PD-SCORE-ED
001360     MOVE SPACES TO RPT-LINE
001370     STRING 'SCORE ' DELIMITED BY SIZE
001380            PD-SCORE-ED DELIMITED BY SIZE
001390            ' ' DELIMITED BY SIZE
001400            PD-CATEGORY DELIMITED BY SIZE
001400            PD-THEME-MARK DELIMITED BY '  '
001410            ' : ' DELIMITED BY SIZE
001420            PD-CAND-TEXT(1:100) DELIMITED BY SIZE
001430         INTO RPT-LINE
001440     WRITE RPT-LINE
001450     IF PD-CAND-RANK > PD-BEST-RANK
001450             OR (PD-CAND-RANK = PD-BEST-RANK
001450             AND PD-SCORE > PD-BEST-SCORE)
001450         MOVE PD-CAND-RANK TO PD-BEST-RANK
001450         MOVE PD-SCORE    TO PD-BEST-SCORE
001450         MOVE PD-CAND-TEXT TO PD-BEST-TEXT
001450         MOVE PD-CATEGORY TO PD-BEST-CATEGORY
001450         MOVE PD-DIFFICULTY TO PD-BEST-DIFFICULTY
001540     END-IF
001545     .
001545* 3200-CHECK-THEME - AN UNTHEMED DAY COUNTS EVERY ENTRY AS
001545* KEEPING TO THE THEME, WHICH LEAVES THE SELECTION TO SCORE.
001545 3200-CHECK-THEME.
001545     MOVE SPACES TO TL-PARMS
001545     IF PD-CATEGORY = 'ISOGRAM'
001545         MOVE 'I' TO TL-GAME-CODE
001545     ELSE
001545         MOVE 'P' TO TL-GAME-CODE
001545     END-IF
001545     MOVE PD-CAND-TEXT TO TL-PHRASE
001545     CALL 'PUZTHEME' USING TL-PARMS
001545     MOVE SPACES TO PD-THEME-MARK
001545     EVALUATE TRUE
001545         WHEN TL-THEME-MET
001545             SET PD-THEME-IN-FORCE TO TRUE
001545             SET PD-CAND-KEEPS-THEME TO TRUE
001545             MOVE ' THEME OK' TO PD-THEME-MARK
001545         WHEN TL-THEME-MISSED
001545             SET PD-THEME-IN-FORCE TO TRUE
001545             MOVE 'N' TO PD-CAND-THEME-FLAG
001545             MOVE ' THEME MISSED' TO PD-THEME-MARK
001545         WHEN OTHER
001545             SET PD-CAND-KEEPS-THEME TO TRUE
001545     END-EVALUATE
001545     .
001545* 3300-CHECK-STEER - WITH NO STEER IN FORCE EVERY ENTRY FITS.
001545 3300-CHECK-STEER.
001545     EVALUATE TRUE
001545         WHEN PD-STEER-HARDER
001545             IF PD-DIFFICULTY > PD-TRAIL-DIFFICULTY
001545                 SET PD-CAND-FITS-STEER TO TRUE
001545             ELSE
001545                 MOVE 'N' TO PD-CAND-STEER-FLAG
001545             END-IF
001545         WHEN PD-STEER-EASIER
001545             IF PD-DIFFICULTY < PD-TRAIL-DIFFICULTY
001545                 SET PD-CAND-FITS-STEER TO TRUE
001545             ELSE
001545                 MOVE 'N' TO PD-CAND-STEER-FLAG
001545             END-IF
001545         WHEN OTHER
001545             SET PD-CAND-FITS-STEER TO TRUE
001545     END-EVALUATE
001545     .
001550* 2900-CHECK-ALREADY-SEEN - EXACT MATCH AGAINST EVERY PHRASE
001550* SCORED SO FAR; A NEW PHRASE IS REGISTERED WHILE THE TABLE
001550* HAS ROOM, AND PAST 400 DISTINCT PHRASES THE REST ARE SCORED
001770                PD-BEST-TEXT(1:100) DELIMITED BY SIZE
001780             INTO RPT-LINE
001790         WRITE RPT-LINE
001790         IF PD-THEME-IN-FORCE AND NOT PD-BEST-KEEPS-THEME
001790             MOVE 'NO ENTRY KEPT TO THE THEME - BEST TAKEN'
001790                 TO RPT-LINE
001790             WRITE RPT-LINE
001790         END-IF
001800     END-IF
001810     .
