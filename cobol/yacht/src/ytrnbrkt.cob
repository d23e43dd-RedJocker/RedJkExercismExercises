000130* PLAYERS, THE MATCHF MATCH ID THE FLOOR OPENS FOR THE SLOT,
000140* AND THE WINNER WHERE ONE IS IN.  THE FILE'S KEY ORDER
000150* (TOURNAMENT, ROUND, SLOT) IS EXACTLY THE PRINT ORDER, SO ONE
000160* SEQUENTIAL SWEEP IS THE WHOLE PROGRAM.  EACH ROUND HEADING
000160* SHOWS THE ROUND'S DEADLINE WHERE ONE IS SET, AND A SLOT
000160* DECIDED BY FORFEIT IS MARKED SO ON ITS WINNER LINE.
000170*
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-09-02 RJ    ORIGINAL PROGRAM
000200*   2026-10-15 RJ    ROUND DEADLINES AND FORFEIT MARKER
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000400     RECORD CONTAINS 80 CHARACTERS.
000410 01  RPT-LINE                   PIC X(80).
000420 WORKING-STORAGE SECTION.
000420* THE CURRENT TOURNAMENT'S ROUND DEADLINES, SAVED OFF ITS
000420* HEADER FOR THE ROUND HEADINGS THAT FOLLOW IT.
000420 01  BK-DEADLINE-TABLE.
000420     05  BK-DEADLINE-ENTRY OCCURS 6 TIMES.
000420         10  BK-DEADLINE-DATE   PIC X(08).
000420         10  BK-DEADLINE-TIME   PIC X(04).
000430 01  BK-WORK-FIELDS.
000440     05  BK-TRN-STATUS          PIC X(02) VALUE SPACES.
000450         88  BK-TRN-OK              VALUE '00'.
000480     05  BK-PRIOR-ROUND         PIC 9(02) VALUE 99.
000490     05  BK-PRIOR-TOURN-ID      PIC X(08) VALUE SPACES.
000500     05  BK-STATE-TEXT          PIC X(12) VALUE SPACES.
000500     05  BK-ROUND-IX            PIC 9(02) VALUE ZERO.
000510 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000530     PERFORM 1000-INITIALIZE
001100             INTO RPT-LINE
001110         WRITE RPT-LINE
001120     END-IF
001130     PERFORM 3100-SAVE-ROUND-DEADLINE
001130         VARYING BK-ROUND-IX FROM 1 BY 1
001130         UNTIL BK-ROUND-IX > 6
001130     MOVE TN-TOURN-ID TO BK-PRIOR-TOURN-ID
001140     MOVE 99 TO BK-PRIOR-ROUND
001150     .
001150 3100-SAVE-ROUND-DEADLINE.
001150     MOVE TN-ROUND-DEADLINE(BK-ROUND-IX)
001150         TO BK-DEADLINE-ENTRY(BK-ROUND-IX)
001150     .
001160 4000-PRINT-SLOT-LINE.
001170     IF TN-ROUND-NO NOT = BK-PRIOR-ROUND
001180             OR TN-TOURN-ID NOT = BK-PRIOR-TOURN-ID
001200         STRING '  ROUND ' DELIMITED BY SIZE
001210                TN-ROUND-NO DELIMITED BY SIZE
001220             INTO RPT-LINE
001220         IF TN-ROUND-NO <= 6
001220             IF BK-DEADLINE-DATE(TN-ROUND-NO) NOT = SPACES
001220                 STRING '  DEADLINE ' DELIMITED BY SIZE
001220                        BK-DEADLINE-DATE(TN-ROUND-NO)
001220                                      DELIMITED BY SIZE
001220                        ' '           DELIMITED BY SIZE
001220                        BK-DEADLINE-TIME(TN-ROUND-NO)
001220                                      DELIMITED BY SIZE
001220                     INTO RPT-LINE(11:)
001220             END-IF
001220         END-IF
001230         WRITE RPT-LINE
001240         MOVE TN-ROUND-NO TO BK-PRIOR-ROUND
001250         MOVE TN-TOURN-ID TO BK-PRIOR-TOURN-ID
001490         STRING '      WINNER ' DELIMITED BY SIZE
001500                TN-WINNER-PLAYER-ID DELIMITED BY SIZE
001510             INTO RPT-LINE
001510         IF TN-DECIDED-BY-FORFEIT
001510             MOVE 'BY FORFEIT' TO RPT-LINE(25:)
001510         END-IF
001520         WRITE RPT-LINE
001530     END-IF
001540     .
