000120* THE MONTH'S EARNINGS, THE MONTH'S REDEMPTIONS, AND THE
000130* PLAYER'S ENDING BALANCE FROM THEIR LATEST LEDGER ENTRY, ON
000140* LOYSTRPT FOR THE PRIZE COUNTER AND MARKETING.
000140* HOUSEHOLD TRANSFERS ARE NEITHER EARNED NOR REDEEMED; A PLAYER
000140* WITH ANY IN THE MONTH GETS A SECOND LINE SHOWING POINTS
000140* TRANSFERRED IN AND OUT.
000150*
000160* MODIFICATION HISTORY
000170*   DATE       INIT  DESCRIPTION
000180*   2026-08-22 RJ    ORIGINAL PROGRAM
000180*   2026-10-15 RJ    'T' TRANSFER ENTRIES FROM LOYXFER ARE
000180*                    TALLIED APART FROM EARNINGS AND PRINTED
000180*                    ON THEIR OWN TRANSFERS LINE
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000210 SOURCE-COMPUTER.   IBM-370.
000490     05  ST-EARNED-ED           PIC ZZZZZZ9.
000500     05  ST-REDEEMED-ED         PIC ZZZZZZ9.
000510     05  ST-BALANCE-ED          PIC -ZZZZZZ9.
000510     05  ST-XFER-IN-ED          PIC ZZZZZZ9.
000510     05  ST-XFER-OUT-ED         PIC ZZZZZZ9.
000520 01  ST-PLAYER-TABLE.
000530     05  ST-PLAYER-ENTRY OCCURS 400 TIMES.
000540         10  ST-TAB-PLAYER-ID   PIC X(10).
000550         10  ST-MONTH-EARNED    PIC 9(07).
000560         10  ST-MONTH-REDEEMED  PIC 9(07).
000560         10  ST-MONTH-XFER-IN   PIC 9(07).
000560         10  ST-MONTH-XFER-OUT  PIC 9(07).
000570         10  ST-END-BALANCE     PIC S9(07).
000580         10  ST-IN-MONTH-FLAG   PIC X(01).
000590             88  ST-HAS-MONTH-ACTIVITY  VALUE 'Y'.
000930* 3000-ROLL-UP-ONE-ENTRY - EVERY ENTRY ROLLS THE PLAYER'S
000940* ENDING BALANCE FORWARD (THE LEDGER IS IN POSTING ORDER);
000950* ONLY STATEMENT-MONTH ENTRIES COUNT TOWARD THE MONTH'S
000960* EARNED/REDEEMED/TRANSFERRED FIGURES.
000970 3000-ROLL-UP-ONE-ENTRY.
000980     PERFORM 3100-FIND-OR-ADD-PLAYER
000990     MOVE PL-BALANCE TO ST-END-BALANCE(ST-FOUND-IX)
001000     IF PL-ENTRY-DATE(1:6) = ST-STMT-MONTH
001010         MOVE 'Y' TO ST-IN-MONTH-FLAG(ST-FOUND-IX)
001020         EVALUATE TRUE
001020             WHEN PL-ENTRY-IS-REDEMPTION
001030                 COMPUTE ST-MONTH-REDEEMED(ST-FOUND-IX) =
001040                     ST-MONTH-REDEEMED(ST-FOUND-IX)
001050                     - PL-POINTS
001050             WHEN PL-ENTRY-IS-TRANSFER AND PL-POINTS < ZERO
001050                 COMPUTE ST-MONTH-XFER-OUT(ST-FOUND-IX) =
001050                     ST-MONTH-XFER-OUT(ST-FOUND-IX)
001050                     - PL-POINTS
001050             WHEN PL-ENTRY-IS-TRANSFER
001050                 ADD PL-POINTS
001050                     TO ST-MONTH-XFER-IN(ST-FOUND-IX)
001060             WHEN OTHER
001070                 ADD PL-POINTS
001080                     TO ST-MONTH-EARNED(ST-FOUND-IX)
001090         END-EVALUATE
001100     END-IF
001110     .
001120 3100-FIND-OR-ADD-PLAYER.
001240             TO ST-TAB-PLAYER-ID(ST-FOUND-IX)
001250         MOVE ZERO TO ST-MONTH-EARNED(ST-FOUND-IX)
001260         MOVE ZERO TO ST-MONTH-REDEEMED(ST-FOUND-IX)
001260         MOVE ZERO TO ST-MONTH-XFER-IN(ST-FOUND-IX)
001260         MOVE ZERO TO ST-MONTH-XFER-OUT(ST-FOUND-IX)
001270         MOVE ZERO TO ST-END-BALANCE(ST-FOUND-IX)
001280         MOVE 'N'  TO ST-IN-MONTH-FLAG(ST-FOUND-IX)
001290     END-IF
001500            ST-BALANCE-ED  DELIMITED BY SIZE
001510         INTO RPT-LINE
001520     WRITE RPT-LINE
001520     IF ST-MONTH-XFER-IN(ST-PLAYER-IX) NOT = ZERO
001520             OR ST-MONTH-XFER-OUT(ST-PLAYER-IX) NOT = ZERO
001520         MOVE ST-MONTH-XFER-IN(ST-PLAYER-IX)  TO ST-XFER-IN-ED
001520         MOVE ST-MONTH-XFER-OUT(ST-PLAYER-IX) TO ST-XFER-OUT-ED
001520         MOVE SPACES TO RPT-LINE
001520         STRING '           TRANSFERS IN ' DELIMITED BY SIZE
001520                ST-XFER-IN-ED              DELIMITED BY SIZE
001520                ' OUT '                    DELIMITED BY SIZE
001520                ST-XFER-OUT-ED             DELIMITED BY SIZE
001520             INTO RPT-LINE
001520         WRITE RPT-LINE
001520     END-IF
001530     .
