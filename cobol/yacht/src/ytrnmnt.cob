000140* THIS PROGRAM APPLIES EACH ONE, WRITING AN APPLIED-OR-REJECTED
000150* LINE PER TRANSACTION AND A TOTALS LINE TO YTRNRPT.  DRAWING
000160* ROUND ONE IS YTRNSEED'S JOB; PULLING RESULTS THROUGH THE
000170* BRACKET IS YTRNADV'S.  'P' SETS (OR RESETS) A TOURNAMENT'S
000170* PRIZE SCHEDULE - VOUCHER POINTS FOR THE CHAMPION, RUNNER-UP,
000170* AND EACH SEMI-FINALIST - UNTIL YTRNPAY HAS PAID IT; A 'C'
000170* MAY CARRY THE SCHEDULE TOO.  'D' SETS (OR MOVES) THE
000170* DEADLINE DATE AND TIME FOR ONE ROUND; A SLOT STILL WAITING
000170* AFTER IT IS DECIDED BY FORFEIT IN YTRNADV.
000180*
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-09-02 RJ    ORIGINAL PROGRAM
000210*   2026-10-15 RJ    'P' PRIZE-SCHEDULE ACTION, AND THE PRIZE
000210*                    POINTS ON A 'C', FOR YTRNPAY TO PAY OUT AT
000210*                    SETTLEMENT
000210*   2026-10-15 RJ    'D' ROUND-DEADLINE ACTION
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000510     05  TX-ACTION              PIC X(01).
000520         88  TX-ACTION-CREATE       VALUE 'C'.
000530         88  TX-ACTION-ENTER        VALUE 'E'.
000530         88  TX-ACTION-PRIZES       VALUE 'P'.
000530         88  TX-ACTION-DEADLINE     VALUE 'D'.
000540     05  TX-TOURN-ID            PIC X(08).
000550     05  TX-PLAYER-ID           PIC X(10).
000560     05  TX-TOURN-NAME          PIC X(20).
000560     05  TX-PRIZE-CHAMPION      PIC 9(04).
000560     05  TX-PRIZE-RUNNER-UP     PIC 9(04).
000560     05  TX-PRIZE-SEMI-FINALIST PIC 9(04).
000560     05  TX-ROUND-NO            PIC 9(02).
000560     05  TX-DEADLINE-DATE       PIC X(08).
000560     05  TX-DEADLINE-TIME       PIC X(04).
000570 FD  YTOURNF.
000580 COPY "YTOURN.cpy".
000590 FD  YTRNENTF.
000830     05  TM-RESULT-TEXT         PIC X(34) VALUE SPACES.
000840     05  TM-PLAYER-OK-FLAG      PIC X(01) VALUE 'N'.
000850         88  TM-PLAYER-IS-OK        VALUE 'Y'.
000850     05  TM-DEADLINE-OK-FLAG    PIC X(01) VALUE 'N'.
000850         88  TM-DEADLINE-IS-OK      VALUE 'Y'.
000860 PROCEDURE DIVISION.
000870 0000-MAINLINE.
000880     PERFORM 1000-INITIALIZE
001490             PERFORM 3100-CREATE-TOURNAMENT
001500         WHEN TX-ACTION-ENTER
001510             PERFORM 3200-ENTER-PLAYER
001510         WHEN TX-ACTION-PRIZES
001510             PERFORM 3500-SET-PRIZE-SCHEDULE
001510         WHEN TX-ACTION-DEADLINE
001510             PERFORM 3600-SET-ROUND-DEADLINE
001520         WHEN OTHER
001530             MOVE 'REJECTED - BAD ACTION CODE'
001540                 TO TM-RESULT-TEXT
001750     MOVE ZERO TO TN-SLOT-NO
001760     SET TN-SIGNUP-IS-OPEN TO TRUE
001770     MOVE TX-TOURN-NAME TO TN-TOURN-NAME
001770     MOVE ZERO TO TN-PRIZE-CHAMPION
001770     MOVE ZERO TO TN-PRIZE-RUNNER-UP
001770     MOVE ZERO TO TN-PRIZE-SEMI-FINALIST
001770     IF TX-PRIZE-CHAMPION IS NUMERIC
001770             AND TX-PRIZE-RUNNER-UP IS NUMERIC
001770             AND TX-PRIZE-SEMI-FINALIST IS NUMERIC
001770         MOVE TX-PRIZE-CHAMPION TO TN-PRIZE-CHAMPION
001770         MOVE TX-PRIZE-RUNNER-UP TO TN-PRIZE-RUNNER-UP
001770         MOVE TX-PRIZE-SEMI-FINALIST TO TN-PRIZE-SEMI-FINALIST
001770     END-IF
001770     MOVE SPACES TO TN-PRIZES-PAID-DATE
001780     WRITE TN-TOURN-RECORD
001790         INVALID KEY
001800             MOVE 'REJECTED - TOURNAMENT ON FILE'
002390         CLOSE YPLAYERF
002400     END-IF
002410     .
002410* 3500-SET-PRIZE-SCHEDULE - REPLACE THE HEADER'S PRIZE POINTS.
002410* ONCE YTRNPAY HAS PAID THE TOURNAMENT THE SCHEDULE IS CLOSED.
002410 3500-SET-PRIZE-SCHEDULE.
002410     MOVE TX-TOURN-ID TO TN-TOURN-ID
002410     MOVE ZERO TO TN-ROUND-NO
002410     MOVE ZERO TO TN-SLOT-NO
002410     READ YTOURNF
002410         INVALID KEY
002410             MOVE 'REJECTED - NO SUCH TOURNAMENT'
002410                 TO TM-RESULT-TEXT
002410             ADD 1 TO TM-REJECTED-COUNT
002410         NOT INVALID KEY
002410             EVALUATE TRUE
002410                 WHEN TX-PRIZE-CHAMPION IS NOT NUMERIC
002410                         OR TX-PRIZE-RUNNER-UP IS NOT NUMERIC
002410                         OR TX-PRIZE-SEMI-FINALIST IS NOT NUMERIC
002410                     MOVE 'REJECTED - BAD PRIZE POINTS'
002410                         TO TM-RESULT-TEXT
002410                     ADD 1 TO TM-REJECTED-COUNT
002410                 WHEN TN-PRIZES-PAID-DATE NOT = SPACES
002410                     MOVE 'REJECTED - PRIZES ALREADY PAID'
002410                         TO TM-RESULT-TEXT
002410                     ADD 1 TO TM-REJECTED-COUNT
002410                 WHEN OTHER
002410                     MOVE TX-PRIZE-CHAMPION TO TN-PRIZE-CHAMPION
002410                     MOVE TX-PRIZE-RUNNER-UP TO TN-PRIZE-RUNNER-UP
002410                     MOVE TX-PRIZE-SEMI-FINALIST
002410                         TO TN-PRIZE-SEMI-FINALIST
002410                     REWRITE TN-TOURN-RECORD
002410                     MOVE 'PRIZE SCHEDULE SET' TO TM-RESULT-TEXT
002410                     ADD 1 TO TM-APPLIED-COUNT
002410             END-EVALUATE
002410     END-READ
002410     .
002410* 3600-SET-ROUND-DEADLINE - ROUNDS 01 TO 06 COVER A FULL
002410* 64-PLAYER BRACKET.  A SETTLED TOURNAMENT TAKES NO DEADLINES.
002410 3600-SET-ROUND-DEADLINE.
002410     PERFORM 3650-CHECK-DEADLINE
002410     MOVE TX-TOURN-ID TO TN-TOURN-ID
002410     MOVE ZERO TO TN-ROUND-NO
002410     MOVE ZERO TO TN-SLOT-NO
002410     READ YTOURNF
002410         INVALID KEY
002410             MOVE 'REJECTED - NO SUCH TOURNAMENT'
002410                 TO TM-RESULT-TEXT
002410             ADD 1 TO TM-REJECTED-COUNT
002410         NOT INVALID KEY
002410             EVALUATE TRUE
002410                 WHEN NOT TM-DEADLINE-IS-OK
002410                     MOVE 'REJECTED - BAD ROUND OR DEADLINE'
002410                         TO TM-RESULT-TEXT
002410                     ADD 1 TO TM-REJECTED-COUNT
002410                 WHEN TN-TOURN-IS-SETTLED
002410                     MOVE 'REJECTED - TOURNAMENT SETTLED'
002410                         TO TM-RESULT-TEXT
002410                     ADD 1 TO TM-REJECTED-COUNT
002410                 WHEN OTHER
002410                     MOVE TX-DEADLINE-DATE
002410                         TO TN-DEADLINE-DATE(TX-ROUND-NO)
002410                     MOVE TX-DEADLINE-TIME
002410                         TO TN-DEADLINE-TIME(TX-ROUND-NO)
002410                     REWRITE TN-TOURN-RECORD
002410                     MOVE 'ROUND DEADLINE SET' TO TM-RESULT-TEXT
002410                     ADD 1 TO TM-APPLIED-COUNT
002410             END-EVALUATE
002410     END-READ
002410     .
002410 3650-CHECK-DEADLINE.
002410     MOVE 'N' TO TM-DEADLINE-OK-FLAG
002410     IF TX-ROUND-NO IS NUMERIC
002410             AND TX-DEADLINE-DATE IS NUMERIC
002410             AND TX-DEADLINE-TIME IS NUMERIC
002410         IF TX-ROUND-NO >= 1 AND TX-ROUND-NO <= 6
002410                 AND TX-DEADLINE-DATE(5:2) >= '01'
002410                 AND TX-DEADLINE-DATE(5:2) <= '12'
002410                 AND TX-DEADLINE-DATE(7:2) >= '01'
002410                 AND TX-DEADLINE-DATE(7:2) <= '31'
002410                 AND TX-DEADLINE-TIME(1:2) <= '23'
002410                 AND TX-DEADLINE-TIME(3:2) <= '59'
002410             SET TM-DEADLINE-IS-OK TO TRUE
002410         END-IF
002410     END-IF
002410     .
002420 4000-WRITE-SUMMARY.
002430     MOVE SPACES TO RPT-LINE
002440     WRITE RPT-LINE
