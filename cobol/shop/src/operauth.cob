000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    A SUSPENDED OPERATOR (DORMANT, OR SUSPENDED
000240*                    THROUGH OPERMNT) IS DENIED WHATEVER THE
000240*                    PROGRAM LIST SAYS
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000860             INVALID KEY
000870                 CONTINUE
000880             NOT INVALID KEY
000880                 IF OP-OPERATOR-ACTIVE
000880                     PERFORM 1100-MATCH-ALLOWED-PROGRAM
000880                 END-IF
000900         END-READ
000910     ELSE
000920         SET PS-STATUS-WARNING OF OA-PARMS TO TRUE
