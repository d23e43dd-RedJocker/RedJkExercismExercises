000330*                    OWNER COULD STILL READ.  A POLICY ROW
000330*                    NAMING A FILE THE ENGINE HAS NO SHAPE FOR
000330*                    IS REFUSED ON THE REPORT
000332*   2026-10-15 RJ    PLEDGERF RECORD IS NOW 63 BYTES - THE
000332*                    LEDGER CARRIES A CAMPAIGN ID AND BASE
000332*                    POINTS
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000920 FD  Y3ROLLF.
000930 01  RLL-RECORD                 PIC X(30).
000940 FD  PLEDGERF.
000950 01  LDG-RECORD                 PIC X(63).
000960 FD  RETWORKF
000970     RECORD CONTAINS 250 CHARACTERS.
000980 01  WK-RECORD                  PIC X(250).
002190             MOVE 30 TO RT-REC-LEN
002200         WHEN 'PLEDGERF    '
002210             MOVE 6 TO RT-FILE-NO
002220             MOVE 63 TO RT-REC-LEN
002230         WHEN OTHER
002240             MOVE ZERO TO RT-FILE-NO
002250             MOVE ZERO TO RT-REC-LEN
