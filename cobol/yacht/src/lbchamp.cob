000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-08-22 RJ    ORIGINAL PROGRAM
000200*   2026-10-15 RJ    SITE CODE APPENDED TO THE LBHISTF RECORD BY
000200*                    YACHTLB. THE CHAMPIONS STAY HOUSE-WIDE - A
000200*                    TOP-TEN LINE ON ANY SITE'S BOARD COUNTS
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000380     05  LH-RANK                PIC 9(02).
000390     05  LH-PLAYER-ID           PIC X(10).
000400     05  LH-GRAND-TOTAL         PIC 9(04).
000400     05  LH-SITE-CODE           PIC X(02).
000410 FD  LBCHRPT
000420     RECORD CONTAINS 80 CHARACTERS.
000430 01  RPT-LINE                   PIC X(80).
