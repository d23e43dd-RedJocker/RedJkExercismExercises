000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   2026-08-22 RJ    ORIGINAL PROGRAM
000170*   2026-10-15 RJ    SHOW THE BOBDISP PRIORITY SCORE ON EVERY
000170*                    AGED TICKET LINE
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   IBM-370.
001190                TK-AGENT-ID DELIMITED BY SIZE
001200                ' OPENED ' DELIMITED BY SIZE
001210                TK-OPENED-TS(1:14) DELIMITED BY SIZE
001210                ' PRIORITY ' DELIMITED BY SIZE
001210                TK-PRIORITY-SCORE DELIMITED BY SIZE
001220             INTO RPT-LINE
001230         WRITE RPT-LINE
001240     END-IF
