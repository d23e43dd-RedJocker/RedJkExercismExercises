000260*                    EARLIER GENERIC SEQUENTIAL COPY COULD NOT
000260*                    OPEN AN INDEXED FILE AT ALL, SO NO
000260*                    SNAPSHOT WAS EVER TAKEN
000260*   2026-10-15 RJ    SCORECARD GENERATION RECORD WIDENED TO 333
000260*                    FOR THE TRAINING STAMP APPENDED TO
000260*                    YACHTSC.CPY
000260*   2026-10-15 RJ    SCORECARD GENERATION RECORD WIDENED TO 335
000260*                    FOR THE SITE CODE APPENDED TO YACHTSC.CPY
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000590 FD  LOYBALF.
000600 COPY "LOYBAL.cpy".
000610 FD  YSCFGENF
000620     RECORD CONTAINS 335 CHARACTERS.
000630 01  SGN-RECORD                 PIC X(335).
000640 FD  LBALGENF
000650     RECORD CONTAINS 17 CHARACTERS.
000660 01  BGN-RECORD                 PIC X(17).
