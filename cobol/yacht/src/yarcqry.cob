000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000240*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000240*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000240*                    A LIVE GAME AT SITE 01
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000470 FD  YACHTARF.
000480* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
000490* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
000490* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
000490* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
000500 01  ARC-RECORD.
000510     05  ARC-SCORECARD-IMAGE    PIC X(332).
000520     05  ARC-ARCHIVE-DATE       PIC X(08).
000520     05  ARC-TRAINING-FLAG      PIC X(01).
000520     05  ARC-SITE-CODE          PIC X(02).
000530 FD  YARCRPT
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  RPT-LINE                   PIC X(80).
