000222*                    EIGHTY PERCENT OF THE SHORTFALL FROM THE
000222*                    SB-SCRATCH-TOTAL (220), FLOOR ZERO - FOR
000222*                    YMATSET'S HANDICAPPED SETTLEMENT MODE
000222*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000222*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000222*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000222*                    A LIVE GAME AT SITE 01
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000420 FD  YACHTARF.
000430* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
000440* LAYS IT OUT, FOLLOWED BY THE DATE YACHTARC ARCHIVED IT.
000440* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
000440* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
000450 01  ARC-RECORD.
000460     05  ARC-SCORECARD-IMAGE    PIC X(332).
000470     05  ARC-ARCHIVE-DATE       PIC X(08).
000470     05  ARC-TRAINING-FLAG      PIC X(01).
000470     05  ARC-SITE-CODE          PIC X(02).
000480 FD  YSTATF.
000490 COPY "YSTAT.cpy".
000500 FD  YSTATRPT
