000230*   2026-08-22 RJ    ORIGINAL PROGRAM
000232*   2026-08-22 RJ    SET AND CLEAR THE YACHTLKF BATCH LOCK AROUND
000232*                    THE ARCHIVE WINDOW
000232*   2026-10-15 RJ    TRAINING CARDS PAST THE CUTOFF, COMPLETED OR
000232*                    ABANDONED, ARE PURGED WITHOUT BEING ARCHIVED
000232*                    AND COUNTED ON THE TOTALS LINE
000232*   2026-10-15 RJ    THE CARD'S TRAINING FLAG AND SITE CODE ARE
000232*                    KEPT ON THE ARCHIVE, APPENDED AFTER THE
000232*                    ARCHIVE DATE; SPACES ON EARLIER RECORDS MEAN
000232*                    A LIVE GAME AT SITE 01
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000450 FD  YACHTARF.
000460* THE FULL SCORECARD RECORD IMAGE, BYTE FOR BYTE AS YACHTSC.CPY
000470* LAYS IT OUT, FOLLOWED BY THE DATE THIS JOB ARCHIVED IT.
000470* THE CARD'S TRAINING FLAG AND SITE CODE FOLLOW THE DATE; BOTH ARE
000470* SPACES ON RECORDS ARCHIVED BEFORE THEY WERE KEPT.
000480 01  ARC-RECORD.
000490     05  ARC-SCORECARD-IMAGE    PIC X(332).
000500     05  ARC-ARCHIVE-DATE       PIC X(08).
000500     05  ARC-TRAINING-FLAG      PIC X(01).
000500     05  ARC-SITE-CODE          PIC X(02).
000505 FD  YACHTLKF.
000505 01  LK-LOCK-RECORD.
000505     05  LK-HOLDER              PIC X(08).
000670                                PIC X(08).
000680     05  WA-MOVED-COUNT         PIC 9(07) VALUE ZERO.
000690     05  WA-RETAINED-COUNT      PIC 9(07) VALUE ZERO.
000690     05  WA-TRAINING-PURGED     PIC 9(07) VALUE ZERO.
000700 PROCEDURE DIVISION.
000710 0000-MAINLINE.
000715     PERFORM 8000-SET-BATCH-LOCK
001120* 3000-ARCHIVE-OR-RETAIN - A COMPLETED CARD WHOSE GAME START DATE
001130* IS OLDER THAN THE CUTOFF IS COPIED TO THE HISTORY FILE AND
001140* DELETED FROM THE LIVE FILE; EVERYTHING ELSE (RECENT COMPLETED
001150* GAMES AND ALL IN-PROGRESS GAMES) STAYS PUT.  A TRAINING CARD
001150* PAST THE CUTOFF, COMPLETED OR ABANDONED, IS DELETED WITHOUT
001150* BEING ARCHIVED - THE HISTORY FILE IS LIVE PLAY ONLY.
001160 3000-ARCHIVE-OR-RETAIN.
001160     EVALUATE TRUE
001160         WHEN YS-TRAINING-GAME
001160                 AND NOT YS-GAME-IN-PROGRESS
001160                 AND YS-GAME-START-TS(1:8) < WA-CUTOFF-DATE-X
001160             DELETE YACHTSCF RECORD
001160             ADD 1 TO WA-TRAINING-PURGED
001170         WHEN YS-GAME-IS-COMPLETE
001180                 AND YS-GAME-START-TS(1:8) < WA-CUTOFF-DATE-X
001190             MOVE YS-SCORECARD-RECORD TO ARC-SCORECARD-IMAGE
001200             MOVE WA-RUN-DATE TO ARC-ARCHIVE-DATE
001200             MOVE YS-TRAINING-FLAG TO ARC-TRAINING-FLAG
001200             MOVE YS-SITE-CODE TO ARC-SITE-CODE
001210             WRITE ARC-RECORD
001220             DELETE YACHTSCF RECORD
001230             ADD 1 TO WA-MOVED-COUNT
001240         WHEN OTHER
001250             ADD 1 TO WA-RETAINED-COUNT
001260     END-EVALUATE
001270     .
001280* 4000-WRITE-SUMMARY - MOVED/RETAINED TOTALS LINE FOR THE
001290* OPERATORS AND DOWNSTREAM CONSOLIDATION JOBS.
001420            WA-MOVED-COUNT    DELIMITED BY SIZE
001430            '  RETAINED ' DELIMITED BY SIZE
001440            WA-RETAINED-COUNT DELIMITED BY SIZE
001440            '  TRAINING PURGED ' DELIMITED BY SIZE
001440            WA-TRAINING-PURGED DELIMITED BY SIZE
001450         INTO RPT-LINE
001460     WRITE RPT-LINE
001470     .
