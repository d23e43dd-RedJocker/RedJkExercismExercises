000190* THE LAST CHECKPOINTED KEY INSTEAD OF RESCORING THE WHOLE FILE.  
000200* RUN THAT REACHES END OF FILE CLEANLY CLEARS THE CHECKPOINT SO TH
000210* NEXT NIGHT STARTS FROM THE BEGINNING AGAIN.
000210*
000210* TRAINING GAMES ARE PASSED OVER AND COUNTED ON THEIR OWN, SO
000210* THE SCANNED FIGURE THE DASHBOARD TAKES IS LIVE PLAY ONLY.
000220*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000258*   2026-08-22 RJ    SET AND CLEAR THE YACHTLKF BATCH LOCK AROUND
000258*                    THE PROCESSING WINDOW SO A KIOSK TAP CANNOT
000258*                    LAND MID-RECONCILIATION AND BE LOST
000258*   2026-10-15 RJ    PASS OVER TRAINING CARDS - THEY ARE LEFT OUT
000258*                    OF THE SCANNED AND MISMATCH FIGURES THE
000258*                    DASHBOARD EXTRACT TAKES AND COUNTED AFTER
000258*                    THEM ON THE TOTALS LINE
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000630     05  WR-RECORD-COUNT        PIC 9(07) VALUE ZERO.
000640     05  WR-CHECKPOINT-INTERVAL PIC 9(07) VALUE 100.
000650     05  WR-MISMATCH-COUNT      PIC 9(07) VALUE ZERO.
000650     05  WR-TRAINING-COUNT      PIC 9(07) VALUE ZERO.
000660     05  WR-CHOICE-SUM          PIC 9(03) VALUE ZERO.
000670     05  WR-DIE-IX              PIC 9(1).
000680     05  WR-CKP-QUOTIENT        PIC 9(07) VALUE ZERO.
000770     PERFORM 1500-POSITION-SCORECARD-FILE
000780     PERFORM 2000-READ-NEXT-SCORECARD
000790     PERFORM UNTIL WR-SCF-EOF
000790         IF YS-TRAINING-GAME
000790             ADD 1 TO WR-TRAINING-COUNT
000790         ELSE
000800             PERFORM 3000-CHECK-CHOICE-CATEGORY
000810             ADD 1 TO WR-RECORD-COUNT
000820             MOVE YS-SCORECARD-KEY TO WR-LAST-KEY-PROCESSED
000830             DIVIDE WR-RECORD-COUNT BY WR-CHECKPOINT-INTERVAL
000840                 GIVING WR-CKP-QUOTIENT
000850                 REMAINDER WR-CKP-REMAINDER
000860             IF WR-CKP-REMAINDER = 0
000870                 PERFORM 5000-WRITE-CHECKPOINT
000880             END-IF
000880         END-IF
000890         PERFORM 2000-READ-NEXT-SCORECARD
000900     END-PERFORM
001660     WRITE RCP-LINE
001670     .
001672* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
001672* THE TRAINING COUNT GOES AFTER THE FIGURES THE DRIVER READS.
001674 4000-WRITE-SUMMARY.
001676     MOVE SPACES TO RCP-LINE
001677     WRITE RCP-LINE
001679            WR-RECORD-COUNT    DELIMITED BY SIZE
001680            '  MISMATCHES ' DELIMITED BY SIZE
001681            WR-MISMATCH-COUNT  DELIMITED BY SIZE
001681            '  TRAINING ' DELIMITED BY SIZE
001681            WR-TRAINING-COUNT  DELIMITED BY SIZE
001682         INTO RCP-LINE
001683     WRITE RCP-LINE
001684     .
