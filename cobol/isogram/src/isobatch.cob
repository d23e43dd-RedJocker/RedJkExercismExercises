000169*                    COMES OUT AS IF THE RUN NEVER BROKE.  A
000169*                    CLEAN END OF FILE CLEARS THE CHECKPOINT -
000169*                    THE SAME PATTERN YACHTRCN RESTARTS WITH
000169*   2026-10-15 RJ    EVERY SUBMITTER ID IS NOW CHECKED AGAINST
000169*                    THE PUZSUBF SUBMITTER MASTER THROUGH
000169*                    PUZSUBCK BEFORE ANYTHING ELSE; AN UNKNOWN,
000169*                    SUSPENDED OR BANNED ID IS REFUSED WITH ITS
000169*                    OWN 'SUBMITTER:' LINE AND REASON, COUNTED
000169*                    AS REFUSED ON THE TOTALS AND CARRIED ON THE
000169*                    CHECKPOINT
000169*   2026-10-15 RJ    DAILY SUBMISSION QUOTAS - AFTER THE
000169*                    SUBMITTER CHECK EACH ENTRY IS CHECKED AND
000169*                    COUNTED THROUGH PUZQUOTA AGAINST THE
000169*                    PUZQUOTF LIMIT FOR THE GAME AND THE
000169*                    SUBMITTER'S TIER; AN OVER-QUOTA ENTRY IS
000169*                    TURNED AWAY WITH ITS OWN 'OVER QUOTA:'
000169*                    LINE AND COUNTED ON THE TOTALS; A KIOSK
000169*                    ENTRY (SOURCE 'K') WAS ALREADY COUNTED
000169*                    BY PUZZONL AND IS LET THROUGH
000169*   2026-10-15 RJ    THEMED DAYS - AFTER THE NORMAL CHECK EVERY
000169*                    SCORED ENTRY IS TESTED THROUGH PUZTHEME
000169*                    AGAINST THE DAY'S PUZTHCF THEME FOR THE GAME;
000169*                    THE RESULT GOES ON A 'THEME:' REPORT LINE,
000169*                    ON THE PUZRSLTF JOURNAL RECORD AND INTO THE
000169*                    MET/MISSED TOTALS CARRIED ON THE CHECKPOINT
000170 ENVIRONMENT DIVISION.
000180 CONFIGURATION SECTION.
000190 SOURCE-COMPUTER.   IBM-370.
000322     05  SUB-SUBMITTER-ID       PIC X(10).
000324     05  SUB-TEXT               PIC X(120).
000326     05  SUB-LANGUAGE           PIC X(02).
000326     05  SUB-SOURCE             PIC X(01).
000326         88  SUB-FROM-KIOSK         VALUE 'K'.
000330 FD  ISORPT
000340     RECORD CONTAINS 140 CHARACTERS.
000350 01  RPT-LINE                   PIC X(140).
000359     05  CKP-FAIL-COUNT         PIC 9(07).
000359     05  CKP-DUP-COUNT          PIC 9(07).
000359     05  CKP-GIBBERISH-COUNT    PIC 9(07).
000359     05  CKP-REFUSED-COUNT      PIC 9(07).
000359     05  CKP-OVERQUOTA-COUNT    PIC 9(07).
000359     05  CKP-THEME-MET-COUNT    PIC 9(07).
000359     05  CKP-THEME-MISS-COUNT   PIC 9(07).
000360 WORKING-STORAGE SECTION.
000370 01  WB-WORK-FIELDS.
000380     05  WB-SUB-STATUS          PIC X(02) VALUE SPACES.
000455     05  WB-CKP-INTERVAL        PIC 9(07) VALUE 100.
000455     05  WB-CKP-QUOTIENT        PIC 9(07) VALUE ZERO.
000455     05  WB-CKP-REMAINDER       PIC 9(07) VALUE ZERO.
000455     05  WB-REFUSED-COUNT       PIC 9(07) VALUE ZERO.
000455     05  WB-OVERQUOTA-COUNT     PIC 9(07) VALUE ZERO.
000455     05  WB-QUOTA-ED            PIC ZZZZ9.
000455     05  WB-THEME-MET-COUNT     PIC 9(07) VALUE ZERO.
000455     05  WB-THEME-MISS-COUNT    PIC 9(07) VALUE ZERO.
000455 01  WB-THRESHOLD-TABLE.
000455     05  WB-THR-COUNT           PIC 9(02) VALUE ZERO.
000455     05  WB-THR-ENTRY OCCURS 10 TIMES.
000445 COPY "ISOGRMLK.cpy".
000466 COPY "DICTCHKL.cpy".
000468 COPY "ERRLOGLK.cpy".
000468 COPY "PUZSUBLK.cpy".
000468 COPY "PUZQTLK.cpy".
000468 COPY "PUZTHMLK.cpy".
000470 PROCEDURE DIVISION.
000480 0000-MAINLINE.
000490     PERFORM 1000-INITIALIZE
000631                 MOVE CKP-DUP-COUNT TO WB-DUP-COUNT
000631                 MOVE CKP-GIBBERISH-COUNT
000631                     TO WB-GIBBERISH-COUNT
000631                 MOVE CKP-REFUSED-COUNT TO WB-REFUSED-COUNT
000631                 MOVE CKP-OVERQUOTA-COUNT
000631                     TO WB-OVERQUOTA-COUNT
000631                 MOVE CKP-THEME-MET-COUNT
000631                     TO WB-THEME-MET-COUNT
000631                 MOVE CKP-THEME-MISS-COUNT
000631                     TO WB-THEME-MISS-COUNT
000631         END-READ
000631         CLOSE ISOCKPT
000631     END-IF
000631     MOVE WB-FAIL-COUNT TO CKP-FAIL-COUNT
000631     MOVE WB-DUP-COUNT TO CKP-DUP-COUNT
000631     MOVE WB-GIBBERISH-COUNT TO CKP-GIBBERISH-COUNT
000631     MOVE WB-REFUSED-COUNT TO CKP-REFUSED-COUNT
000631     MOVE WB-OVERQUOTA-COUNT TO CKP-OVERQUOTA-COUNT
000631     MOVE WB-THEME-MET-COUNT TO CKP-THEME-MET-COUNT
000631     MOVE WB-THEME-MISS-COUNT TO CKP-THEME-MISS-COUNT
000631     WRITE CKP-RECORD
000631     CLOSE ISOCKPT
000631     .
000700* 3000-CHECK-SUBMISSION - SCORE ONE PHRASE, WRITE A RESULT LINE
000710 3000-CHECK-SUBMISSION.
000720     ADD 1 TO WB-SUBMITTED-COUNT
000720     PERFORM 3400-CHECK-SUBMITTER
000720     IF SK-SUBMITTER-OK
000720         PERFORM 3450-CHECK-QUOTA
000720         IF QK-WITHIN-QUOTA
000720             PERFORM 3010-CHECK-PHRASE
000720         END-IF
000720     END-IF
000720     .
000720* 3400-CHECK-SUBMITTER - THE SUBMITTER MUST BE REGISTERED ON
000720* PUZSUBF AND NOT SUSPENDED OR BANNED; A REFUSED SUBMISSION
000720* GETS ITS OWN REPORT LINE AND GOES NO FURTHER.
000720 3400-CHECK-SUBMITTER.
000720     MOVE SPACES TO SK-PARMS
000720     MOVE SUB-SUBMITTER-ID TO SK-SUBMITTER-ID
000720     CALL 'PUZSUBCK' USING SK-PARMS
000720     IF NOT SK-SUBMITTER-OK
000720         ADD 1 TO WB-REFUSED-COUNT
000720         MOVE SPACES TO RPT-LINE
000720         STRING 'SUBMITTER: ' DELIMITED BY SIZE
000720                SUB-SUBMITTER-ID DELIMITED BY SIZE
000720                ' ' DELIMITED BY SIZE
000720                SK-RESULT-TEXT DELIMITED BY SIZE
000720                ' ' DELIMITED BY SIZE
000720                SUB-TEXT(1:60) DELIMITED BY SIZE
000720             INTO RPT-LINE
000720         WRITE RPT-LINE
000720     END-IF
000720     .
000720* 3450-CHECK-QUOTA - A KIOSK ENTRY WAS COUNTED AGAINST THE
000720* QUOTA WHEN PUZZONL TOOK IT; ANY OTHER ENTRY IS CHECKED AND
000720* COUNTED HERE.
000720 3450-CHECK-QUOTA.
000720     MOVE SPACES TO QK-PARMS
000720     SET QK-WITHIN-QUOTA TO TRUE
000720     IF NOT SUB-FROM-KIOSK
000720         SET QK-ASK-CHECK TO TRUE
000720         MOVE 'I' TO QK-GAME-CODE
000720         MOVE SUB-SUBMITTER-ID TO QK-SUBMITTER-ID
000720         MOVE SK-TIER TO QK-TIER
000720         CALL 'PUZQUOTA' USING QK-PARMS
000720         IF QK-OVER-QUOTA
000720             SET QK-ASK-REFUSE TO TRUE
000720             CALL 'PUZQUOTA' USING QK-PARMS
000720             ADD 1 TO WB-OVERQUOTA-COUNT
000720             MOVE QK-DAILY-MAX TO WB-QUOTA-ED
000720             MOVE SPACES TO RPT-LINE
000720             STRING 'OVER QUOTA: ' DELIMITED BY SIZE
000720                    SUB-SUBMITTER-ID DELIMITED BY SIZE
000720                    ' DAILY LIMIT ' DELIMITED BY SIZE
000720                    WB-QUOTA-ED DELIMITED BY SIZE
000720                    ' ' DELIMITED BY SIZE
000720                    SUB-TEXT(1:60) DELIMITED BY SIZE
000720                 INTO RPT-LINE
000720             WRITE RPT-LINE
000720         ELSE
000720             SET QK-ASK-ADMIT TO TRUE
000720             CALL 'PUZQUOTA' USING QK-PARMS
000720         END-IF
000720     END-IF
000720     .
000720* 3010-CHECK-PHRASE - A DUPLICATE OF AN ACCEPTED PHRASE IS
000720* REFUSED; ANYTHING ELSE IS SCORED.
000720 3010-CHECK-PHRASE.
000722     PERFORM 3500-CHECK-FOR-DUPLICATE
000724     IF WB-DUP-FOUND
000726         ADD 1 TO WB-DUP-COUNT
000744             OR PS-STATUS-SEVERE OF IG-PARMS
000746         PERFORM 8900-LOG-CENTRAL-ERROR
000748     END-IF
000750     PERFORM 3300-APPLY-THEME
000750     IF IG-RESULT = 1
000760         ADD 1 TO WB-PASS-COUNT
000772         PERFORM 3600-RECORD-ACCEPTED-PHRASE
000840             INTO RPT-LINE
000850     END-IF
000860     WRITE RPT-LINE
000860     IF NOT TL-NO-THEME
000860         PERFORM 3310-REPORT-THEME
000860     END-IF
000870     .
000860* 3500-CHECK-FOR-DUPLICATE - FOLD THE SUBMISSION THE SAME WAY
000860* ISOGRAM AND PANGRAM DO (UPPER-CASE PLUS THE SHARED DIAFOLD
000860     WRITE SH-HISTORY-RECORD
000860     CLOSE SUBHISTF
000860     .
000862* 3300-APPLY-THEME - THE DAY'S THEME, IF ANY, IS TESTED ON
000862* EVERY SCORED ENTRY, PASS OR FAIL; IT NEITHER PASSES NOR FAILS
000862* THE ENTRY, ONLY RECORDS WHETHER IT KEPT TO THE THEME.
000862 3300-APPLY-THEME.
000862     MOVE SPACES TO TL-PARMS
000862     MOVE 'I' TO TL-GAME-CODE
000862     MOVE SUB-TEXT TO TL-PHRASE
000862     CALL 'PUZTHEME' USING TL-PARMS
000862     EVALUATE TRUE
000862         WHEN TL-THEME-MET
000862             ADD 1 TO WB-THEME-MET-COUNT
000862         WHEN TL-THEME-MISSED
000862             ADD 1 TO WB-THEME-MISS-COUNT
000862     END-EVALUATE
000862     .
000862 3310-REPORT-THEME.
000862     MOVE SPACES TO RPT-LINE
000862     IF TL-THEME-MET
000862         STRING 'THEME    : ' DELIMITED BY SIZE
000862                TL-THEME-ID DELIMITED BY SIZE
000862                ' MET - ' DELIMITED BY SIZE
000862                TL-RESULT-TEXT DELIMITED BY SIZE
000862             INTO RPT-LINE
000862     ELSE
000862         STRING 'THEME    : ' DELIMITED BY SIZE
000862                TL-THEME-ID DELIMITED BY SIZE
000862                ' MISSED - ' DELIMITED BY SIZE
000862                TL-RESULT-TEXT DELIMITED BY SIZE
000862             INTO RPT-LINE
000862     END-IF
000862     WRITE RPT-LINE
000862     .
000862* 3800-JOURNAL-RESULT - ONE PUZRSLTF RECORD PER SCORED
000862* SUBMISSION, FOR THE RATING AND LEAGUE PASSES.
000862 3800-JOURNAL-RESULT.
000862     MOVE SUB-SUBMITTER-ID TO PR-SUBMITTER-ID
000862     MOVE WB-RESULT-FLAG   TO PR-PASS-FLAG
000862     MOVE WB-PHRASE-LEN    TO PR-PHRASE-LEN
000862     MOVE TL-THEME-ID      TO PR-THEME-ID
000862     MOVE TL-RESULT        TO PR-THEME-RESULT
000862     WRITE PR-RESULT-RECORD
000862     CLOSE PUZRSLTF
000862     .
000932            WB-DUP-COUNT DELIMITED BY SIZE
000934            '  GIBBERISH ' DELIMITED BY SIZE
000936            WB-GIBBERISH-COUNT DELIMITED BY SIZE
000936            '  REFUSED ' DELIMITED BY SIZE
000936            WB-REFUSED-COUNT DELIMITED BY SIZE
000936            '  OVER QUOTA ' DELIMITED BY SIZE
000936            WB-OVERQUOTA-COUNT DELIMITED BY SIZE
000980         INTO RPT-LINE
000990     WRITE RPT-LINE
000990     MOVE SPACES TO RPT-LINE
000990     STRING 'THEME MET ' DELIMITED BY SIZE
000990            WB-THEME-MET-COUNT DELIMITED BY SIZE
000990            '  THEME MISSED ' DELIMITED BY SIZE
000990            WB-THEME-MISS-COUNT DELIMITED BY SIZE
000990         INTO RPT-LINE
000990     WRITE RPT-LINE
001000     .
008900* 8900-LOG-CENTRAL-ERROR - ONE STANDARDIZED RECORD ON THE
008902* CENTRAL ERROR FILE FOR THE MORNING DIGEST.
