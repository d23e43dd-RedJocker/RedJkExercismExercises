000169*                    OUT AS IF THE RUN NEVER BROKE.  A CLEAN
000169*                    END OF FILE CLEARS THE CHECKPOINT - THE
000169*                    SAME PATTERN YACHTRCN RESTARTS WITH
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
000169*                    LINE AND COUNTED ON THE TOTALS
000169*   2026-10-15 RJ    THEMED DAYS - AFTER THE NORMAL CHECK EVERY
000169*                    SCORED ENTRY IS TESTED THROUGH PUZTHEME
000169*                    AGAINST THE DAY'S PUZTHCF THEME FOR THE GAME;
000169*                    THE RESULT GOES ON A 'THEME:' REPORT LINE,
000169*                    ON THE PUZRSLTF JOURNAL RECORD AND INTO THE
000169*                    MET/MISSED TOTALS CARRIED ON THE CHECKPOINT
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   IBM-370.
000338     05  CKP-SUBMITTED-COUNT    PIC 9(07).
000338     05  CKP-PALINDROME-COUNT   PIC 9(07).
000338     05  CKP-NEAR-MISS-COUNT    PIC 9(07).
000338     05  CKP-REFUSED-COUNT      PIC 9(07).
000338     05  CKP-OVERQUOTA-COUNT    PIC 9(07).
000338     05  CKP-THEME-MET-COUNT    PIC 9(07).
000338     05  CKP-THEME-MISS-COUNT   PIC 9(07).
000340 FD  RSRPT
000350     RECORD CONTAINS 280 CHARACTERS.
000360 01  RPT-LINE                   PIC X(280).
000458     05  WB-CKP-INTERVAL        PIC 9(07) VALUE 100.
000458     05  WB-CKP-QUOTIENT        PIC 9(07) VALUE ZERO.
000458     05  WB-CKP-REMAINDER       PIC 9(07) VALUE ZERO.
000458     05  WB-REFUSED-COUNT       PIC 9(07) VALUE ZERO.
000458     05  WB-OVERQUOTA-COUNT     PIC 9(07) VALUE ZERO.
000458     05  WB-QUOTA-ED            PIC ZZZZ9.
000458     05  WB-THEME-MET-COUNT     PIC 9(07) VALUE ZERO.
000458     05  WB-THEME-MISS-COUNT    PIC 9(07) VALUE ZERO.
000460 COPY "REVSTRLK.cpy".
000462 COPY "ERRLOGLK.cpy".
000462 COPY "PUZSUBLK.cpy".
000462 COPY "PUZQTLK.cpy".
000462 COPY "PUZTHMLK.cpy".
000470 PROCEDURE DIVISION.
000480 0000-MAINLINE.
000490     PERFORM 1000-INITIALIZE
000631                     TO WB-PALINDROME-COUNT
000631                 MOVE CKP-NEAR-MISS-COUNT
000631                     TO WB-NEAR-MISS-COUNT
000631                 MOVE CKP-REFUSED-COUNT TO WB-REFUSED-COUNT
000631                 MOVE CKP-OVERQUOTA-COUNT
000631                     TO WB-OVERQUOTA-COUNT
000631                 MOVE CKP-THEME-MET-COUNT
000631                     TO WB-THEME-MET-COUNT
000631                 MOVE CKP-THEME-MISS-COUNT
000631                     TO WB-THEME-MISS-COUNT
000631         END-READ
000631         CLOSE RSCKPT
000631     END-IF
000631     MOVE WB-SUBMITTED-COUNT TO CKP-SUBMITTED-COUNT
000631     MOVE WB-PALINDROME-COUNT TO CKP-PALINDROME-COUNT
000631     MOVE WB-NEAR-MISS-COUNT TO CKP-NEAR-MISS-COUNT
000631     MOVE WB-REFUSED-COUNT TO CKP-REFUSED-COUNT
000631     MOVE WB-OVERQUOTA-COUNT TO CKP-OVERQUOTA-COUNT
000631     MOVE WB-THEME-MET-COUNT TO CKP-THEME-MET-COUNT
000631     MOVE WB-THEME-MISS-COUNT TO CKP-THEME-MISS-COUNT
000631     WRITE CKP-RECORD
000631     CLOSE RSCKPT
000631     .
000710* LINE SHOWING WHETHER IT IS A TRUE PALINDROME OR A NEAR-MISS.
000720 3000-CHECK-SUBMISSION.
000730     ADD 1 TO WB-SUBMITTED-COUNT
000730     PERFORM 3400-CHECK-SUBMITTER
000730     IF SK-SUBMITTER-OK
000730         PERFORM 3450-CHECK-QUOTA
000730         IF QK-WITHIN-QUOTA
000730             PERFORM 3010-REVERSE-PHRASE
000730         END-IF
000730     END-IF
000730     .
000730* 3400-CHECK-SUBMITTER - THE SUBMITTER MUST BE REGISTERED ON
000730* PUZSUBF AND NOT SUSPENDED OR BANNED; A REFUSED SUBMISSION
000730* GETS ITS OWN REPORT LINE AND GOES NO FURTHER.
000730 3400-CHECK-SUBMITTER.
000730     MOVE SPACES TO SK-PARMS
000730     MOVE SUB-SUBMITTER-ID TO SK-SUBMITTER-ID
000730     CALL 'PUZSUBCK' USING SK-PARMS
000730     IF NOT SK-SUBMITTER-OK
000730         ADD 1 TO WB-REFUSED-COUNT
000730         MOVE SPACES TO RPT-LINE
000730         STRING 'SUBMITTER: ' DELIMITED BY SIZE
000730                SUB-SUBMITTER-ID DELIMITED BY SIZE
000730                ' ' DELIMITED BY SIZE
000730                SK-RESULT-TEXT DELIMITED BY SIZE
000730                ' ' DELIMITED BY SIZE
000730                SUB-TEXT(1:200) DELIMITED BY SIZE
000730             INTO RPT-LINE
000730         WRITE RPT-LINE
000730     END-IF
000730     .
000730* 3450-CHECK-QUOTA - EVERY ENTRY IS CHECKED AND COUNTED
000730* AGAINST THE SUBMITTER'S DAILY QUOTA.
000730 3450-CHECK-QUOTA.
000730     MOVE SPACES TO QK-PARMS
000730     SET QK-WITHIN-QUOTA TO TRUE
000730     SET QK-ASK-CHECK TO TRUE
000730     MOVE 'R' TO QK-GAME-CODE
000730     MOVE SUB-SUBMITTER-ID TO QK-SUBMITTER-ID
000730     MOVE SK-TIER TO QK-TIER
000730     CALL 'PUZQUOTA' USING QK-PARMS
000730     IF QK-OVER-QUOTA
000730         SET QK-ASK-REFUSE TO TRUE
000730         CALL 'PUZQUOTA' USING QK-PARMS
000730         ADD 1 TO WB-OVERQUOTA-COUNT
000730         MOVE QK-DAILY-MAX TO WB-QUOTA-ED
000730         MOVE SPACES TO RPT-LINE
000730         STRING 'OVER QUOTA: ' DELIMITED BY SIZE
000730                SUB-SUBMITTER-ID DELIMITED BY SIZE
000730                ' DAILY LIMIT ' DELIMITED BY SIZE
000730                WB-QUOTA-ED DELIMITED BY SIZE
000730                ' ' DELIMITED BY SIZE
000730                SUB-TEXT(1:200) DELIMITED BY SIZE
000730             INTO RPT-LINE
000730         WRITE RPT-LINE
000730     ELSE
000730         SET QK-ASK-ADMIT TO TRUE
000730         CALL 'PUZQUOTA' USING QK-PARMS
000730     END-IF
000730     .
000730 3010-REVERSE-PHRASE.
000740     MOVE SUB-TEXT TO RS-STRING
000750     CALL 'reverse-string' USING RS-PARMS
000752     IF PS-STATUS-ERROR OF RS-PARMS
000754             OR PS-STATUS-SEVERE OF RS-PARMS
000756         PERFORM 8900-LOG-CENTRAL-ERROR
000758     END-IF
000760     PERFORM 3300-APPLY-THEME
000760     MOVE SPACES TO RPT-LINE
000770     IF RS-PALINDROME-FLAG = 1
000780         ADD 1 TO WB-PALINDROME-COUNT
000860             INTO RPT-LINE
000870     END-IF
000880     WRITE RPT-LINE
000880     IF NOT TL-NO-THEME
000880         PERFORM 3310-REPORT-THEME
000880     END-IF
000882     IF RS-PALINDROME-FLAG NOT = 1
000882             AND RS-LONGPAL-LEN > 1
000882         MOVE SPACES TO RPT-LINE
000882         WRITE RPT-LINE
000882     END-IF
000890     .
000892* 3300-APPLY-THEME - THE DAY'S THEME, IF ANY, IS TESTED ON
000892* EVERY SCORED ENTRY, PASS OR FAIL; IT NEITHER PASSES NOR FAILS
000892* THE ENTRY, ONLY RECORDS WHETHER IT KEPT TO THE THEME.
000892 3300-APPLY-THEME.
000892     MOVE SPACES TO TL-PARMS
000892     MOVE 'R' TO TL-GAME-CODE
000892     MOVE SUB-TEXT TO TL-PHRASE
000892     CALL 'PUZTHEME' USING TL-PARMS
000892     EVALUATE TRUE
000892         WHEN TL-THEME-MET
000892             ADD 1 TO WB-THEME-MET-COUNT
000892         WHEN TL-THEME-MISSED
000892             ADD 1 TO WB-THEME-MISS-COUNT
000892     END-EVALUATE
000892     .
000892 3310-REPORT-THEME.
000892     MOVE SPACES TO RPT-LINE
000892     IF TL-THEME-MET
000892         STRING 'THEME      : ' DELIMITED BY SIZE
000892                TL-THEME-ID DELIMITED BY SIZE
000892                ' MET - ' DELIMITED BY SIZE
000892                TL-RESULT-TEXT DELIMITED BY SIZE
000892             INTO RPT-LINE
000892     ELSE
000892         STRING 'THEME      : ' DELIMITED BY SIZE
000892                TL-THEME-ID DELIMITED BY SIZE
000892                ' MISSED - ' DELIMITED BY SIZE
000892                TL-RESULT-TEXT DELIMITED BY SIZE
000892             INTO RPT-LINE
000892     END-IF
000892     WRITE RPT-LINE
000892     .
000892* 3800-JOURNAL-RESULT - ONE PUZRSLTF RECORD PER SCORED
000892* SUBMISSION, FOR THE RATING AND LEAGUE PASSES.
000892 3800-JOURNAL-RESULT.
000892     MOVE SUB-SUBMITTER-ID TO PR-SUBMITTER-ID
000892     MOVE WB-RESULT-FLAG   TO PR-PASS-FLAG
000892     MOVE WB-PHRASE-LEN    TO PR-PHRASE-LEN
000892     MOVE TL-THEME-ID      TO PR-THEME-ID
000892     MOVE TL-RESULT        TO PR-THEME-RESULT
000892     WRITE PR-RESULT-RECORD
000892     CLOSE PUZRSLTF
000892     .
000970            WB-PALINDROME-COUNT DELIMITED BY SIZE
000980            '  NEAR MISSES ' DELIMITED BY SIZE
000990            WB-NEAR-MISS-COUNT DELIMITED BY SIZE
000990            '  REFUSED ' DELIMITED BY SIZE
000990            WB-REFUSED-COUNT DELIMITED BY SIZE
000990            '  OVER QUOTA ' DELIMITED BY SIZE
000990            WB-OVERQUOTA-COUNT DELIMITED BY SIZE
001000         INTO RPT-LINE
001010     WRITE RPT-LINE
001010     MOVE SPACES TO RPT-LINE
001010     STRING 'THEME MET ' DELIMITED BY SIZE
001010            WB-THEME-MET-COUNT DELIMITED BY SIZE
001010            '  THEME MISSED ' DELIMITED BY SIZE
001010            WB-THEME-MISS-COUNT DELIMITED BY SIZE
001010         INTO RPT-LINE
001010     WRITE RPT-LINE
001020     .
008900* 8900-LOG-CENTRAL-ERROR - ONE STANDARDIZED RECORD ON THE
008902* CENTRAL ERROR FILE FOR THE MORNING DIGEST.
