000174*                    EVAPORATING WITH EACH NIGHT'S PANRPT
000175*   2026-08-09 RJ    WIDENED SUB-LINE/RPT-LINE TO MATCH
000176*                    PANGRAM'S 120-CHARACTER SENTENCE BUFFER
000176*   2026-10-15 RJ    EVERY SUBMITTER ID IS NOW CHECKED AGAINST
000176*                    THE PUZSUBF SUBMITTER MASTER THROUGH
000176*                    PUZSUBCK BEFORE ANYTHING ELSE; AN UNKNOWN,
000176*                    SUSPENDED OR BANNED ID IS REFUSED WITH ITS
000176*                    OWN 'SUBMITTER:' LINE AND REASON, COUNTED
000176*                    AS REFUSED ON THE TOTALS AND CARRIED ON THE
000176*                    CHECKPOINT
000176*   2026-10-15 RJ    DAILY SUBMISSION QUOTAS - AFTER THE
000176*                    SUBMITTER CHECK EACH ENTRY IS CHECKED AND
000176*                    COUNTED THROUGH PUZQUOTA AGAINST THE
000176*                    PUZQUOTF LIMIT FOR THE GAME AND THE
000176*                    SUBMITTER'S TIER; AN OVER-QUOTA ENTRY IS
000176*                    TURNED AWAY WITH ITS OWN 'OVER QUOTA:'
000176*                    LINE AND COUNTED ON THE TOTALS; A KIOSK
000176*                    ENTRY (SOURCE 'K') WAS ALREADY COUNTED
000176*                    BY PUZZONL AND IS LET THROUGH
000176*   2026-10-15 RJ    THEMED DAYS - AFTER THE NORMAL CHECK EVERY
000176*                    SCORED ENTRY IS TESTED THROUGH PUZTHEME
000176*                    AGAINST THE DAY'S PUZTHCF THEME FOR THE GAME;
000176*                    THE RESULT GOES ON A 'THEME:' REPORT LINE,
000176*                    ON THE PUZRSLTF JOURNAL RECORD AND INTO THE
000176*                    MET/MISSED TOTALS CARRIED ON THE CHECKPOINT
000180 ENVIRONMENT DIVISION.
000190 CONFIGURATION SECTION.
000200 SOURCE-COMPUTER.   IBM-370.
000332     05  SUB-SUBMITTER-ID       PIC X(10).
000334     05  SUB-TEXT               PIC X(120).
000336     05  SUB-LANGUAGE           PIC X(02).
000336     05  SUB-SOURCE             PIC X(01).
000336         88  SUB-FROM-KIOSK         VALUE 'K'.
000340 FD  PANRPT
000350     RECORD CONTAINS 140 CHARACTERS.
000360 01  RPT-LINE                   PIC X(140).
000359     05  CKP-FAIL-COUNT         PIC 9(07).
000359     05  CKP-DUP-COUNT          PIC 9(07).
000359     05  CKP-GIBBERISH-COUNT    PIC 9(07).
000359     05  CKP-REFUSED-COUNT      PIC 9(07).
000359     05  CKP-OVERQUOTA-COUNT    PIC 9(07).
000359     05  CKP-THEME-MET-COUNT    PIC 9(07).
000359     05  CKP-THEME-MISS-COUNT   PIC 9(07).
000359 FD  ALPHCOVF.
000359 01  ACF-COVERAGE-RECORD.
000359     05  ACF-RUN-DATE           PIC X(08).
000455     05  WB-CKP-INTERVAL        PIC 9(07) VALUE 100.
000455     05  WB-CKP-QUOTIENT        PIC 9(07) VALUE ZERO.
000455     05  WB-CKP-REMAINDER       PIC 9(07) VALUE ZERO.
000455     05  WB-REFUSED-COUNT       PIC 9(07) VALUE ZERO.
000455     05  WB-OVERQUOTA-COUNT     PIC 9(07) VALUE ZERO.
000455     05  WB-QUOTA-ED            PIC ZZZZ9.
000455     05  WB-THEME-MET-COUNT     PIC 9(07) VALUE ZERO.
000455     05  WB-THEME-MISS-COUNT    PIC 9(07) VALUE ZERO.
000455 01  WB-RARITY-TABLE.
000455     05  WB-RARITY OCCURS 26 TIMES
000455                                PIC 9(03).
000470 COPY "PANGRMLK.cpy".
000466 COPY "DICTCHKL.cpy".
000468 COPY "ERRLOGLK.cpy".
000468 COPY "PUZSUBLK.cpy".
000468 COPY "PUZQTLK.cpy".
000468 COPY "PUZTHMLK.cpy".
000480 PROCEDURE DIVISION.
000490 0000-MAINLINE.
000500     PERFORM 1000-INITIALIZE
000710* 3000-CHECK-SUBMISSION - SCORE ONE SENTENCE, WRITE THE RESULT.
000720 3000-CHECK-SUBMISSION.
000730     ADD 1 TO WB-SUBMITTED-COUNT
000730     PERFORM 3400-CHECK-SUBMITTER
000730     IF SK-SUBMITTER-OK
000730         PERFORM 3450-CHECK-QUOTA
000730         IF QK-WITHIN-QUOTA
000730             PERFORM 3010-CHECK-PHRASE
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
000730                SUB-TEXT(1:60) DELIMITED BY SIZE
000730             INTO RPT-LINE
000730         WRITE RPT-LINE
000730     END-IF
000730     .
000730* 3450-CHECK-QUOTA - A KIOSK ENTRY WAS COUNTED AGAINST THE
000730* QUOTA WHEN PUZZONL TOOK IT; ANY OTHER ENTRY IS CHECKED AND
000730* COUNTED HERE.
000730 3450-CHECK-QUOTA.
000730     MOVE SPACES TO QK-PARMS
000730     SET QK-WITHIN-QUOTA TO TRUE
000730     IF NOT SUB-FROM-KIOSK
000730         SET QK-ASK-CHECK TO TRUE
000730         MOVE 'P' TO QK-GAME-CODE
000730         MOVE SUB-SUBMITTER-ID TO QK-SUBMITTER-ID
000730         MOVE SK-TIER TO QK-TIER
000730         CALL 'PUZQUOTA' USING QK-PARMS
000730         IF QK-OVER-QUOTA
000730             SET QK-ASK-REFUSE TO TRUE
000730             CALL 'PUZQUOTA' USING QK-PARMS
000730             ADD 1 TO WB-OVERQUOTA-COUNT
000730             MOVE QK-DAILY-MAX TO WB-QUOTA-ED
000730             MOVE SPACES TO RPT-LINE
000730             STRING 'OVER QUOTA: ' DELIMITED BY SIZE
000730                    SUB-SUBMITTER-ID DELIMITED BY SIZE
000730                    ' DAILY LIMIT ' DELIMITED BY SIZE
000730                    WB-QUOTA-ED DELIMITED BY SIZE
000730                    ' ' DELIMITED BY SIZE
000730                    SUB-TEXT(1:60) DELIMITED BY SIZE
000730                 INTO RPT-LINE
000730             WRITE RPT-LINE
000730         ELSE
000730             SET QK-ASK-ADMIT TO TRUE
000730             CALL 'PUZQUOTA' USING QK-PARMS
000730         END-IF
000730     END-IF
000730     .
000730* 3010-CHECK-PHRASE - A DUPLICATE OF AN ACCEPTED PHRASE IS
000730* REFUSED; ANYTHING ELSE IS SCORED.
000730 3010-CHECK-PHRASE.
000722     PERFORM 3500-CHECK-FOR-DUPLICATE
000724     IF WB-DUP-FOUND
000726         ADD 1 TO WB-DUP-COUNT
000752     MOVE SPACES TO RPT-LINE
000740     MOVE SUB-TEXT TO PG-SENTENCE
000750     CALL 'PANGRAM' USING PG-PARMS
000760     PERFORM 3300-APPLY-THEME
000760     IF PG-RESULT = 1
000770         ADD 1 TO WB-PASS-COUNT
000772         PERFORM 3600-RECORD-ACCEPTED-PHRASE
000850             INTO RPT-LINE
000860     END-IF
000870     WRITE RPT-LINE
000870     IF NOT TL-NO-THEME
000870         PERFORM 3310-REPORT-THEME
000870     END-IF
000880     .
000860* 3500-CHECK-FOR-DUPLICATE - FOLD THE SUBMISSION THE SAME WAY
000860* ISOGRAM AND PANGRAM DO (UPPER-CASE PLUS THE SHARED DIAFOLD
000867                 MOVE CKP-DUP-COUNT TO WB-DUP-COUNT
000867                 MOVE CKP-GIBBERISH-COUNT
000867                     TO WB-GIBBERISH-COUNT
000867                 MOVE CKP-REFUSED-COUNT TO WB-REFUSED-COUNT
000867                 MOVE CKP-OVERQUOTA-COUNT
000867                     TO WB-OVERQUOTA-COUNT
000867                 MOVE CKP-THEME-MET-COUNT
000867                     TO WB-THEME-MET-COUNT
000867                 MOVE CKP-THEME-MISS-COUNT
000867                     TO WB-THEME-MISS-COUNT
000867         END-READ
000867         CLOSE PANCKPT
000867     END-IF
000867     MOVE WB-FAIL-COUNT TO CKP-FAIL-COUNT
000867     MOVE WB-DUP-COUNT TO CKP-DUP-COUNT
000867     MOVE WB-GIBBERISH-COUNT TO CKP-GIBBERISH-COUNT
000867     MOVE WB-REFUSED-COUNT TO CKP-REFUSED-COUNT
000867     MOVE WB-OVERQUOTA-COUNT TO CKP-OVERQUOTA-COUNT
000867     MOVE WB-THEME-MET-COUNT TO CKP-THEME-MET-COUNT
000867     MOVE WB-THEME-MISS-COUNT TO CKP-THEME-MISS-COUNT
000867     WRITE CKP-RECORD
000867     CLOSE PANCKPT
000867     .
000866         MOVE ZERO TO PC-DIFFICULTY
000866     END-IF
000866     .
000862* 3300-APPLY-THEME - THE DAY'S THEME, IF ANY, IS TESTED ON
000862* EVERY SCORED ENTRY, PASS OR FAIL; IT NEITHER PASSES NOR FAILS
000862* THE ENTRY, ONLY RECORDS WHETHER IT KEPT TO THE THEME.
000862 3300-APPLY-THEME.
000862     MOVE SPACES TO TL-PARMS
000862     MOVE 'P' TO TL-GAME-CODE
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
000990         INTO RPT-LINE
001000     WRITE RPT-LINE
001000     MOVE SPACES TO RPT-LINE
001000     STRING 'THEME MET ' DELIMITED BY SIZE
001000            WB-THEME-MET-COUNT DELIMITED BY SIZE
001000            '  THEME MISSED ' DELIMITED BY SIZE
001000            WB-THEME-MISS-COUNT DELIMITED BY SIZE
001000         INTO RPT-LINE
001000     WRITE RPT-LINE
001010     .
008900* 8900-LOG-CENTRAL-ERROR - ONE STANDARDIZED RECORD ON THE
008902* CENTRAL ERROR FILE FOR THE MORNING DIGEST.
