000155*                    LINE PER LANGUAGE SERVED AFTER THE TOTAL;
000155*                    A BLANK CODE ON AN OLDER RECORD COUNTS AS
000155*                    ENGLISH
000155*   2026-10-15 RJ    ADD AFTR (AFTER-HOURS ESCALATION) AS ITS
000155*                    OWN TALLY CATEGORY, AHEAD OF UNKNOWN SO
000155*                    THE ESCALATED LINE KEEPS ITS PLACE
000155*   2026-10-15 RJ    ADD RSTR (RESTRICTED-CUSTOMER POLICY
000155*                    REPLY) AS ITS OWN TALLY CATEGORY, ALSO
000155*                    AHEAD OF UNKNOWN
000156 ENVIRONMENT DIVISION.
000160 CONFIGURATION SECTION.
000170 SOURCE-COMPUTER.   IBM-370.
000430 01  TB-RPT-STATUS            PIC X(02) VALUE SPACES.
000440 01  TB-TOTAL-COUNT           PIC 9(07) VALUE ZERO.
000450 01  TB-TALLY-TABLE.
000460     05  TB-TALLY-ENTRY OCCURS 12 TIMES
000465             INDEXED BY TB-TALLY-IX.
000470         10  TB-TALLY-CODE    PIC X(04).
000480         10  TB-TALLY-NAME    PIC X(10).
000600     END-PERFORM
000610     PERFORM 3000-WRITE-TALLY-REPORT
000620         VARYING TB-TALLY-IX FROM 1 BY 1
000620         UNTIL TB-TALLY-IX > 12
000635     PERFORM 4000-WRITE-TOTAL-LINE
000640     CLOSE BOBAUDF BOBTLRPT
000650     GOBACK.
000809     MOVE 'STILL-HERE'  TO TB-TALLY-NAME(8)
000809     MOVE 'REPE' TO TB-TALLY-CODE(9)
000809     MOVE 'REPEAT-ESC'  TO TB-TALLY-NAME(9)
000810     MOVE 'AFTR' TO TB-TALLY-CODE(10)
000810     MOVE 'AFTER-HRS'  TO TB-TALLY-NAME(10)
000810     MOVE 'RSTR' TO TB-TALLY-CODE(11)
000810     MOVE 'RESTRICTED' TO TB-TALLY-NAME(11)
000810     MOVE SPACES TO TB-TALLY-CODE(12)
000810     MOVE 'UNKNOWN'    TO TB-TALLY-NAME(12)
000810     PERFORM VARYING TB-TALLY-IX FROM 1 BY 1
000810             UNTIL TB-TALLY-IX > 12
000850         MOVE ZERO TO TB-TALLY-COUNT(TB-TALLY-IX)
000860     END-PERFORM
000870     .
000920     END-READ
000930     .
000940* 2100-CREDIT-OUTCOME - MATCH THIS RECORD'S OUTCOME CODE AGAINST T
000950* TALLY TABLE, CREDITING SLOT 12 (UNKNOWN) WHEN NOTHING MATCHES.
000950 2100-CREDIT-OUTCOME.
000950     ADD 1 TO TB-TOTAL-COUNT
000950     MOVE 'N' TO TB-FOUND-SWITCH
000950     PERFORM VARYING TB-TALLY-IX FROM 1 BY 1
000950             UNTIL TB-TALLY-IX > 11
001010         IF AUD-OUTCOME-CODE = TB-TALLY-CODE(TB-TALLY-IX)
001020             ADD 1 TO TB-TALLY-COUNT(TB-TALLY-IX)
001030             MOVE 'Y' TO TB-FOUND-SWITCH
001040         END-IF
001050     END-PERFORM
001060     IF NOT TB-CODE-FOUND
001070         ADD 1 TO TB-TALLY-COUNT(12)
001070     END-IF
001070     PERFORM 2200-CREDIT-LANGUAGE
001090     .
001092* 2200-CREDIT-LANGUAGE - ONE BUCKET PER LANGUAGE CODE SERVED;
001094* A BLANK CODE ON AN OLDER RECORD COUNTS AS ENGLISH.
