      *                  SO HISTORY FOLLOWS THE CUSTOMER AND THE
      *                  THIRD-STRIKE RULE CANNOT BE RESET BY JUST
      *                  PRESENTING A DIFFERENT BADGE
      *   2026-10-15 RJ  AFTER-HOURS MODE - AN ESCALATION WHILE THE
      *                  DESK IS UNSTAFFED (A DAY BIZDAY SAYS THE
      *                  SHOP IS SHUT, OR OUTSIDE THAT WEEKDAY'S
      *                  BOBHRSF DESK HOURS) GETS THE NEW AFTR
      *                  OUTCOME, WHOSE CATALOG TEXT HAS THE NEXT
      *                  OPENING DATE FILLED IN AT &DATE, AND THE
      *                  QUEUE ENTRY IS FLAGGED AFTER-HOURS WITH THE
      *                  NEXT OPENING SO THE SLA CLOCK STARTS THERE.
      *                  NO BOBHRSF FILE MEANS THE DESK IS STAFFED
      *                  WHENEVER THE SHOP IS OPEN
      *   2026-10-15 RJ  A CUSTOMER WHOSE BOBCUSTF PROFILE IS
      *                  RESTRICTED (SET BY A SUPERVISOR THROUGH
      *                  BOBRSTMT) GETS THE FIXED RSTR POLICY REPLY ON
      *                  EVERY CALL, IS LEFT OUT OF THE THIRD-STRIKE
      *                  RULE, AND HAS ANY ESCALATION WRITTEN TO THE
      *                  SUPERVISOR-ONLY BOBSUPQ QUEUE INSTEAD OF THE
      *                  BOBESCQ QUEUE BOBDISP DEALS OUT
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SPECIAL-NAMES.
            SELECT BOBESCQ ASSIGN TO "BOBESCQ"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-ESCQ-STATUS.
            SELECT BOBSUPQ ASSIGN TO "BOBSUPQ"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-SUPQ-STATUS.
            SELECT BOBMSGF ASSIGN TO "BOBMSGF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MSGF-STATUS.
                ACCESS MODE IS RANDOM
                RECORD KEY IS BC-CUSTOMER-ID
                FILE STATUS IS WS-CUST-STATUS.
            SELECT BOBHRSF ASSIGN TO "BOBHRSF"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HRSF-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05  ESCQ-TERMINAL-ID     PIC X(08).
            05  ESCQ-GAME-PLAYER-ID  PIC X(10).
            05  ESCQ-GAME-START-TS   PIC X(15).
            05  ESCQ-AFTER-HOURS-FLAG PIC X(01).
            05  ESCQ-DESK-OPEN-TS    PIC X(12).
      * SAME SHAPE AS BOBESCQ.  BOBRSTMT LISTS EACH ENTRY FOR THE
      * SUPERVISOR, OR FEEDS IT BACK INTO THE NORMAL QUEUE ONCE THE
      * RESTRICTION HAS BEEN CLEARED, AND THEN EMPTIES THE QUEUE.
        FD  BOBSUPQ.
        01  SUPQ-RECORD.
            05  SUPQ-TIMESTAMP       PIC X(21).
            05  SUPQ-CUSTOMER-ID     PIC X(10).
            05  SUPQ-HEYBOB          PIC X(60).
            05  SUPQ-TERMINAL-ID     PIC X(08).
            05  SUPQ-GAME-PLAYER-ID  PIC X(10).
            05  SUPQ-GAME-START-TS   PIC X(15).
            05  SUPQ-AFTER-HOURS-FLAG PIC X(01).
            05  SUPQ-DESK-OPEN-TS    PIC X(12).
        FD  BOBMSGF.
        01  MSGF-RECORD.
            05  MSGF-CODE            PIC X(04).
        COPY "BOBXREF.cpy".
        FD  BOBCUSTF.
        COPY "BOBCUST.cpy".
        FD  BOBHRSF.
        01  HRSF-RECORD.
            05  HRSF-WEEKDAY         PIC 9(01).
            05  HRSF-OPEN-TIME       PIC X(04).
            05  HRSF-CLOSE-TIME      PIC X(04).

        WORKING-STORAGE SECTION.
        01 WS-HEYBOB                PIC X(60).
            88 OC-EMPHATIC              VALUE "EMPH".
            88 OC-STILL-THERE           VALUE "STIL".
            88 OC-REPEAT-ESCALATED      VALUE "REPE".
            88 OC-AFTER-HOURS           VALUE "AFTR".
            88 OC-RESTRICTED            VALUE "RSTR".
        01 WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
        01 WS-AUDIT-SWITCH          PIC X(01) VALUE 'N'.
            88 WS-AUDIT-FILE-IS-OPEN VALUE 'Y'.
        01 WS-ESCQ-STATUS           PIC X(02) VALUE SPACES.
        01 WS-ESCQ-SWITCH           PIC X(01) VALUE 'N'.
            88 WS-ESCQ-FILE-IS-OPEN VALUE 'Y'.
        01 WS-SUPQ-STATUS           PIC X(02) VALUE SPACES.
        01 WS-SUPQ-SWITCH           PIC X(01) VALUE 'N'.
            88 WS-SUPQ-FILE-IS-OPEN VALUE 'Y'.
        01 WS-MSGF-STATUS           PIC X(02) VALUE SPACES.
            88 WS-MSGF-EOF              VALUE '10'.
        01 WS-MSG-CATALOG-SWITCH    PIC X(01) VALUE 'N'.
        01 WS-REPEAT-SWITCH         PIC X(01) VALUE 'N'.
            88 WS-REPEAT-ROUTED         VALUE 'Y'.
        01 WS-PROFILE-TS            PIC X(21) VALUE SPACES.
        01 WS-HRSF-STATUS           PIC X(02) VALUE SPACES.
            88 WS-HRSF-EOF              VALUE '10'.
        01 WS-HRS-SWITCH            PIC X(01) VALUE 'N'.
            88 WS-HOURS-ARE-LOADED      VALUE 'Y'.
        01 WS-HRS-FILE-SWITCH       PIC X(01) VALUE 'N'.
            88 WS-HOURS-FILE-PRESENT    VALUE 'Y'.
      * DESK HOURS BY WEEKDAY (1 = MONDAY ... 7 = SUNDAY); SPACES
      * MEAN THE DESK IS NOT STAFFED THAT WEEKDAY.
        01 WS-HOURS-TABLE.
            05 WS-HOURS-ENTRY OCCURS 7 TIMES.
                10 WS-HOURS-OPEN     PIC X(04).
                10 WS-HOURS-CLOSE    PIC X(04).
        01 WS-DESK-SWITCH           PIC X(01) VALUE 'N'.
            88 WS-DESK-IS-CLOSED        VALUE 'Y'.
        01 WS-CLOCK-TS              PIC X(21) VALUE SPACES.
        01 WS-NOW-TIME              PIC X(04) VALUE SPACES.
        01 WS-CAL-DATE              PIC 9(08) VALUE ZERO.
        01 WS-CAL-DATE-X REDEFINES WS-CAL-DATE
                                    PIC X(08).
        01 WS-CAL-WEEKDAY           PIC 9(01) VALUE ZERO.
        01 WS-CAL-DAY-INTEGER       PIC 9(07) VALUE ZERO.
        01 WS-CAL-DAY-DIV           PIC 9(07) VALUE ZERO.
        01 WS-CAL-DAY-REM           PIC 9(01) VALUE ZERO.
        01 WS-SEEK-GUARD            PIC 9(02) VALUE ZERO.
        01 WS-NEXT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
            88 WS-NEXT-OPEN-FOUND       VALUE 'Y'.
        01 WS-DESK-OPEN-TS          PIC X(12) VALUE SPACES.
        01 WS-DESK-OPEN-DISPLAY     PIC X(10) VALUE SPACES.
        01 WS-REPLY-WORK            PIC X(40) VALUE SPACES.
        01 WS-DATE-POS              PIC 9(02) VALUE ZERO.
        01 WS-TAIL-POS              PIC 9(02) VALUE ZERO.
        01 WS-REPLY-PTR             PIC 9(02) VALUE ZERO.
        COPY "BIZDAYLK.cpy".

        LOCAL-STORAGE SECTION.
        01 LS-LAST-CHAR-IDX PIC 9(3) VALUE ZEROS.
            PERFORM LOOKUP-CUSTOMER-PROFILE
            MOVE 'N' TO WS-REPEAT-SWITCH
            IF NOT BB-IS-ESCALATED
                    AND NOT BC-CUSTOMER-IS-RESTRICTED
                    AND BC-ESCALATION-COUNT >
                        WS-REPEAT-ESCALATE-LIMIT
                MOVE 'Y' TO BB-ESCALATED-FLAG
            ELSE
                MOVE ZERO TO BB-PRIOR-BLANK-COUNT
            END-IF
            EVALUATE TRUE
                WHEN BC-CUSTOMER-IS-RESTRICTED
                    SET OC-RESTRICTED TO TRUE
                    IF BB-IS-ESCALATED
                        PERFORM SUPERVISOR-QUEUE-CALL
                    END-IF
                WHEN BB-IS-ESCALATED
                    PERFORM CHECK-DESK-HOURS
                    EVALUATE TRUE
                        WHEN WS-DESK-IS-CLOSED
                            SET OC-AFTER-HOURS TO TRUE
                        WHEN WS-REPEAT-ROUTED
                            SET OC-REPEAT-ESCALATED TO TRUE
                        WHEN OTHER
                            SET OC-ESCALATED TO TRUE
                    END-EVALUATE
                    PERFORM ESCALATION-LOG-CALL
                WHEN OTHER
                    EVALUATE TRUE
                        WHEN IS-BLANK AND BB-PRIOR-BLANK-COUNT > 1
                            SET OC-STILL-THERE TO TRUE
                        WHEN IS-BLANK
                            SET OC-FINE TO TRUE
                        WHEN HAS-UPPER AND HAS-LOWER AND ENDS-QUESTION
                            SET OC-SURE TO TRUE
                        WHEN HAS-UPPER AND HAS-LOWER
                                AND ENDS-EXCLAMATION
                            SET OC-EMPHATIC TO TRUE
                        WHEN HAS-UPPER AND HAS-LOWER
                            SET OC-WHATEVER TO TRUE
                        WHEN HAS-UPPER AND ENDS-QUESTION
                            SET OC-CALM-DOWN TO TRUE
                        WHEN HAS-UPPER
                            SET OC-CHILL-OUT TO TRUE
                        WHEN IS-NOT-BLANK AND ENDS-QUESTION
                            SET OC-SURE TO TRUE
                        WHEN IS-NOT-BLANK AND ENDS-EXCLAMATION
                            SET OC-EMPHATIC TO TRUE
                        WHEN IS-NOT-BLANK
                            SET OC-WHATEVER TO TRUE
                    END-EVALUATE
            END-EVALUATE
            PERFORM LOOKUP-REPLY-TEXT
            MOVE WS-RESULT TO BB-RESULT
            IF HAS-UPPER
            PERFORM SAVE-CUSTOMER-PROFILE
            PERFORM AUDIT-LOG-CALL
            IF BB-IS-ESCALATED OR LG-INPUT-TRUNCATED
                SET PS-STATUS-WARNING OF BB-PARMS TO TRUE
            ELSE
                SET PS-STATUS-NORMAL OF BB-PARMS TO TRUE
            END-IF
            GOBACK.

            END-IF
            IF WS-RESULT = SPACES
                PERFORM USE-DEFAULT-REPLY-TEXT
            END-IF
            IF OC-AFTER-HOURS
                PERFORM FILL-IN-OPENING-DATE
            END-IF.

      * FILL-IN-OPENING-DATE - THE AFTER-HOURS REPLY CARRIES &DATE
      * WHERE THE NEXT OPENING DATE GOES (YYYY-MM-DD).  A CATALOG
      * ROW WITHOUT THE MARKER IS SERVED AS WRITTEN.
        FILL-IN-OPENING-DATE.
            MOVE ZERO TO WS-DATE-POS
            INSPECT WS-RESULT TALLYING WS-DATE-POS
                FOR CHARACTERS BEFORE INITIAL '&DATE'
            IF WS-DATE-POS < 40
                MOVE WS-RESULT TO WS-REPLY-WORK
                MOVE SPACES TO WS-RESULT
                MOVE 1 TO WS-REPLY-PTR
                IF WS-DATE-POS > 0
                    STRING WS-REPLY-WORK(1:WS-DATE-POS)
                            DELIMITED BY SIZE
                        INTO WS-RESULT
                        WITH POINTER WS-REPLY-PTR
                    END-STRING
                END-IF
                STRING WS-DESK-OPEN-DISPLAY DELIMITED BY SIZE
                    INTO WS-RESULT
                    WITH POINTER WS-REPLY-PTR
                    ON OVERFLOW
                        CONTINUE
                END-STRING
                COMPUTE WS-TAIL-POS = WS-DATE-POS + 6
                IF WS-TAIL-POS <= 40 AND WS-REPLY-PTR <= 40
                    STRING WS-REPLY-WORK(WS-TAIL-POS:)
                            DELIMITED BY SIZE
                        INTO WS-RESULT
                        WITH POINTER WS-REPLY-PTR
                        ON OVERFLOW
                            CONTINUE
                    END-STRING
                END-IF
            END-IF.

      * CHECK-DESK-HOURS - IS ANYONE AT THE DESK RIGHT NOW?  NOT ON
      * A DAY BIZDAY CALLS CLOSED (SUNDAYS, BIZCALF CLOSURES), AND
      * NOT OUTSIDE TODAY'S BOBHRSF HOURS.  WHEN THE DESK IS SHUT,
      * WORK OUT WHEN IT NEXT OPENS.
        CHECK-DESK-HOURS.
            PERFORM LOAD-DESK-HOURS
            MOVE 'N' TO WS-DESK-SWITCH
            MOVE SPACES TO WS-DESK-OPEN-TS
            MOVE SPACES TO WS-DESK-OPEN-DISPLAY
            MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-TS
            MOVE WS-CLOCK-TS(9:4) TO WS-NOW-TIME
            MOVE WS-CLOCK-TS(1:8) TO WS-CAL-DATE-X
            PERFORM FIND-CALENDAR-WEEKDAY
            MOVE SPACES TO BD-PARMS
            SET BD-ASK-IS-OPEN TO TRUE
            MOVE WS-CAL-DATE-X(1:4) TO BD-YEAR
            MOVE WS-CAL-DATE-X(5:2) TO BD-MONTH
            MOVE WS-CAL-DATE-X(7:2) TO BD-DAY
            MOVE ZERO TO BD-DAYS-TO-ADD
            CALL 'BIZDAY' USING BD-PARMS
            IF BD-SHOP-IS-CLOSED
                SET WS-DESK-IS-CLOSED TO TRUE
            END-IF
            IF WS-HOURS-FILE-PRESENT
                IF WS-HOURS-OPEN(WS-CAL-WEEKDAY) = SPACES
                        OR WS-NOW-TIME < WS-HOURS-OPEN(WS-CAL-WEEKDAY)
                        OR WS-NOW-TIME >
                            WS-HOURS-CLOSE(WS-CAL-WEEKDAY)
                    SET WS-DESK-IS-CLOSED TO TRUE
                END-IF
            END-IF
            IF WS-DESK-IS-CLOSED
                PERFORM FIND-NEXT-OPENING
            END-IF.

      * FIND-NEXT-OPENING - LATER TODAY IF TODAY IS A BUSINESS DAY
      * AND THE DESK HAS NOT OPENED YET; OTHERWISE THE NEXT BUSINESS
      * DAY WITH DESK HOURS, AT ITS OPENING TIME.  WITHOUT AN HOURS
      * FILE THE DESK OPENS AT MIDNIGHT OF THE NEXT BUSINESS DAY.
        FIND-NEXT-OPENING.
            MOVE 'N' TO WS-NEXT-OPEN-SWITCH
            IF BD-SHOP-IS-OPEN AND WS-HOURS-FILE-PRESENT
                IF WS-HOURS-OPEN(WS-CAL-WEEKDAY) NOT = SPACES
                        AND WS-NOW-TIME <
                            WS-HOURS-OPEN(WS-CAL-WEEKDAY)
                    SET WS-NEXT-OPEN-FOUND TO TRUE
                END-IF
            END-IF
            MOVE ZERO TO WS-SEEK-GUARD
            PERFORM UNTIL WS-NEXT-OPEN-FOUND
                    OR WS-SEEK-GUARD > 14
                ADD 1 TO WS-SEEK-GUARD
                MOVE SPACES TO BD-PARMS
                SET BD-ASK-NEXT-BIZ-DAY TO TRUE
                MOVE WS-CAL-DATE-X(1:4) TO BD-YEAR
                MOVE WS-CAL-DATE-X(5:2) TO BD-MONTH
                MOVE WS-CAL-DATE-X(7:2) TO BD-DAY
                MOVE ZERO TO BD-DAYS-TO-ADD
                CALL 'BIZDAY' USING BD-PARMS
                IF PS-STATUS-ERROR OF BD-PARMS
                    MOVE 15 TO WS-SEEK-GUARD
                ELSE
                    COMPUTE WS-CAL-DATE = BD-RESULT-YEAR * 10000
                        + BD-RESULT-MONTH * 100 + BD-RESULT-DAY
                    PERFORM FIND-CALENDAR-WEEKDAY
                    IF NOT WS-HOURS-FILE-PRESENT
                            OR WS-HOURS-OPEN(WS-CAL-WEEKDAY)
                                NOT = SPACES
                        SET WS-NEXT-OPEN-FOUND TO TRUE
                    END-IF
                END-IF
            END-PERFORM
            IF WS-NEXT-OPEN-FOUND
                MOVE WS-CAL-DATE-X TO WS-DESK-OPEN-TS(1:8)
                IF WS-HOURS-FILE-PRESENT
                    MOVE WS-HOURS-OPEN(WS-CAL-WEEKDAY)
                        TO WS-DESK-OPEN-TS(9:4)
                ELSE
                    MOVE '0000' TO WS-DESK-OPEN-TS(9:4)
                END-IF
                STRING WS-CAL-DATE-X(1:4) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-CAL-DATE-X(5:2) DELIMITED BY SIZE
                       '-' DELIMITED BY SIZE
                       WS-CAL-DATE-X(7:2) DELIMITED BY SIZE
                    INTO WS-DESK-OPEN-DISPLAY
                END-STRING
            END-IF.

        FIND-CALENDAR-WEEKDAY.
            COMPUTE WS-CAL-DAY-INTEGER =
                FUNCTION INTEGER-OF-DATE(WS-CAL-DATE)
            COMPUTE WS-CAL-DAY-DIV = (WS-CAL-DAY-INTEGER - 1) / 7
            COMPUTE WS-CAL-DAY-REM =
                WS-CAL-DAY-INTEGER - 1 - (WS-CAL-DAY-DIV * 7)
            COMPUTE WS-CAL-WEEKDAY = WS-CAL-DAY-REM + 1.

      * LOAD-DESK-HOURS - READ THE BOBHRSF DESK-HOURS TABLE ONCE PER
      * RUN, ONE ROW PER STAFFED WEEKDAY (OPEN AND CLOSE HHMM).
        LOAD-DESK-HOURS.
            IF NOT WS-HOURS-ARE-LOADED
                MOVE SPACES TO WS-HOURS-TABLE
                OPEN INPUT BOBHRSF
                IF WS-HRSF-STATUS = '00'
                    SET WS-HOURS-FILE-PRESENT TO TRUE
                    PERFORM READ-NEXT-DESK-HOURS
                    PERFORM UNTIL WS-HRSF-EOF
                        IF HRSF-WEEKDAY IS NUMERIC
                                AND HRSF-WEEKDAY > 0
                                AND HRSF-WEEKDAY < 8
                            MOVE HRSF-OPEN-TIME
                                TO WS-HOURS-OPEN(HRSF-WEEKDAY)
                            MOVE HRSF-CLOSE-TIME
                                TO WS-HOURS-CLOSE(HRSF-WEEKDAY)
                        END-IF
                        PERFORM READ-NEXT-DESK-HOURS
                    END-PERFORM
                    CLOSE BOBHRSF
                END-IF
                SET WS-HOURS-ARE-LOADED TO TRUE
            END-IF.

        READ-NEXT-DESK-HOURS.
            READ BOBHRSF
                AT END
                    SET WS-HRSF-EOF TO TRUE
            END-READ.

      * DETECT-MESSAGE-LANGUAGE - A WALK-UP CUSTOMER JUST TYPES, SO
      * WHEN THE KIOSK DISPATCHER LEFT BB-LANGUAGE-CODE BLANK, LOOK
      * FOR UNMISTAKABLE MARKER WORDS IN THE MESSAGE AND SERVE THE
                    MOVE "Are you still there?" TO WS-RESULT
                WHEN OC-REPEAT-ESCALATED
                    MOVE "Let me get you a human." TO WS-RESULT
                WHEN OC-AFTER-HOURS
                    MOVE "Desk closed. We'll reach you &DATE."
                        TO WS-RESULT
                WHEN OC-RESTRICTED
                    MOVE "This account is handled by a supervisor."
                        TO WS-RESULT
            END-EVALUATE.

      * LOOKUP-CUSTOMER-PROFILE - READ (OR START) THIS CUSTOMER'S
                    MOVE ZERO TO BC-LIFETIME-TURNS
                    MOVE ZERO TO BC-ESCALATION-COUNT
                    MOVE SPACES TO BC-LAST-CONTACT-DATE
                    MOVE 'N' TO BC-RESTRICT-FLAG
                    MOVE SPACES TO BC-RESTRICT-REASON
                    MOVE SPACES TO BC-RESTRICT-NOTE
                    MOVE SPACES TO BC-RESTRICT-SET-DATE
                    MOVE SPACES TO BC-RESTRICT-REVIEW-DATE
                    MOVE SPACES TO BC-RESTRICT-SUPERVISOR
                    WRITE BC-PROFILE-RECORD
            END-READ
            ADD 1 TO BC-LIFETIME-TURNS
            MOVE BB-TERMINAL-ID TO ESCQ-TERMINAL-ID
            MOVE BB-GAME-PLAYER-ID TO ESCQ-GAME-PLAYER-ID
            MOVE BB-GAME-START-TS TO ESCQ-GAME-START-TS
            IF WS-DESK-IS-CLOSED
                MOVE 'Y' TO ESCQ-AFTER-HOURS-FLAG
            ELSE
                MOVE 'N' TO ESCQ-AFTER-HOURS-FLAG
            END-IF
            MOVE WS-DESK-OPEN-TS TO ESCQ-DESK-OPEN-TS
            WRITE ESCQ-RECORD.

      * SUPERVISOR-QUEUE-CALL - A RESTRICTED CUSTOMER'S ESCALATION
      * IS KEPT OUT OF THE BOBDISP ROUND-ROBIN AND GOES TO THE
      * SUPERVISOR-ONLY QUEUE, WHICH BOBRSTMT WORKS.
        SUPERVISOR-QUEUE-CALL.
            IF NOT WS-SUPQ-FILE-IS-OPEN
                OPEN EXTEND BOBSUPQ
                IF WS-SUPQ-STATUS NOT = '00'
                    OPEN OUTPUT BOBSUPQ
                END-IF
                SET WS-SUPQ-FILE-IS-OPEN TO TRUE
            END-IF
            MOVE FUNCTION CURRENT-DATE TO SUPQ-TIMESTAMP
            MOVE WS-EFFECTIVE-CUST-ID TO SUPQ-CUSTOMER-ID
            MOVE WS-HEYBOB TO SUPQ-HEYBOB
            MOVE BB-TERMINAL-ID TO SUPQ-TERMINAL-ID
            MOVE BB-GAME-PLAYER-ID TO SUPQ-GAME-PLAYER-ID
            MOVE BB-GAME-START-TS TO SUPQ-GAME-START-TS
            MOVE 'N' TO SUPQ-AFTER-HOURS-FLAG
            MOVE SPACES TO SUPQ-DESK-OPEN-TS
            WRITE SUPQ-RECORD.

        AUDIT-LOG-CALL.
            IF NOT WS-AUDIT-FILE-IS-OPEN
                OPEN EXTEND BOBAUDF
