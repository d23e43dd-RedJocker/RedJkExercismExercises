000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-08-22 RJ    ORIGINAL PROGRAM
000210*   2026-10-15 RJ    THE DATE OF BIRTH IS KEYED AFTER THE
000210*                    ENROLLMENT DATE ON AN ADD OR CHANGE.  IT MUST
000210*                    PASS DATEVAL AND MAY NOT BE AFTER THE RUN
000210*                    DATE; A BAD ONE REJECTS THE WHOLE
000210*                    TRANSACTION SO THE DESK RE-KEYS IT FROM THE
000210*                    PLAYER'S ID
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000470     05  PT-PLAYER-ID           PIC X(10).
000480     05  PT-PLAYER-NAME         PIC X(30).
000490     05  PT-ENROLL-DATE         PIC X(08).
000490     05  PT-BIRTH-DATE          PIC X(08).
000490     05  PT-BIRTH-PARTS REDEFINES PT-BIRTH-DATE.
000490         10  PT-BIRTH-YEAR      PIC 9(04).
000490         10  PT-BIRTH-MONTH     PIC 9(02).
000490         10  PT-BIRTH-DAY       PIC 9(02).
000500 FD  YPLAYERF.
000510 COPY "YPLAYER.cpy".
000520 FD  YPLAYRPT
000640     05  WP-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000650     05  WP-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000660     05  WP-RESULT-TEXT         PIC X(30) VALUE SPACES.
000660     05  WP-CURRENT-TS          PIC X(21) VALUE SPACES.
000660     05  WP-RUN-DATE            PIC X(08) VALUE SPACES.
000660 COPY "DATEVAL.cpy".
000670 PROCEDURE DIVISION.
000680 0000-MAINLINE.
000690     PERFORM 1000-INITIALIZE
000800* 1000-INITIALIZE - OPEN THE FILES, CREATING THE MASTER ON THE
000810* FIRST EVER MAINTENANCE RUN.
000820 1000-INITIALIZE.
000820     MOVE FUNCTION CURRENT-DATE TO WP-CURRENT-TS
000820     MOVE WP-CURRENT-TS(1:8) TO WP-RUN-DATE
000830     OPEN INPUT YPLAYTXN
000840     OPEN OUTPUT YPLAYRPT
000850     OPEN I-O YPLAYERF
000990* CODE AND WRITE THE APPLIED-OR-REJECTED LINE.
001000 3000-APPLY-TRANSACTION.
001010     MOVE SPACES TO WP-RESULT-TEXT
001010     IF PT-BIRTH-DATE NOT = SPACES
001010             AND NOT PT-ACTION-DELETE
001010         PERFORM 3050-VALIDATE-BIRTH-DATE
001010     END-IF
001020     EVALUATE TRUE
001020         WHEN WP-RESULT-TEXT NOT = SPACES
001020             ADD 1 TO WP-REJECTED-COUNT
001030         WHEN PT-ACTION-ADD
001040             PERFORM 3100-ADD-PLAYER
001050         WHEN PT-ACTION-CHANGE
001200         INTO RPT-LINE
001210     WRITE RPT-LINE
001220     .
001230* 3050-VALIDATE-BIRTH-DATE - A REAL CALENDAR DATE, NOT IN THE
001230* FUTURE.
001230 3050-VALIDATE-BIRTH-DATE.
001230     IF PT-BIRTH-DATE IS NOT NUMERIC
001230         MOVE 'REJECTED - BIRTH DATE NOT NUM'
001230             TO WP-RESULT-TEXT
001230     ELSE
001230         MOVE PT-BIRTH-YEAR  TO DV-YEAR
001230         MOVE PT-BIRTH-MONTH TO DV-MONTH
001230         MOVE PT-BIRTH-DAY   TO DV-DAY
001230         CALL 'DATEVAL' USING DV-PARMS
001230         IF DV-DATE-IS-NOT-VALID
001230             MOVE 'REJECTED - BIRTH DATE INVALID'
001230                 TO WP-RESULT-TEXT
001230         ELSE
001230             IF PT-BIRTH-DATE > WP-RUN-DATE
001230                 MOVE 'REJECTED - BIRTH DATE FUTURE'
001230                     TO WP-RESULT-TEXT
001230             END-IF
001230         END-IF
001230     END-IF
001230     .
001230 3100-ADD-PLAYER.
001230     MOVE SPACES         TO YP-PLAYER-RECORD
001240     MOVE PT-PLAYER-ID   TO YP-PLAYER-ID
001250     MOVE PT-PLAYER-NAME TO YP-PLAYER-NAME
001260     MOVE PT-ENROLL-DATE TO YP-ENROLL-DATE
001260     MOVE PT-BIRTH-DATE  TO YP-BIRTH-DATE
001270     WRITE YP-PLAYER-RECORD
001280         INVALID KEY
001290             MOVE 'REJECTED - ALREADY ON FILE'
001480             IF PT-ENROLL-DATE NOT = SPACES
001490                 MOVE PT-ENROLL-DATE TO YP-ENROLL-DATE
001500             END-IF
001500             IF PT-BIRTH-DATE NOT = SPACES
001500                 MOVE PT-BIRTH-DATE TO YP-BIRTH-DATE
001500             END-IF
001510             REWRITE YP-PLAYER-RECORD
001520             MOVE 'CHANGED' TO WP-RESULT-TEXT
001530             ADD 1 TO WP-APPLIED-COUNT
