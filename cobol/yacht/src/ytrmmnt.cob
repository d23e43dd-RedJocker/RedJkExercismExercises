000140* HOW PLAY IS STOPPED ON IT), 'D' TO DELETE - AND THIS PROGRAM
000150* APPLIES EACH ONE TO THE MASTER, WRITING AN APPLIED-OR-
000160* REJECTED LINE PER TRANSACTION AND A TOTALS LINE TO YTERMRPT.
000160* THE TRAINING FLAG MARKS A TRAINING OR DEMONSTRATION KIOSK,
000160* WHOSE GAMES TAKE NO FEE AND COUNT FOR NOTHING.  THE SITE CODE
000160* PUTS THE TERMINAL IN ONE OF THE FLOORS ON THE YSITEF SITE
000160* MASTER.
000170* AN ADD FOR A TERMINAL ALREADY ON FILE, OR A CHANGE OR DELETE
000180* FOR ONE THAT IS NOT, IS REJECTED RATHER THAN APPLIED BLIND.
000190*
000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-09-02 RJ    ORIGINAL PROGRAM
000222*   2026-10-15 RJ    KEEP THE NEW SUSPENSION FIELDS HONEST -
000222*                    A DESK 'C' TO 'O' STAMPS REASON AND DATE,
000222*                    A 'C' BACK TO 'I' CLEARS REASON, DATE AND
000222*                    TECH TICKET.  RETURNING A TERMINAL YTRMSUSP
000222*                    PULLED IS STILL ONLY EVER DONE HERE
000222*   2026-10-15 RJ    TRAINING FLAG ON THE TRANSACTION - 'T'
000222*                    MAKES A TERMINAL A TRAINING KIOSK, 'L'
000222*                    PUTS IT BACK ON LIVE PLAY; BLANK IS LIVE ON
000222*                    AN ADD AND NO CHANGE ON A CHANGE
000222*   2026-10-15 RJ    SITE CODE ON THE TRANSACTION - MUST BE AN
000222*                    OPEN SITE ON YSITEF (YSITECK); BLANK IS SITE
000222*                    01 ON AN ADD AND NO CHANGE ON A CHANGE
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000490     05  TT-FLOOR-LOCATION      PIC X(20).
000500     05  TT-SERVICE-FLAG        PIC X(01).
000510     05  TT-INSTALL-DATE        PIC X(08).
000510     05  TT-TRAINING-FLAG       PIC X(01).
000510         88  TT-TRAINING-FLAG-VALID VALUE 'T' 'L' SPACE.
000510     05  TT-SITE-CODE           PIC X(02).
000520 FD  YTERMF.
000530 COPY "YTERM.cpy".
000540 FD  YTERMRPT
000660     05  WT-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000670     05  WT-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000680     05  WT-RESULT-TEXT         PIC X(30) VALUE SPACES.
000680     05  WT-CURRENT-TS          PIC X(21) VALUE SPACES.
000680     05  WT-OLD-SERVICE-FLAG    PIC X(01) VALUE SPACE.
000680     05  WT-SITE-FLAG           PIC X(01) VALUE SPACE.
000680         88  WT-SITE-IS-BAD         VALUE 'B'.
000680         88  WT-SITE-IS-CLOSED      VALUE 'C'.
000680 COPY "YSITELK.cpy".
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE
001010* CODE AND WRITE THE APPLIED-OR-REJECTED LINE.
001020 3000-APPLY-TRANSACTION.
001030     MOVE SPACES TO WT-RESULT-TEXT
001030     MOVE SPACE TO WT-SITE-FLAG
001030     IF (TT-ACTION-ADD OR TT-ACTION-CHANGE)
001030             AND TT-SITE-CODE NOT = SPACES
001030         PERFORM 3050-CHECK-SITE-CODE
001030     END-IF
001040     EVALUATE TRUE
001040         WHEN (TT-ACTION-ADD OR TT-ACTION-CHANGE)
001040                 AND NOT TT-TRAINING-FLAG-VALID
001040             MOVE 'REJECTED - BAD TRAINING FLAG'
001040                 TO WT-RESULT-TEXT
001040             ADD 1 TO WT-REJECTED-COUNT
001040         WHEN WT-SITE-IS-BAD
001040             MOVE 'REJECTED - UNKNOWN SITE'
001040                 TO WT-RESULT-TEXT
001040             ADD 1 TO WT-REJECTED-COUNT
001040         WHEN WT-SITE-IS-CLOSED
001040             MOVE 'REJECTED - SITE IS CLOSED'
001040                 TO WT-RESULT-TEXT
001040             ADD 1 TO WT-REJECTED-COUNT
001050         WHEN TT-ACTION-ADD
001060             PERFORM 3100-ADD-TERMINAL
001070         WHEN TT-ACTION-CHANGE
001220         INTO RPT-LINE
001230     WRITE RPT-LINE
001240     .
001240* 3050-CHECK-SITE-CODE - A TERMINAL MAY ONLY BE PUT IN A SITE
001240* THAT IS ON THE YSITEF SITE MASTER AND STILL OPEN.
001240 3050-CHECK-SITE-CODE.
001240     MOVE SPACES TO SE-TERMINAL-ID
001240     MOVE TT-SITE-CODE TO SE-SITE-CODE
001240     CALL 'YSITECK' USING SE-PARMS
001240     EVALUATE TRUE
001240         WHEN SE-SITE-IS-UNKNOWN
001240             SET WT-SITE-IS-BAD TO TRUE
001240         WHEN SE-SITE-IS-CLOSED
001240             SET WT-SITE-IS-CLOSED TO TRUE
001240     END-EVALUATE
001240     .
001250* 3100-ADD-TERMINAL - A NEW TERMINAL GOES IN IN SERVICE, ON
001260* LIVE PLAY, AT SITE 01, UNLESS THE TRANSACTION SAYS OTHERWISE.
001270 3100-ADD-TERMINAL.
001280     MOVE TT-TERMINAL-ID    TO TR-TERMINAL-ID
001290     MOVE TT-FLOOR-LOCATION TO TR-FLOOR-LOCATION
001330         MOVE TT-SERVICE-FLAG TO TR-SERVICE-FLAG
001340     END-IF
001350     MOVE TT-INSTALL-DATE   TO TR-INSTALL-DATE
001350     IF TT-TRAINING-FLAG = SPACE
001350         SET TR-LIVE-TERMINAL TO TRUE
001350     ELSE
001350         MOVE TT-TRAINING-FLAG TO TR-TRAINING-FLAG
001350     END-IF
001350     IF TT-SITE-CODE = SPACES
001350         MOVE '01'          TO TR-SITE-CODE
001350     ELSE
001350         MOVE TT-SITE-CODE  TO TR-SITE-CODE
001350     END-IF
001350     MOVE SPACES            TO TR-SUSPEND-REASON
001350     MOVE SPACES            TO TR-SUSPEND-DATE
001350     MOVE ZERO              TO TR-SUSPEND-TICKET-ID
001350     IF TR-TERMINAL-OUT-OF-SERVICE
001350         PERFORM 3250-STAMP-DESK-SUSPENSION
001350     END-IF
001360     WRITE TR-TERMINAL-RECORD
001370         INVALID KEY
001380             MOVE 'REJECTED - ALREADY ON FILE'
001540             IF TT-FLOOR-LOCATION NOT = SPACES
001550                 MOVE TT-FLOOR-LOCATION TO TR-FLOOR-LOCATION
001560             END-IF
001570             MOVE TR-SERVICE-FLAG TO WT-OLD-SERVICE-FLAG
001570             IF TT-SERVICE-FLAG NOT = SPACE
001580                 MOVE TT-SERVICE-FLAG TO TR-SERVICE-FLAG
001590             END-IF
001590             IF TR-SERVICE-FLAG NOT = WT-OLD-SERVICE-FLAG
001590                 PERFORM 3240-TRACK-SERVICE-CHANGE
001590             END-IF
001600             IF TT-INSTALL-DATE NOT = SPACES
001610                 MOVE TT-INSTALL-DATE TO TR-INSTALL-DATE
001620             END-IF
001620             IF TT-TRAINING-FLAG NOT = SPACE
001620                 MOVE TT-TRAINING-FLAG TO TR-TRAINING-FLAG
001620             END-IF
001620             IF TT-SITE-CODE NOT = SPACES
001620                 MOVE TT-SITE-CODE TO TR-SITE-CODE
001620             END-IF
001630             REWRITE TR-TERMINAL-RECORD
001640             MOVE 'CHANGED' TO WT-RESULT-TEXT
001650             ADD 1 TO WT-APPLIED-COUNT
001660     END-READ
001670     .
001670* 3240-TRACK-SERVICE-CHANGE - BACK IN SERVICE CLEARS THE
001670* SUSPENSION; A DESK SUSPENSION IS STAMPED AS SUCH.  THE
001670* TECH TICKET ITSELF IS CLOSED ON BOBTCLS WITH A REASON CODE
001670* LIKE ANY OTHER TICKET.
001670 3240-TRACK-SERVICE-CHANGE.
001670     IF TR-TERMINAL-IN-SERVICE
001670         MOVE SPACES TO TR-SUSPEND-REASON
001670         MOVE SPACES TO TR-SUSPEND-DATE
001670         MOVE ZERO   TO TR-SUSPEND-TICKET-ID
001670     END-IF
001670     IF TR-TERMINAL-OUT-OF-SERVICE
001670         PERFORM 3250-STAMP-DESK-SUSPENSION
001670     END-IF
001670     .
001670 3250-STAMP-DESK-SUSPENSION.
001670     MOVE FUNCTION CURRENT-DATE TO WT-CURRENT-TS
001670     MOVE 'MARKED OUT BY DESK' TO TR-SUSPEND-REASON
001670     MOVE WT-CURRENT-TS(1:8)  TO TR-SUSPEND-DATE
001670     MOVE ZERO                TO TR-SUSPEND-TICKET-ID
001670     .
001680 3300-DELETE-TERMINAL.
001690     MOVE TT-TERMINAL-ID TO TR-TERMINAL-ID
001700     READ YTERMF
