000010
000020* YTRMSUSP
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YTRMSUSP.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YTRMSUSP RUNS STRAIGHT AFTER FAIRDICE.  FAIRDICE ONLY PRINTS
000100* A DRIFTING TERMINAL ON FAIRRPT, AND THE KIOSK KEPT TAKING
000110* MONEY UNTIL SOMEBODY READ THE REPORT AND KEYED A YTRMMNT
000120* CHANGE.  THIS STEP READS THE FAIRFLAG EXTRACT FAIRDICE NOW
000130* WRITES AND, FOR EACH FLAGGED TERMINAL -
000140*   - MARKS IT OUT OF SERVICE ON YTERMF WITH A REASON, THE
000150*     DATE, AND THE TICKET NUMBER, SO YACHTONL REFUSES PLAY ON
000160*     IT FROM THE NEXT TAP,
000170*   - OPENS A TECH-DESK TICKET ON BOBTCKF CARRYING THE
000180*     TERMINAL ID AND THE ROLL AND FACE COUNTS, NUMBERED OFF
000190*     THE SAME BOBTCKC CONTROL RECORD BOBDISP USES.
000200* THE TERMINALS SUSPENDED GO TO THE FLOOR MANAGER ON YTRMSRPT.
000210* A TERMINAL ALREADY OUT OF SERVICE IS LISTED BUT NOT
000220* TICKETED AGAIN; ONE NOT ON YTERMF IS LISTED FOR THE DESK.
000230* PUTTING A TERMINAL BACK IN SERVICE STAYS A MANUAL YTRMMNT
000240* CHANGE, AND THE TICKET IS CLOSED ON BOBTCLS WITH A REASON
000250* CODE LIKE ANY OTHER.
000260*
000270* MODIFICATION HISTORY
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-15 RJ    ORIGINAL PROGRAM
000290*   2026-10-15 RJ    BLANK THE NEW KNOWLEDGE-BASE ARTICLE
000290*                    SUGGESTIONS ON THE TECHNICIAN TICKET
000290*   2026-10-15 RJ    ZERO THE NEW REOPEN COUNT AND TIMESTAMP
000290*                    ON THE TECHNICIAN TICKET
000290*   2026-10-15 RJ    ZERO THE NEW PRIORITY SCORE ON THE
000290*                    TECHNICIAN TICKET - BOBDISP ONLY SCORES
000290*                    CUSTOMER ESCALATIONS
000290*   2026-10-15 RJ    THE TECHNICIAN TICKET IS NEVER AN
000290*                    AFTER-HOURS ESCALATION - FLAG 'N'
000290*   2026-10-15 RJ    THE TECH TICKET CARRIES THE SUSPENDED
000290*                    TERMINAL'S SITE
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.   IBM-370.
000330 OBJECT-COMPUTER.   IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT FAIRFLAG ASSIGN TO "FAIRFLAG"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS SU-FLG-STATUS.
000390     SELECT YTERMF ASSIGN TO "YTERMF"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS TR-TERMINAL-ID
000430         FILE STATUS IS SU-TRF-STATUS.
000440     SELECT BOBTCKF ASSIGN TO "BOBTCKF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TK-TICKET-ID
000480         FILE STATUS IS SU-TCK-STATUS.
000490     SELECT BOBTCKC ASSIGN TO "BOBTCKC"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS SU-CTL-STATUS.
000520     SELECT YTRMSRPT ASSIGN TO "YTRMSRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SU-RPT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FAIRFLAG.
000580 COPY "FAIRFLG.cpy".
000590 FD  YTERMF.
000600 COPY "YTERM.cpy".
000610 FD  BOBTCKF.
000620 COPY "BOBTCK.cpy".
000630 FD  BOBTCKC.
000640 01  CTL-RECORD.
000650     05  CTL-LAST-TICKET-ID     PIC 9(06).
000660 FD  YTRMSRPT
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  RPT-LINE                   PIC X(80).
000690 WORKING-STORAGE SECTION.
000700 01  SU-WORK-FIELDS.
000710     05  SU-FLG-STATUS          PIC X(02) VALUE SPACES.
000720         88  SU-FLG-OK              VALUE '00'.
000730         88  SU-FLG-EOF             VALUE '10'.
000740     05  SU-TRF-STATUS          PIC X(02) VALUE SPACES.
000750         88  SU-TRF-OK              VALUE '00'.
000760         88  SU-TRF-NOT-FOUND       VALUE '35'.
000770     05  SU-TCK-STATUS          PIC X(02) VALUE SPACES.
000780         88  SU-TCK-NOT-FOUND       VALUE '35'.
000790     05  SU-CTL-STATUS          PIC X(02) VALUE SPACES.
000800     05  SU-RPT-STATUS          PIC X(02) VALUE SPACES.
000810     05  SU-CURRENT-TS          PIC X(21) VALUE SPACES.
000820     05  SU-LAST-TICKET-ID      PIC 9(06) VALUE ZERO.
000830     05  SU-FACE-IX             PIC 9(01) VALUE ZERO.
000840     05  SU-SUSPENDED-COUNT     PIC 9(05) VALUE ZERO.
000850     05  SU-SKIPPED-COUNT       PIC 9(05) VALUE ZERO.
000860     05  SU-ROLLS-ED            PIC ZZZZZZ9.
000870     05  SU-RESULT-TEXT         PIC X(30) VALUE SPACES.
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE
000910     PERFORM 2000-READ-NEXT-FLAG
000920     PERFORM UNTIL SU-FLG-EOF
000930         PERFORM 3000-SUSPEND-ONE-TERMINAL
000940         PERFORM 2000-READ-NEXT-FLAG
000950     END-PERFORM
000960     PERFORM 4000-WRITE-SUMMARY
000970     PERFORM 5000-SAVE-TICKET-CONTROL
000980     CLOSE YTERMF BOBTCKF YTRMSRPT
000990     GOBACK.
001000* 1000-INITIALIZE - OPEN THE FILES (CREATING THE TICKET FILE ON
001010* FIRST RUN) AND PICK UP THE LAST TICKET NUMBER USED.
001020 1000-INITIALIZE.
001030     MOVE FUNCTION CURRENT-DATE TO SU-CURRENT-TS
001040     OPEN OUTPUT YTRMSRPT
001050     MOVE 'TERMINALS SUSPENDED FOR DICE DRIFT' TO RPT-LINE
001060     WRITE RPT-LINE
001070     MOVE SPACES TO RPT-LINE
001080     WRITE RPT-LINE
001090     OPEN INPUT FAIRFLAG
001100     IF NOT SU-FLG-OK
001110         SET SU-FLG-EOF TO TRUE
001120     END-IF
001130     OPEN I-O YTERMF
001140     IF SU-TRF-NOT-FOUND
001150         OPEN OUTPUT YTERMF
001160         CLOSE YTERMF
001170         OPEN I-O YTERMF
001180     END-IF
001190     OPEN I-O BOBTCKF
001200     IF SU-TCK-NOT-FOUND
001210         OPEN OUTPUT BOBTCKF
001220         CLOSE BOBTCKF
001230         OPEN I-O BOBTCKF
001240     END-IF
001250     OPEN INPUT BOBTCKC
001260     IF SU-CTL-STATUS = '00'
001270         READ BOBTCKC
001280             AT END
001290                 CONTINUE
001300             NOT AT END
001310                 MOVE CTL-LAST-TICKET-ID
001320                     TO SU-LAST-TICKET-ID
001330         END-READ
001340         CLOSE BOBTCKC
001350     END-IF
001360     .
001370 2000-READ-NEXT-FLAG.
001380     IF NOT SU-FLG-EOF
001390         READ FAIRFLAG
001400             AT END
001410                 SET SU-FLG-EOF TO TRUE
001420                 CLOSE FAIRFLAG
001430         END-READ
001440     END-IF
001450     .
001460* 3000-SUSPEND-ONE-TERMINAL - PULL THE TERMINAL AND TICKET IT,
001470* UNLESS IT IS UNKNOWN OR ALREADY OUT.
001480 3000-SUSPEND-ONE-TERMINAL.
001490     MOVE SPACES TO SU-RESULT-TEXT
001500     MOVE FF-TERMINAL-ID TO TR-TERMINAL-ID
001510     READ YTERMF
001520         INVALID KEY
001530             MOVE 'NOT ON YTERMF - NOT SUSPENDED'
001540                 TO SU-RESULT-TEXT
001550             ADD 1 TO SU-SKIPPED-COUNT
001560             MOVE SPACES TO TR-FLOOR-LOCATION
001570         NOT INVALID KEY
001580             IF TR-TERMINAL-OUT-OF-SERVICE
001590                 MOVE 'ALREADY OUT OF SERVICE'
001600                     TO SU-RESULT-TEXT
001610                 ADD 1 TO SU-SKIPPED-COUNT
001620             ELSE
001630                 PERFORM 3100-OPEN-TECH-TICKET
001640                 SET TR-TERMINAL-OUT-OF-SERVICE TO TRUE
001650                 MOVE 'FAIRDICE DICE DRIFT' TO TR-SUSPEND-REASON
001660                 MOVE SU-CURRENT-TS(1:8)  TO TR-SUSPEND-DATE
001670                 MOVE TK-TICKET-ID        TO TR-SUSPEND-TICKET-ID
001680                 REWRITE TR-TERMINAL-RECORD
001690                 MOVE 'SUSPENDED' TO SU-RESULT-TEXT
001700                 ADD 1 TO SU-SUSPENDED-COUNT
001710             END-IF
001720     END-READ
001730     MOVE FF-TOTAL-ROLLS TO SU-ROLLS-ED
001740     MOVE SPACES TO RPT-LINE
001750     STRING FF-TERMINAL-ID    DELIMITED BY SIZE
001760            ' '               DELIMITED BY SIZE
001770            TR-FLOOR-LOCATION DELIMITED BY SIZE
001780            ' ROLLS '         DELIMITED BY SIZE
001790            SU-ROLLS-ED       DELIMITED BY SIZE
001800            ' '               DELIMITED BY SIZE
001810            SU-RESULT-TEXT    DELIMITED BY SIZE
001820         INTO RPT-LINE
001830     WRITE RPT-LINE
001840     IF SU-RESULT-TEXT = 'SUSPENDED'
001850         MOVE SPACES TO RPT-LINE
001860         STRING '         TECH TICKET ' DELIMITED BY SIZE
001870                TK-TICKET-ID            DELIMITED BY SIZE
001880             INTO RPT-LINE
001890         WRITE RPT-LINE
001900     END-IF
001910     .
001920* 3100-OPEN-TECH-TICKET - AN OPEN, UNASSIGNED TICKET FOR THE
001930* TECH DESK TO PICK UP, WITH THE EVIDENCE ON IT.
001940 3100-OPEN-TECH-TICKET.
001950     ADD 1 TO SU-LAST-TICKET-ID
001960     MOVE SU-LAST-TICKET-ID TO TK-TICKET-ID
001970     SET TK-TICKET-IS-OPEN TO TRUE
001980     MOVE 'TECHDESK'        TO TK-CUSTOMER-ID
001990     MOVE 'DICE DRIFT FLAGGED BY FAIRDICE - TERMINAL SUSPENDED'
002000         TO TK-MESSAGE
002010     MOVE SU-CURRENT-TS     TO TK-OPENED-TS
002020     MOVE SPACES            TO TK-AGENT-ID
002030     MOVE SPACES            TO TK-ASSIGNED-TS
002040     MOVE SPACES            TO TK-CLOSED-TS
002050     MOVE FF-TERMINAL-ID    TO TK-TERMINAL-ID
002060     MOVE SPACES            TO TK-GAME-PLAYER-ID
002070     MOVE SPACES            TO TK-GAME-START-TS
002080     MOVE SPACES            TO TK-REASON-CODE
002090     MOVE SPACES            TO TK-RESOLUTION-TEXT
002100     MOVE FF-TOTAL-ROLLS    TO TK-DICE-ROLLS
002110     PERFORM VARYING SU-FACE-IX FROM 1 BY 1
002120             UNTIL SU-FACE-IX > 6
002130         MOVE FF-FACE-COUNT(SU-FACE-IX)
002140             TO TK-DICE-FACE-COUNT(SU-FACE-IX)
002150     END-PERFORM
002160     MOVE SPACES            TO TK-KB-ARTICLES
002160     MOVE ZERO              TO TK-REOPEN-COUNT
002160     MOVE SPACES            TO TK-REOPENED-TS
002160     MOVE ZERO              TO TK-PRIORITY-SCORE
002160     MOVE 'N'               TO TK-AFTER-HOURS-FLAG
002160     MOVE SPACES            TO TK-DESK-OPEN-TS
002160     MOVE TR-SITE-CODE      TO TK-SITE-CODE
002160     WRITE TK-TICKET-RECORD
002170     .
002180 4000-WRITE-SUMMARY.
002190     MOVE SPACES TO RPT-LINE
002200     WRITE RPT-LINE
002210     STRING 'SUSPENDED ' DELIMITED BY SIZE
002220            SU-SUSPENDED-COUNT DELIMITED BY SIZE
002230            '  NOT ACTIONED ' DELIMITED BY SIZE
002240            SU-SKIPPED-COUNT DELIMITED BY SIZE
002250         INTO RPT-LINE
002260     WRITE RPT-LINE
002270     .
002280 5000-SAVE-TICKET-CONTROL.
002290     OPEN OUTPUT BOBTCKC
002300     MOVE SU-LAST-TICKET-ID TO CTL-LAST-TICKET-ID
002310     WRITE CTL-RECORD
002320     CLOSE BOBTCKC
002330     .
