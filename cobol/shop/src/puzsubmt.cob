000010
000020* PUZSUBMT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZSUBMT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZSUBMT MAINTAINS THE PUZSUBF PUZZLE SUBMITTER MASTER
000100* BEHIND THE PUZSUBCK CHECK, IN THE OPERMNT MOLD.  THE KEYING
000110* OPERATOR'S OWN ID LEADS EACH PUZSUTXN TRANSACTION AND IS
000120* CHECKED THROUGH OPERAUTH (PROGRAM 'PUZSUBMT').  ACTIONS ARE
000130* 'A' REGISTER (ID AND DISPLAY NAME, DATED TODAY), 'C' CHANGE
000140* THE DISPLAY NAME, 'S' SUSPEND (THROUGH AN END DATE, OR
000150* SPACES FOR UNTIL REINSTATED, WITH A REASON), 'B' BAN (WITH A
000160* REASON), AND 'R' REINSTATE.  A SUSPENSION IS NOT ALLOWED TO
000170* SOFTEN A BAN - A BANNED ID COMES BACK ONLY BY 'R'.  EVERY
000180* ACCEPTED ACTION IS AUDITED TO SECAUDF THROUGH OPERAUTH, AND
000190* AN APPLIED-OR-REJECTED LINE PER TRANSACTION GOES TO
000200* PUZSURPT.
000210*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    TRANSACTIONS NOW ALSO CARRY THE SUBMITTER'S
000240*                    QUOTA TIER, SET ON REGISTRATION AND ON A
000240*                    CHANGE WHEN KEYED
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PUZSUTXN ASSIGN TO "PUZSUTXN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS SU-TXN-STATUS.
000340     SELECT PUZSUBF ASSIGN TO "PUZSUBF"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS SM-SUBMITTER-ID
000380         FILE STATUS IS SU-MST-STATUS.
000390     SELECT PUZSURPT ASSIGN TO "PUZSURPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SU-RPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PUZSUTXN.
000450 01  ST-RECORD.
000460     05  ST-ACTION              PIC X(01).
000470         88  ST-ACTION-ADD          VALUE 'A'.
000480         88  ST-ACTION-CHANGE       VALUE 'C'.
000490         88  ST-ACTION-SUSPEND      VALUE 'S'.
000500         88  ST-ACTION-BAN          VALUE 'B'.
000510         88  ST-ACTION-REINSTATE    VALUE 'R'.
000520     05  ST-OPERATOR-ID         PIC X(08).
000530     05  ST-SUBMITTER-ID        PIC X(10).
000540     05  ST-DISPLAY-NAME        PIC X(30).
000550     05  ST-SUSPEND-END-DATE    PIC X(08).
000560     05  ST-REASON              PIC X(30).
000560     05  ST-TIER                PIC X(01).
000570 FD  PUZSUBF.
000580 COPY "PUZSUBM.cpy".
000590 FD  PUZSURPT
000600     RECORD CONTAINS 80 CHARACTERS.
000610 01  RPT-LINE                   PIC X(80).
000620 WORKING-STORAGE SECTION.
000630 01  SU-WORK-FIELDS.
000640     05  SU-TXN-STATUS          PIC X(02) VALUE SPACES.
000650         88  SU-TXN-OK              VALUE '00'.
000660         88  SU-TXN-EOF             VALUE '10'.
000670     05  SU-MST-STATUS          PIC X(02) VALUE SPACES.
000680         88  SU-MST-OK              VALUE '00'.
000690         88  SU-MST-NOT-FOUND       VALUE '35'.
000700     05  SU-RPT-STATUS          PIC X(02) VALUE SPACES.
000710     05  SU-APPLIED-COUNT       PIC 9(05) VALUE ZERO.
000720     05  SU-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
000730     05  SU-CURRENT-TS          PIC X(21) VALUE SPACES.
000740     05  SU-RUN-DATE            PIC X(08) VALUE SPACES.
000750     05  SU-RESULT-TEXT         PIC X(34) VALUE SPACES.
000760 COPY "OPAUTHLK.cpy".
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     PERFORM 1000-INITIALIZE
000800     PERFORM 2000-READ-NEXT-TRANSACTION
000810     PERFORM UNTIL SU-TXN-EOF
000820         IF ST-RECORD NOT = SPACES
000830             PERFORM 3000-APPLY-TRANSACTION
000840         END-IF
000850         PERFORM 2000-READ-NEXT-TRANSACTION
000860     END-PERFORM
000870     PERFORM 4000-WRITE-SUMMARY
000880     CLOSE PUZSUTXN PUZSUBF PUZSURPT
000890     GOBACK.
000900* 1000-INITIALIZE - THE FIRST RUN CREATES AN EMPTY MASTER TO
000910* REGISTER INTO.
000920 1000-INITIALIZE.
000930     MOVE FUNCTION CURRENT-DATE TO SU-CURRENT-TS
000940     MOVE SU-CURRENT-TS(1:8) TO SU-RUN-DATE
000950     OPEN INPUT PUZSUTXN
000960     OPEN OUTPUT PUZSURPT
000970     OPEN I-O PUZSUBF
000980     IF SU-MST-NOT-FOUND
000990         OPEN OUTPUT PUZSUBF
001000         CLOSE PUZSUBF
001010         OPEN I-O PUZSUBF
001020     END-IF
001030     .
001040 2000-READ-NEXT-TRANSACTION.
001050     READ PUZSUTXN
001060         AT END
001070             SET SU-TXN-EOF TO TRUE
001080     END-READ
001090     .
001100 3000-APPLY-TRANSACTION.
001110     MOVE SPACES TO SU-RESULT-TEXT
001120     PERFORM 3020-CHECK-KEYING-OPERATOR
001130     IF SU-RESULT-TEXT = SPACES
001140         EVALUATE TRUE
001150             WHEN ST-ACTION-ADD
001160                 PERFORM 3100-REGISTER-SUBMITTER
001170             WHEN ST-ACTION-CHANGE
001180             WHEN ST-ACTION-SUSPEND
001190             WHEN ST-ACTION-BAN
001200             WHEN ST-ACTION-REINSTATE
001210                 PERFORM 3200-UPDATE-SUBMITTER
001220             WHEN OTHER
001230                 MOVE 'REJECTED - BAD ACTION CODE'
001240                     TO SU-RESULT-TEXT
001250                 ADD 1 TO SU-REJECTED-COUNT
001260         END-EVALUATE
001270     END-IF
001280     IF SU-RESULT-TEXT(1:8) NOT = 'REJECTED'
001290         PERFORM 3900-AUDIT-ACCEPTED-ACTION
001300     END-IF
001310     MOVE SPACES TO RPT-LINE
001320     STRING ST-ACTION       DELIMITED BY SIZE
001330            ' '             DELIMITED BY SIZE
001340            ST-SUBMITTER-ID DELIMITED BY SIZE
001350            ' '             DELIMITED BY SIZE
001360            SU-RESULT-TEXT  DELIMITED BY SIZE
001370         INTO RPT-LINE
001380     WRITE RPT-LINE
001390     .
001400 3020-CHECK-KEYING-OPERATOR.
001410     MOVE SPACES TO OA-PARMS
001420     SET OA-ASK-CHECK TO TRUE
001430     MOVE ST-OPERATOR-ID TO OA-OPERATOR-ID
001440     MOVE 'PUZSUBMT' TO OA-PROGRAM-ID
001450     CALL 'OPERAUTH' USING OA-PARMS
001460     IF OA-OPERATOR-DENIED
001470         MOVE 'REJECTED - OPERATOR NOT AUTHORIZED'
001480             TO SU-RESULT-TEXT
001490         ADD 1 TO SU-REJECTED-COUNT
001500     END-IF
001510     .
001520 3100-REGISTER-SUBMITTER.
001530     MOVE SPACES TO SM-SUBMITTER-RECORD
001540     MOVE ST-SUBMITTER-ID TO SM-SUBMITTER-ID
001550     MOVE ST-DISPLAY-NAME TO SM-DISPLAY-NAME
001560     MOVE SU-RUN-DATE TO SM-REGISTERED-DATE
001560     MOVE ST-TIER TO SM-TIER
001570     SET SM-IS-ACTIVE TO TRUE
001580     MOVE ST-OPERATOR-ID TO SM-LAST-CHANGED-BY
001590     MOVE SU-RUN-DATE TO SM-LAST-CHANGED-DATE
001600     WRITE SM-SUBMITTER-RECORD
001610         INVALID KEY
001620             MOVE 'REJECTED - ALREADY ON FILE'
001630                 TO SU-RESULT-TEXT
001640             ADD 1 TO SU-REJECTED-COUNT
001650         NOT INVALID KEY
001660             MOVE 'REGISTERED' TO SU-RESULT-TEXT
001670             ADD 1 TO SU-APPLIED-COUNT
001680     END-WRITE
001690     .
001700* 3200-UPDATE-SUBMITTER - EVERY ACTION BUT A REGISTRATION
001710* WORKS ON A SUBMITTER ALREADY ON FILE.
001720 3200-UPDATE-SUBMITTER.
001730     MOVE ST-SUBMITTER-ID TO SM-SUBMITTER-ID
001740     READ PUZSUBF
001750         INVALID KEY
001760             MOVE 'REJECTED - NOT ON FILE'
001770                 TO SU-RESULT-TEXT
001780             ADD 1 TO SU-REJECTED-COUNT
001790         NOT INVALID KEY
001800             PERFORM 3210-APPLY-TO-RECORD
001810     END-READ
001820     .
001830 3210-APPLY-TO-RECORD.
001840     EVALUATE TRUE
001850         WHEN ST-ACTION-CHANGE
001860             IF ST-DISPLAY-NAME NOT = SPACES
001870                 MOVE ST-DISPLAY-NAME TO SM-DISPLAY-NAME
001880             END-IF
001880             IF ST-TIER NOT = SPACE
001880                 MOVE ST-TIER TO SM-TIER
001880             END-IF
001890             MOVE 'CHANGED' TO SU-RESULT-TEXT
001900         WHEN ST-ACTION-SUSPEND AND SM-IS-BANNED
001910             MOVE 'REJECTED - SUBMITTER IS BANNED'
001920                 TO SU-RESULT-TEXT
001930         WHEN ST-ACTION-SUSPEND
001940                 AND ST-SUSPEND-END-DATE NOT = SPACES
001950                 AND ST-SUSPEND-END-DATE NOT NUMERIC
001960             MOVE 'REJECTED - BAD SUSPENSION END DATE'
001970                 TO SU-RESULT-TEXT
001980         WHEN ST-ACTION-SUSPEND
001990             SET SM-IS-SUSPENDED TO TRUE
002000             MOVE ST-SUSPEND-END-DATE TO SM-SUSPEND-END-DATE
002010             MOVE ST-REASON TO SM-STATUS-REASON
002020             MOVE 'SUSPENDED' TO SU-RESULT-TEXT
002030         WHEN ST-ACTION-BAN
002040             SET SM-IS-BANNED TO TRUE
002050             MOVE SPACES TO SM-SUSPEND-END-DATE
002060             MOVE ST-REASON TO SM-STATUS-REASON
002070             MOVE 'BANNED' TO SU-RESULT-TEXT
002080         WHEN ST-ACTION-REINSTATE
002090             SET SM-IS-ACTIVE TO TRUE
002100             MOVE SPACES TO SM-SUSPEND-END-DATE
002110             MOVE ST-REASON TO SM-STATUS-REASON
002120             MOVE 'REINSTATED' TO SU-RESULT-TEXT
002130     END-EVALUATE
002140     IF SU-RESULT-TEXT(1:8) = 'REJECTED'
002150         ADD 1 TO SU-REJECTED-COUNT
002160     ELSE
002170         MOVE ST-OPERATOR-ID TO SM-LAST-CHANGED-BY
002180         MOVE SU-RUN-DATE TO SM-LAST-CHANGED-DATE
002190         REWRITE SM-SUBMITTER-RECORD
002200         ADD 1 TO SU-APPLIED-COUNT
002210     END-IF
002220     .
002230 3900-AUDIT-ACCEPTED-ACTION.
002240     SET OA-ASK-AUDIT TO TRUE
002250     MOVE ST-OPERATOR-ID TO OA-OPERATOR-ID
002260     MOVE 'PUZSUBMT' TO OA-PROGRAM-ID
002270     MOVE ST-ACTION TO OA-ACTION
002280     MOVE ST-SUBMITTER-ID TO OA-KEY-TEXT
002290     CALL 'OPERAUTH' USING OA-PARMS
002300     .
002310 4000-WRITE-SUMMARY.
002320     MOVE SPACES TO RPT-LINE
002330     WRITE RPT-LINE
002340     STRING 'APPLIED ' DELIMITED BY SIZE
002350            SU-APPLIED-COUNT DELIMITED BY SIZE
002360            '  REJECTED ' DELIMITED BY SIZE
002370            SU-REJECTED-COUNT DELIMITED BY SIZE
002380         INTO RPT-LINE
002390     WRITE RPT-LINE
002400     .
