000010
000020* OPRCAPL
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    OPRCAPL.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* OPRCAPL CLOSES THE QUARTERLY ACCESS RECERTIFICATION CYCLE.  THE
000100* OPRCWKF WORKSHEET OPERCERT PRINTED COMES BACK AS OPRCDEC WITH
000110* EACH ROLE OWNER'S 'K' KEEP OR 'R' REVOKE KEYED AGAINST EVERY
000120* OPERATOR AND PROGRAM.  THE SECURITY ADMINISTRATOR RUNNING THE
000130* STEP NAMES THEMSELVES ON THE OPRCCTL CARD AND MUST BE ALLOWED
000140* 'OPRCAPL' THROUGH OPERAUTH; THE ADMINISTRATOR ALSO DECIDES THE
000150* '*ADMIN*' LINES.
000160*
000170* EACH DECISION IS CHECKED AGAINST TODAY'S OPERMSTF AND ROLEOWNF -
000180* THE OPERATOR MUST STILL BE ON FILE, THE LINE MUST COME FROM THE
000190* ROLE'S OWNER, AND NOBODY DECIDES THEIR OWN ACCESS - AND EVERY
000200* ACCEPTED DECISION IS AUDITED TO SECAUDF UNDER THE DECIDING
000210* OWNER'S ID.  NOTHING HERE CHANGES THE MASTER: THE REVOKES FOR
000220* EACH OPERATOR BECOME ONE OPERMNT 'V' TRANSACTION ON OPERTXN, AND
000230* AN OPERATOR WHOSE LINES WERE ALL DECIDED ALSO GETS A 'K'
000240* TRANSACTION TO STAMP THE RECERTIFICATION DATE; THE NEXT OPERMNT
000250* STEP APPLIES THEM.  AN UNDECIDED OR REJECTED LINE LEAVES THAT
000260* OPERATOR UNCERTIFIED AND ENDS THE STEP WITH RETURN CODE
000270* 4.  EVERY LINE AND EVERY TRANSACTION IS LISTED ON OPRCARPT.
000280*
000290* MODIFICATION HISTORY
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-15 RJ    ORIGINAL PROGRAM
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPRCCTL ASSIGN TO "OPRCCTL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CD-CTL-STATUS.
000410     SELECT ROLEOWNF ASSIGN TO "ROLEOWNF"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CD-OWN-STATUS.
000440     SELECT OPERMSTF ASSIGN TO "OPERMSTF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS OP-OPERATOR-ID
000480         FILE STATUS IS CD-MST-STATUS.
000490     SELECT OPRCDEC ASSIGN TO "OPRCDEC"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CD-DEC-STATUS.
000520     SELECT OPERTXN ASSIGN TO "OPERTXN"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CD-TXN-STATUS.
000550     SELECT OPRCARPT ASSIGN TO "OPRCARPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CD-RPT-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  OPRCCTL.
000610 01  CC-CONTROL-CARD.
000620     05  CC-ADMIN-ID            PIC X(08).
000630 FD  ROLEOWNF.
000640 COPY "ROLEOWN.cpy".
000650 FD  OPERMSTF.
000660 COPY "OPERMST.cpy".
000670 FD  OPRCDEC.
000680 COPY "OPRCWK.cpy".
000690* THE OPERMNT TRANSACTION, AS OPERMNT READS IT.
000700 FD  OPERTXN.
000710 01  OT-RECORD.
000720     05  OT-ACTION              PIC X(01).
000730     05  OT-OPERATOR-ID         PIC X(08).
000740     05  OT-TARGET-ID           PIC X(08).
000750     05  OT-ROLE                PIC X(08).
000760     05  OT-PROGRAM OCCURS 5 TIMES
000770                                PIC X(08).
000780 FD  OPRCARPT
000790     RECORD CONTAINS 100 CHARACTERS.
000800 01  RPT-LINE                   PIC X(100).
000810 WORKING-STORAGE SECTION.
000820 01  CD-WORK-FIELDS.
000830     05  CD-CTL-STATUS          PIC X(02) VALUE SPACES.
000840         88  CD-CTL-OK              VALUE '00'.
000850     05  CD-OWN-STATUS          PIC X(02) VALUE SPACES.
000860         88  CD-OWN-OK              VALUE '00'.
000870     05  CD-MST-STATUS          PIC X(02) VALUE SPACES.
000880         88  CD-MST-OK              VALUE '00'.
000890     05  CD-DEC-STATUS          PIC X(02) VALUE SPACES.
000900         88  CD-DEC-OK              VALUE '00'.
000910         88  CD-DEC-EOF             VALUE '10'.
000920     05  CD-TXN-STATUS          PIC X(02) VALUE SPACES.
000930     05  CD-RPT-STATUS          PIC X(02) VALUE SPACES.
000940     05  CD-EOF-FLAG            PIC X(01) VALUE 'N'.
000950         88  CD-AT-END              VALUE 'Y'.
000960     05  CD-ADMIN-FLAG          PIC X(01) VALUE 'N'.
000970         88  CD-ADMIN-ALLOWED       VALUE 'Y'.
000980     05  CD-HELD-FLAG           PIC X(01) VALUE 'N'.
000990         88  CD-PROGRAM-HELD        VALUE 'Y'.
001000     05  CD-ADMIN-ID            PIC X(08) VALUE SPACES.
001010     05  CD-EXPECTED-OWNER      PIC X(08) VALUE SPACES.
001020     05  CD-DECIDER-ID          PIC X(08) VALUE SPACES.
001030     05  CD-RESULT-TEXT         PIC X(40) VALUE SPACES.
001040     05  CD-OWN-IX              PIC 9(03) VALUE ZERO.
001050     05  CD-PGM-IX              PIC 9(01) VALUE ZERO.
001060     05  CD-LINE-COUNT          PIC 9(05) VALUE ZERO.
001070     05  CD-KEEP-COUNT          PIC 9(05) VALUE ZERO.
001080     05  CD-REVOKE-COUNT        PIC 9(05) VALUE ZERO.
001090     05  CD-GONE-COUNT          PIC 9(05) VALUE ZERO.
001100     05  CD-UNDECIDED-COUNT     PIC 9(05) VALUE ZERO.
001110     05  CD-REJECTED-COUNT      PIC 9(05) VALUE ZERO.
001120     05  CD-TXN-COUNT           PIC 9(05) VALUE ZERO.
001130     05  CD-FINAL-RC            PIC 9(02) VALUE ZERO.
001140* THE OPERATOR WHOSE LINES ARE IN HAND.  THE WORKSHEET IS WRITTEN
001150* ONE OPERATOR AT A TIME, SO A CHANGE OF OPERATOR ENDS THE GROUP.
001160 01  CD-GROUP-FIELDS.
001170     05  CD-GROUP-ID            PIC X(08) VALUE SPACES.
001180     05  CD-GROUP-DECIDED       PIC 9(02) VALUE ZERO.
001190     05  CD-GROUP-OPEN-LINES    PIC 9(02) VALUE ZERO.
001200     05  CD-GROUP-REVOKES       PIC 9(01) VALUE ZERO.
001210     05  CD-GROUP-PROGRAM OCCURS 5 TIMES
001220                                PIC X(08).
001230 01  CD-OWNER-TABLE.
001240     05  CD-OWNER-ROWS          PIC 9(03) VALUE ZERO.
001250     05  CD-OWNER-ENTRY OCCURS 100 TIMES.
001260         10  CD-OW-ROLE         PIC X(08).
001270         10  CD-OW-OWNER        PIC X(08).
001280 COPY "OPAUTHLK.cpy".
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE
001320     IF CD-ADMIN-ALLOWED
001330         PERFORM 2000-LOAD-OWNERS
001340         PERFORM 3000-READ-NEXT-DECISION
001350         PERFORM UNTIL CD-DEC-EOF
001360             IF CW-WORKSHEET-RECORD NOT = SPACES
001370                 PERFORM 3100-APPLY-DECISION
001380             END-IF
001390             PERFORM 3000-READ-NEXT-DECISION
001400         END-PERFORM
001410         PERFORM 3800-END-OPERATOR-GROUP
001420         CLOSE OPERMSTF OPRCDEC
001430     END-IF
001440     PERFORM 4000-WRITE-SUMMARY
001450     IF CD-FINAL-RC > RETURN-CODE
001460         MOVE CD-FINAL-RC TO RETURN-CODE
001470     END-IF
001480     CLOSE OPERTXN OPRCARPT
001490     GOBACK.
001500* 1000-INITIALIZE - WITHOUT AN AUTHORIZED ADMINISTRATOR ON THE
001510* CARD NO DECISION IS TAKEN AND THE OPERTXN FILE IS LEFT EMPTY.
001520 1000-INITIALIZE.
001530     OPEN OUTPUT OPRCARPT
001540     OPEN OUTPUT OPERTXN
001550     MOVE 'OPERATOR ACCESS RECERTIFICATION - DECISIONS'
001560         TO RPT-LINE
001570     WRITE RPT-LINE
001580     MOVE SPACES TO CC-CONTROL-CARD
001590     OPEN INPUT OPRCCTL
001600     IF CD-CTL-OK
001610         READ OPRCCTL
001620             AT END
001630                 MOVE SPACES TO CC-CONTROL-CARD
001640         END-READ
001650         CLOSE OPRCCTL
001660     END-IF
001670     MOVE CC-ADMIN-ID TO CD-ADMIN-ID
001680     MOVE SPACES TO OA-PARMS
001690     SET OA-ASK-CHECK TO TRUE
001700     MOVE CD-ADMIN-ID TO OA-OPERATOR-ID
001710     MOVE 'OPRCAPL' TO OA-PROGRAM-ID
001720     CALL 'OPERAUTH' USING OA-PARMS
001730     IF OA-OPERATOR-DENIED
001740         MOVE SPACES TO RPT-LINE
001750         STRING 'ADMINISTRATOR ' DELIMITED BY SIZE
001760                CD-ADMIN-ID DELIMITED BY SIZE
001770                ' NOT AUTHORIZED - NO DECISION APPLIED'
001780                    DELIMITED BY SIZE
001790             INTO RPT-LINE
001800         WRITE RPT-LINE
001810         MOVE 8 TO RETURN-CODE
001820     ELSE
001830         SET CD-ADMIN-ALLOWED TO TRUE
001840         OPEN INPUT OPERMSTF
001850         OPEN INPUT OPRCDEC
001860         IF NOT CD-DEC-OK
001870             SET CD-DEC-EOF TO TRUE
001880         END-IF
001890         MOVE SPACES TO RPT-LINE
001900         STRING 'ADMINISTRATOR ' DELIMITED BY SIZE
001910                CD-ADMIN-ID DELIMITED BY SIZE
001920             INTO RPT-LINE
001930         WRITE RPT-LINE
001940         MOVE SPACES TO RPT-LINE
001950         WRITE RPT-LINE
001960     END-IF
001970     .
001980 2000-LOAD-OWNERS.
001990     OPEN INPUT ROLEOWNF
002000     IF CD-OWN-OK
002010         MOVE 'N' TO CD-EOF-FLAG
002020         PERFORM 2010-READ-OWNER
002030             UNTIL CD-AT-END
002040         CLOSE ROLEOWNF
002050     END-IF
002060     .
002070 2010-READ-OWNER.
002080     READ ROLEOWNF
002090         AT END
002100             SET CD-AT-END TO TRUE
002110         NOT AT END
002120             IF OW-ROLE NOT = SPACES
002130             AND CD-OWNER-ROWS < 100
002140                 ADD 1 TO CD-OWNER-ROWS
002150                 MOVE OW-ROLE TO CD-OW-ROLE(CD-OWNER-ROWS)
002160                 MOVE OW-OWNER-ID TO CD-OW-OWNER(CD-OWNER-ROWS)
002170             END-IF
002180     END-READ
002190     .
002200 3000-READ-NEXT-DECISION.
002210     IF NOT CD-DEC-EOF
002220         READ OPRCDEC
002230             AT END
002240                 SET CD-DEC-EOF TO TRUE
002250         END-READ
002260     END-IF
002270     .
002280 3100-APPLY-DECISION.
002290     IF CW-OPERATOR-ID NOT = CD-GROUP-ID
002300         PERFORM 3800-END-OPERATOR-GROUP
002310         MOVE CW-OPERATOR-ID TO CD-GROUP-ID
002320     END-IF
002330     ADD 1 TO CD-LINE-COUNT
002340     MOVE SPACES TO CD-RESULT-TEXT
002350     PERFORM 3200-CHECK-DECISION
002360     EVALUATE TRUE
002370         WHEN CD-RESULT-TEXT(1:8) = 'REJECTED'
002380             ADD 1 TO CD-REJECTED-COUNT
002390             ADD 1 TO CD-GROUP-OPEN-LINES
002400         WHEN CW-UNDECIDED
002410             MOVE 'NO DECISION KEYED' TO CD-RESULT-TEXT
002420             ADD 1 TO CD-UNDECIDED-COUNT
002430             ADD 1 TO CD-GROUP-OPEN-LINES
002440         WHEN CW-KEEP
002450             MOVE 'KEPT' TO CD-RESULT-TEXT
002460             ADD 1 TO CD-KEEP-COUNT
002470             ADD 1 TO CD-GROUP-DECIDED
002480             PERFORM 3900-AUDIT-DECISION
002490         WHEN NOT CD-PROGRAM-HELD
002500             MOVE 'REVOKE - ALREADY GONE' TO CD-RESULT-TEXT
002510             ADD 1 TO CD-GONE-COUNT
002520             ADD 1 TO CD-GROUP-DECIDED
002530             PERFORM 3900-AUDIT-DECISION
002540         WHEN OTHER
002550             MOVE 'REVOKED' TO CD-RESULT-TEXT
002560             ADD 1 TO CD-REVOKE-COUNT
002570             ADD 1 TO CD-GROUP-DECIDED
002580             ADD 1 TO CD-GROUP-REVOKES
002590             MOVE CW-PROGRAM TO CD-GROUP-PROGRAM(CD-GROUP-REVOKES)
002600             PERFORM 3900-AUDIT-DECISION
002610     END-EVALUATE
002620     MOVE SPACES TO RPT-LINE
002630     STRING CW-OWNER-ID DELIMITED BY SIZE
002640            ' ' DELIMITED BY SIZE
002650            CW-OPERATOR-ID DELIMITED BY SIZE
002660            ' ' DELIMITED BY SIZE
002670            CW-PROGRAM DELIMITED BY SIZE
002680            ' ' DELIMITED BY SIZE
002690            CW-DECISION DELIMITED BY SIZE
002700            ' ' DELIMITED BY SIZE
002710            CD-RESULT-TEXT DELIMITED BY SIZE
002720         INTO RPT-LINE
002730     WRITE RPT-LINE
002740     .
002750* 3200-CHECK-DECISION - THE OWNER ON THE LINE MUST STILL BE THE
002760* OWNER OPERCERT WOULD NAME TODAY, SO A LINE FOR A ROLE THAT HAS
002770* SINCE CHANGED HANDS IS NOT TAKEN.
002780 3200-CHECK-DECISION.
002790     MOVE 'N' TO CD-HELD-FLAG
002800     MOVE CW-OPERATOR-ID TO OP-OPERATOR-ID
002810     READ OPERMSTF
002820         INVALID KEY
002830             MOVE 'REJECTED - OPERATOR NOT ON FILE'
002840                 TO CD-RESULT-TEXT
002850         NOT INVALID KEY
002860             PERFORM 3210-FIND-EXPECTED-OWNER
002870             PERFORM VARYING CD-PGM-IX FROM 1 BY 1
002880                     UNTIL CD-PGM-IX > 5
002890                 IF OP-ALLOWED-PROGRAM(CD-PGM-IX) = CW-PROGRAM
002900                     SET CD-PROGRAM-HELD TO TRUE
002910                 END-IF
002920             END-PERFORM
002930     END-READ
002940     IF CD-RESULT-TEXT = SPACES
002950         MOVE CW-OWNER-ID TO CD-DECIDER-ID
002960         IF CW-OWNER-ID = '*ADMIN*'
002970             MOVE CD-ADMIN-ID TO CD-DECIDER-ID
002980         END-IF
002990         EVALUATE TRUE
003000             WHEN NOT CW-KEEP AND NOT CW-REVOKE
003010              AND NOT CW-UNDECIDED
003020                 MOVE 'REJECTED - DECISION MUST BE K OR R'
003030                     TO CD-RESULT-TEXT
003040             WHEN CW-OWNER-ID NOT = CD-EXPECTED-OWNER
003050                 MOVE 'REJECTED - NOT THE ROLE OWNER'
003060                     TO CD-RESULT-TEXT
003070             WHEN CD-DECIDER-ID = CW-OPERATOR-ID
003080                 MOVE 'REJECTED - CANNOT DECIDE OWN ACCESS'
003090                     TO CD-RESULT-TEXT
003100             WHEN CW-KEEP AND NOT CD-PROGRAM-HELD
003110                 MOVE 'REJECTED - PROGRAM NO LONGER HELD'
003120                     TO CD-RESULT-TEXT
003130             WHEN CW-REVOKE AND CD-PROGRAM-HELD
003140              AND CD-GROUP-REVOKES NOT < 5
003150                 MOVE 'REJECTED - DUPLICATE REVOKE LINE'
003160                     TO CD-RESULT-TEXT
003170         END-EVALUATE
003180     END-IF
003190     .
003200 3210-FIND-EXPECTED-OWNER.
003210     MOVE '*ADMIN*' TO CD-EXPECTED-OWNER
003220     PERFORM VARYING CD-OWN-IX FROM 1 BY 1
003230             UNTIL CD-OWN-IX > CD-OWNER-ROWS
003240         IF CD-OW-ROLE(CD-OWN-IX) = OP-ROLE
003250         AND CD-OW-OWNER(CD-OWN-IX) NOT = SPACES
003260         AND CD-OW-OWNER(CD-OWN-IX) NOT = OP-OPERATOR-ID
003270             MOVE CD-OW-OWNER(CD-OWN-IX) TO CD-EXPECTED-OWNER
003280         END-IF
003290     END-PERFORM
003300     .
003310* 3800-END-OPERATOR-GROUP - ONE 'V' FOR ALL THE OPERATOR'S
003320* REVOKES; A 'K' ONLY WHEN EVERY LINE FOR THE OPERATOR WAS DECIDED
003330* AND TAKEN.
003340 3800-END-OPERATOR-GROUP.
003350     IF CD-GROUP-ID NOT = SPACES
003360         IF CD-GROUP-REVOKES > ZERO
003370             MOVE SPACES TO OT-RECORD
003380             MOVE 'V' TO OT-ACTION
003390             PERFORM VARYING CD-PGM-IX FROM 1 BY 1
003400                     UNTIL CD-PGM-IX > CD-GROUP-REVOKES
003410                 MOVE CD-GROUP-PROGRAM(CD-PGM-IX)
003420                     TO OT-PROGRAM(CD-PGM-IX)
003430             END-PERFORM
003440             PERFORM 3850-WRITE-OPERMNT-TXN
003450         END-IF
003460         IF CD-GROUP-OPEN-LINES = ZERO
003470         AND CD-GROUP-DECIDED > ZERO
003480             MOVE SPACES TO OT-RECORD
003490             MOVE 'K' TO OT-ACTION
003500             PERFORM 3850-WRITE-OPERMNT-TXN
003510         END-IF
003520         IF CD-GROUP-OPEN-LINES > ZERO
003530             MOVE 4 TO CD-FINAL-RC
003540             MOVE SPACES TO RPT-LINE
003550             STRING '    ' DELIMITED BY SIZE
003560                    CD-GROUP-ID DELIMITED BY SIZE
003570                    ' NOT RECERTIFIED - LINES STILL OPEN'
003580                        DELIMITED BY SIZE
003590                 INTO RPT-LINE
003600             WRITE RPT-LINE
003610         END-IF
003620     END-IF
003630     MOVE SPACES TO CD-GROUP-FIELDS
003640     MOVE ZERO TO CD-GROUP-DECIDED
003650     MOVE ZERO TO CD-GROUP-OPEN-LINES
003660     MOVE ZERO TO CD-GROUP-REVOKES
003670     .
003680 3850-WRITE-OPERMNT-TXN.
003690     MOVE CD-ADMIN-ID TO OT-OPERATOR-ID
003700     MOVE CD-GROUP-ID TO OT-TARGET-ID
003710     WRITE OT-RECORD
003720     ADD 1 TO CD-TXN-COUNT
003730     MOVE SPACES TO RPT-LINE
003740     STRING '    OPERMNT TRANSACTION ' DELIMITED BY SIZE
003750            OT-RECORD DELIMITED BY SIZE
003760         INTO RPT-LINE
003770     WRITE RPT-LINE
003780     .
003790 3900-AUDIT-DECISION.
003800     SET OA-ASK-AUDIT TO TRUE
003810     MOVE CD-DECIDER-ID TO OA-OPERATOR-ID
003820     MOVE 'OPRCAPL' TO OA-PROGRAM-ID
003830     MOVE CW-DECISION TO OA-ACTION
003840     MOVE SPACES TO OA-KEY-TEXT
003850     STRING CW-OPERATOR-ID DELIMITED BY SIZE
003860            ' ' DELIMITED BY SIZE
003870            CW-PROGRAM DELIMITED BY SIZE
003880         INTO OA-KEY-TEXT
003890     CALL 'OPERAUTH' USING OA-PARMS
003900     .
003910 4000-WRITE-SUMMARY.
003920     MOVE SPACES TO RPT-LINE
003930     WRITE RPT-LINE
003940     STRING 'LINES ' DELIMITED BY SIZE
003950            CD-LINE-COUNT DELIMITED BY SIZE
003960            '  KEPT ' DELIMITED BY SIZE
003970            CD-KEEP-COUNT DELIMITED BY SIZE
003980            '  REVOKED ' DELIMITED BY SIZE
003990            CD-REVOKE-COUNT DELIMITED BY SIZE
004000            '  ALREADY GONE ' DELIMITED BY SIZE
004010            CD-GONE-COUNT DELIMITED BY SIZE
004020         INTO RPT-LINE
004030     WRITE RPT-LINE
004040     MOVE SPACES TO RPT-LINE
004050     STRING 'UNDECIDED ' DELIMITED BY SIZE
004060            CD-UNDECIDED-COUNT DELIMITED BY SIZE
004070            '  REJECTED ' DELIMITED BY SIZE
004080            CD-REJECTED-COUNT DELIMITED BY SIZE
004090            '  OPERMNT TRANSACTIONS ' DELIMITED BY SIZE
004100            CD-TXN-COUNT DELIMITED BY SIZE
004110         INTO RPT-LINE
004120     WRITE RPT-LINE
004130     .
