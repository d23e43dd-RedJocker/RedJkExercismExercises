000010
000020* OPERDORM
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    OPERDORM.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* OPERDORM SUSPENDS DORMANT OPERATOR IDS.  AN ACTIVE OPERMSTF
000100* OPERATOR WITH NO SECAUDF ACTIVITY FOR MORE THAN DORMANT-DAYS
000110* DAYS (BIZPARMF THROUGH PARMGET, 90 BY DEFAULT) IS SET SUSPENDED,
000120* AND OPERAUTH THEN DENIES EVERY PROGRAM UNTIL OPERMNT REINSTATES
000130* THE ID.  THE DORMANCY CLOCK RUNS FROM THE LATEST OF THE LAST
000140* AUDITED ACTION, THE DATE ADDED AND THE LAST STATUS CHANGE, SO A
000150* NEW OR JUST-REINSTATED ID IS NOT CAUGHT ON ITS FIRST QUIET DAY;
000160* AN ID WITH NONE OF THE THREE IS DORMANT.
000170*
000180* ONE ID THAT MAY DRIVE OPERMNT MUST STAY ACTIVE OR NOBODY COULD
000190* REINSTATE ANYONE: WHEN EVERY OPERMNT HOLDER IS DORMANT THEY ARE
000200* LEFT ACTIVE, LISTED, AND THE STEP ENDS WITH RETURN CODE 4.  EACH
000210* SUSPENSION IS AUDITED TO SECAUDF UNDER THE ID 'OPERDORM' AND
000220* LISTED ON OPERDRPT.
000230*
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15 RJ    ORIGINAL PROGRAM
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
000300 OBJECT-COMPUTER.   IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPERMSTF ASSIGN TO "OPERMSTF"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS OP-OPERATOR-ID
000370         FILE STATUS IS DM-MST-STATUS.
000380     SELECT SECAUDF ASSIGN TO "SECAUDF"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS DM-SEC-STATUS.
000410     SELECT OPERDRPT ASSIGN TO "OPERDRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS DM-RPT-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  OPERMSTF.
000470 COPY "OPERMST.cpy".
000480 FD  SECAUDF.
000490 01  SA-SECURITY-RECORD.
000500     05  SA-TIMESTAMP           PIC X(21).
000510     05  SA-OPERATOR-ID         PIC X(08).
000520     05  SA-PROGRAM-ID          PIC X(08).
000530     05  SA-ACTION              PIC X(01).
000540     05  SA-KEY-TEXT            PIC X(30).
000550 FD  OPERDRPT
000560     RECORD CONTAINS 100 CHARACTERS.
000570 01  RPT-LINE                   PIC X(100).
000580 WORKING-STORAGE SECTION.
000590 01  DM-WORK-FIELDS.
000600     05  DM-MST-STATUS          PIC X(02) VALUE SPACES.
000610         88  DM-MST-OK              VALUE '00'.
000620     05  DM-SEC-STATUS          PIC X(02) VALUE SPACES.
000630         88  DM-SEC-OK              VALUE '00'.
000640     05  DM-RPT-STATUS          PIC X(02) VALUE SPACES.
000650     05  DM-EOF-FLAG            PIC X(01) VALUE 'N'.
000660         88  DM-AT-END              VALUE 'Y'.
000670     05  DM-DORMANT-FLAG        PIC X(01) VALUE 'N'.
000680         88  DM-IS-DORMANT          VALUE 'Y'.
000690     05  DM-HOLDER-FLAG         PIC X(01) VALUE 'N'.
000700         88  DM-OPERMNT-HOLDER      VALUE 'Y'.
000710     05  DM-CURRENT-TS          PIC X(21) VALUE SPACES.
000720     05  DM-RUN-DATE            PIC X(08) VALUE SPACES.
000730     05  DM-WORK-DATE           PIC 9(08) VALUE ZERO.
000740     05  DM-WORK-DATE-X REDEFINES DM-WORK-DATE
000750                                PIC X(08).
000760     05  DM-RUN-DAY-NO          PIC 9(07) VALUE ZERO.
000770     05  DM-CLOCK-DATE          PIC X(08) VALUE SPACES.
000780     05  DM-LAST-ACTIVITY       PIC X(08) VALUE SPACES.
000790     05  DM-IDLE-DAYS           PIC 9(07) VALUE ZERO.
000800     05  DM-IDLE-ED             PIC ZZZZZZ9.
000810     05  DM-REASON-ED           PIC ZZZ9.
000820     05  DM-FINAL-RC            PIC 9(02) VALUE ZERO.
000830     05  DM-DORMANT-DAYS        PIC 9(03) VALUE 90.
000840     05  DM-PGM-IX              PIC 9(01) VALUE ZERO.
000850     05  DM-ACT-IX              PIC 9(04) VALUE ZERO.
000860     05  DM-HOLDERS-STAYING     PIC 9(04) VALUE ZERO.
000870     05  DM-READ-COUNT          PIC 9(05) VALUE ZERO.
000880     05  DM-ALREADY-COUNT       PIC 9(05) VALUE ZERO.
000890     05  DM-SUSPEND-COUNT       PIC 9(05) VALUE ZERO.
000900     05  DM-KEPT-COUNT          PIC 9(05) VALUE ZERO.
000910     05  DM-OVERFLOW-COUNT      PIC 9(05) VALUE ZERO.
000920     05  DM-ACTION-TEXT         PIC X(34) VALUE SPACES.
000930* LATEST SECAUDF DATE PER OPERATOR.
000940 01  DM-ACTIVITY-TABLE.
000950     05  DM-ACT-ROWS            PIC 9(04) VALUE ZERO.
000960     05  DM-ACT-ENTRY OCCURS 2000 TIMES.
000970         10  DM-AC-OPERATOR     PIC X(08).
000980         10  DM-AC-LAST-DATE    PIC X(08).
000990* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE REPORT
001000* HEADER.
001010 01  DM-PARM-TABLE.
001020     05  DM-PARM-COUNT          PIC 9(02) VALUE ZERO.
001030     05  DM-PARM-IX             PIC 9(02) VALUE ZERO.
001040     05  DM-PARM-ED             PIC ZZZZZZ9.
001050     05  DM-PARM-ENTRY OCCURS 5 TIMES.
001060         10  DM-PARM-NAME       PIC X(20).
001070         10  DM-PARM-VALUE      PIC 9(07)V99.
001080         10  DM-PARM-SOURCE     PIC X(08).
001090 COPY "PARMGTLK.cpy".
001100 COPY "OPAUTHLK.cpy".
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE
001140     PERFORM 2000-LOAD-LAST-ACTIVITY
001150     OPEN INPUT OPERMSTF
001160     IF DM-MST-OK
001170         MOVE 'N' TO DM-EOF-FLAG
001180         PERFORM 3000-COUNT-STAYING-HOLDERS
001190             UNTIL DM-AT-END
001200         CLOSE OPERMSTF
001210         OPEN I-O OPERMSTF
001220         MOVE 'N' TO DM-EOF-FLAG
001230         PERFORM 4000-SUSPEND-DORMANT-OPERATOR
001240             UNTIL DM-AT-END
001250         CLOSE OPERMSTF
001260     ELSE
001270         MOVE 'NO OPERMSTF OPERATOR MASTER - NOTHING TO DO'
001280             TO RPT-LINE
001290         WRITE RPT-LINE
001300     END-IF
001310     PERFORM 5000-WRITE-SUMMARY
001320     CLOSE OPERDRPT
001330     MOVE DM-FINAL-RC TO RETURN-CODE
001340     GOBACK.
001350 1000-INITIALIZE.
001360     MOVE FUNCTION CURRENT-DATE TO DM-CURRENT-TS
001370     MOVE DM-CURRENT-TS(1:8) TO DM-RUN-DATE
001380     MOVE DM-RUN-DATE TO DM-WORK-DATE-X
001390     COMPUTE DM-RUN-DAY-NO =
001400         FUNCTION INTEGER-OF-DATE(DM-WORK-DATE)
001410     PERFORM 1050-LOAD-PARAMETERS
001420     OPEN OUTPUT OPERDRPT
001430     MOVE SPACES TO RPT-LINE
001440     STRING 'DORMANT OPERATOR SUSPENSION - RUN ' DELIMITED BY SIZE
001450            DM-RUN-DATE DELIMITED BY SIZE
001460         INTO RPT-LINE
001470     WRITE RPT-LINE
001480     PERFORM 1070-REPORT-PARAMETERS
001490     MOVE SPACES TO RPT-LINE
001500     WRITE RPT-LINE
001510     .
001520* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF MASTER
001530* THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE BUILT-IN VALUE.
001540 1050-LOAD-PARAMETERS.
001550     MOVE 'DORMANT-DAYS' TO NP-PARM-NAME
001560     MOVE DM-DORMANT-DAYS TO NP-DEFAULT-VALUE
001570     MOVE 999 TO NP-LIMIT-VALUE
001580     PERFORM 1060-GET-ONE-PARAMETER
001590     MOVE NP-VALUE TO DM-DORMANT-DAYS
001600     .
001610 1060-GET-ONE-PARAMETER.
001620     MOVE 'OPERDORM' TO NP-PROGRAM-ID
001630     CALL 'PARMGET' USING NP-PARMS
001640     IF DM-PARM-COUNT < 5
001650         ADD 1 TO DM-PARM-COUNT
001660         MOVE NP-PARM-NAME TO DM-PARM-NAME(DM-PARM-COUNT)
001670         MOVE NP-VALUE TO DM-PARM-VALUE(DM-PARM-COUNT)
001680         MOVE NP-SOURCE-TEXT
001690             TO DM-PARM-SOURCE(DM-PARM-COUNT)
001700     END-IF
001710     .
001720* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH WHERE
001730* ITS VALUE CAME FROM.
001740 1070-REPORT-PARAMETERS.
001750     PERFORM VARYING DM-PARM-IX FROM 1 BY 1
001760             UNTIL DM-PARM-IX > DM-PARM-COUNT
001770         MOVE DM-PARM-VALUE(DM-PARM-IX) TO DM-PARM-ED
001780         MOVE SPACES TO RPT-LINE
001790         STRING 'PARAMETER ' DELIMITED BY SIZE
001800                DM-PARM-NAME(DM-PARM-IX) DELIMITED BY SIZE
001810                DM-PARM-ED DELIMITED BY SIZE
001820                '  ' DELIMITED BY SIZE
001830                DM-PARM-SOURCE(DM-PARM-IX) DELIMITED BY SIZE
001840             INTO RPT-LINE
001850         WRITE RPT-LINE
001860     END-PERFORM
001870     .
001880 2000-LOAD-LAST-ACTIVITY.
001890     OPEN INPUT SECAUDF
001900     IF DM-SEC-OK
001910         MOVE 'N' TO DM-EOF-FLAG
001920         PERFORM 2010-READ-AUDIT
001930             UNTIL DM-AT-END
001940         CLOSE SECAUDF
001950     ELSE
001960         MOVE 'NO SECAUDF SECURITY AUDIT - NO ACTIVITY KNOWN'
001970             TO RPT-LINE
001980         WRITE RPT-LINE
001990     END-IF
002000     .
002010 2010-READ-AUDIT.
002020     READ SECAUDF
002030         AT END
002040             SET DM-AT-END TO TRUE
002050         NOT AT END
002060             PERFORM 2020-NOTE-ACTIVITY
002070     END-READ
002080     .
002090 2020-NOTE-ACTIVITY.
002100     MOVE SA-OPERATOR-ID TO OP-OPERATOR-ID
002110     PERFORM 2030-FIND-ACTIVITY-ROW
002120     EVALUATE TRUE
002130         WHEN DM-ACT-IX NOT > DM-ACT-ROWS
002140             IF SA-TIMESTAMP(1:8) > DM-AC-LAST-DATE(DM-ACT-IX)
002150                 MOVE SA-TIMESTAMP(1:8)
002160                     TO DM-AC-LAST-DATE(DM-ACT-IX)
002170             END-IF
002180         WHEN DM-ACT-ROWS < 2000
002190             ADD 1 TO DM-ACT-ROWS
002200             MOVE SA-OPERATOR-ID TO DM-AC-OPERATOR(DM-ACT-ROWS)
002210             MOVE SA-TIMESTAMP(1:8)
002220                 TO DM-AC-LAST-DATE(DM-ACT-ROWS)
002230         WHEN OTHER
002240             ADD 1 TO DM-OVERFLOW-COUNT
002250     END-EVALUATE
002260     .
002270* 2030-FIND-ACTIVITY-ROW - LEAVES DM-ACT-IX ON THE OPERATOR'S ROW,
002280* OR ONE PAST THE LAST ROW WHEN THERE IS NONE.
002290 2030-FIND-ACTIVITY-ROW.
002300     PERFORM VARYING DM-ACT-IX FROM 1 BY 1
002310             UNTIL DM-ACT-IX > DM-ACT-ROWS
002320                OR DM-AC-OPERATOR(DM-ACT-IX) = OP-OPERATOR-ID
002330         CONTINUE
002340     END-PERFORM
002350     .
002360* 3000-COUNT-STAYING-HOLDERS - FIRST PASS: HOW MANY OPERMNT
002370* HOLDERS STAY ACTIVE TONIGHT WHATEVER HAPPENS.
002380 3000-COUNT-STAYING-HOLDERS.
002390     READ OPERMSTF NEXT RECORD
002400         AT END
002410             SET DM-AT-END TO TRUE
002420         NOT AT END
002430             IF OP-OPERATOR-ACTIVE
002440                 PERFORM 3100-MEASURE-DORMANCY
002450                 IF DM-OPERMNT-HOLDER
002460                 AND NOT DM-IS-DORMANT
002470                     ADD 1 TO DM-HOLDERS-STAYING
002480                 END-IF
002490             END-IF
002500     END-READ
002510     .
002520* 3100-MEASURE-DORMANCY - THE CLOCK IS THE LATEST USABLE DATE OF
002530* THE THREE; NONE AT ALL IS DORMANT.
002540 3100-MEASURE-DORMANCY.
002550     MOVE 'N' TO DM-DORMANT-FLAG
002560     MOVE 'N' TO DM-HOLDER-FLAG
002570     PERFORM VARYING DM-PGM-IX FROM 1 BY 1
002580             UNTIL DM-PGM-IX > 5
002590         IF OP-ALLOWED-PROGRAM(DM-PGM-IX) = 'OPERMNT'
002600         OR OP-ALLOWED-PROGRAM(DM-PGM-IX) = '*ALL'
002610             SET DM-OPERMNT-HOLDER TO TRUE
002620         END-IF
002630     END-PERFORM
002640     MOVE SPACES TO DM-LAST-ACTIVITY
002650     PERFORM 2030-FIND-ACTIVITY-ROW
002660     IF DM-ACT-IX NOT > DM-ACT-ROWS
002670         MOVE DM-AC-LAST-DATE(DM-ACT-IX) TO DM-LAST-ACTIVITY
002680     END-IF
002690     MOVE SPACES TO DM-CLOCK-DATE
002700     IF DM-LAST-ACTIVITY IS NUMERIC
002710         MOVE DM-LAST-ACTIVITY TO DM-CLOCK-DATE
002720     END-IF
002730     IF OP-ADDED-DATE IS NUMERIC
002740     AND (DM-CLOCK-DATE = SPACES
002750          OR OP-ADDED-DATE > DM-CLOCK-DATE)
002760         MOVE OP-ADDED-DATE TO DM-CLOCK-DATE
002770     END-IF
002780     IF OP-STATUS-DATE IS NUMERIC
002790     AND (DM-CLOCK-DATE = SPACES
002800          OR OP-STATUS-DATE > DM-CLOCK-DATE)
002810         MOVE OP-STATUS-DATE TO DM-CLOCK-DATE
002820     END-IF
002830     IF DM-CLOCK-DATE = SPACES
002840         SET DM-IS-DORMANT TO TRUE
002850         MOVE ZERO TO DM-IDLE-DAYS
002860     ELSE
002870         MOVE DM-CLOCK-DATE TO DM-WORK-DATE-X
002880         COMPUTE DM-IDLE-DAYS = DM-RUN-DAY-NO
002890             - FUNCTION INTEGER-OF-DATE(DM-WORK-DATE)
002900         IF DM-IDLE-DAYS > DM-DORMANT-DAYS
002910             SET DM-IS-DORMANT TO TRUE
002920         END-IF
002930     END-IF
002940     .
002950 4000-SUSPEND-DORMANT-OPERATOR.
002960     READ OPERMSTF NEXT RECORD
002970         AT END
002980             SET DM-AT-END TO TRUE
002990         NOT AT END
003000             ADD 1 TO DM-READ-COUNT
003010             IF OP-OPERATOR-SUSPENDED
003020                 ADD 1 TO DM-ALREADY-COUNT
003030             ELSE
003040                 PERFORM 3100-MEASURE-DORMANCY
003050                 IF DM-IS-DORMANT
003060                     PERFORM 4100-TAKE-DORMANT-ACTION
003070                 END-IF
003080             END-IF
003090     END-READ
003100     .
003110 4100-TAKE-DORMANT-ACTION.
003120     IF DM-OPERMNT-HOLDER
003130     AND DM-HOLDERS-STAYING = ZERO
003140         MOVE 'LEFT ACTIVE - LAST OPERMNT ID'
003150             TO DM-ACTION-TEXT
003160         ADD 1 TO DM-KEPT-COUNT
003170         MOVE 4 TO DM-FINAL-RC
003180     ELSE
003190         SET OP-OPERATOR-SUSPENDED TO TRUE
003200         MOVE DM-RUN-DATE TO OP-STATUS-DATE
003210         MOVE SPACES TO OP-STATUS-REASON
003220         IF DM-CLOCK-DATE = SPACES
003230             MOVE 'DORMANT - NO ACTIVITY' TO OP-STATUS-REASON
003240         ELSE
003250             MOVE DM-IDLE-DAYS TO DM-REASON-ED
003260             STRING 'DORMANT ' DELIMITED BY SIZE
003270                    DM-REASON-ED DELIMITED BY SIZE
003280                    ' DAYS' DELIMITED BY SIZE
003290                 INTO OP-STATUS-REASON
003300         END-IF
003310         REWRITE OP-OPERATOR-RECORD
003320         ADD 1 TO DM-SUSPEND-COUNT
003330         MOVE 'SUSPENDED' TO DM-ACTION-TEXT
003340         SET OA-ASK-AUDIT TO TRUE
003350         MOVE 'OPERDORM' TO OA-OPERATOR-ID
003360         MOVE 'OPERDORM' TO OA-PROGRAM-ID
003370         MOVE 'S' TO OA-ACTION
003380         MOVE OP-OPERATOR-ID TO OA-KEY-TEXT
003390         CALL 'OPERAUTH' USING OA-PARMS
003400     END-IF
003410     IF DM-LAST-ACTIVITY = SPACES
003420         MOVE 'NONE' TO DM-LAST-ACTIVITY
003430     END-IF
003440     MOVE DM-IDLE-DAYS TO DM-IDLE-ED
003450     MOVE SPACES TO RPT-LINE
003460     STRING OP-OPERATOR-ID DELIMITED BY SIZE
003470            ' ' DELIMITED BY SIZE
003480            OP-ROLE DELIMITED BY SIZE
003490            '  LAST ACTIVITY ' DELIMITED BY SIZE
003500            DM-LAST-ACTIVITY DELIMITED BY SIZE
003510            '  IDLE ' DELIMITED BY SIZE
003520            DM-IDLE-ED DELIMITED BY SIZE
003530            '  ' DELIMITED BY SIZE
003540            DM-ACTION-TEXT DELIMITED BY SIZE
003550         INTO RPT-LINE
003560     WRITE RPT-LINE
003570     .
003580 5000-WRITE-SUMMARY.
003590     MOVE SPACES TO RPT-LINE
003600     WRITE RPT-LINE
003610     STRING 'OPERATORS ' DELIMITED BY SIZE
003620            DM-READ-COUNT DELIMITED BY SIZE
003630            '  SUSPENDED TONIGHT ' DELIMITED BY SIZE
003640            DM-SUSPEND-COUNT DELIMITED BY SIZE
003650            '  ALREADY SUSPENDED ' DELIMITED BY SIZE
003660            DM-ALREADY-COUNT DELIMITED BY SIZE
003670            '  DORMANT LEFT ACTIVE ' DELIMITED BY SIZE
003680            DM-KEPT-COUNT DELIMITED BY SIZE
003690         INTO RPT-LINE
003700     WRITE RPT-LINE
003710     IF DM-OVERFLOW-COUNT > ZERO
003720         MOVE 4 TO DM-FINAL-RC
003730         MOVE SPACES TO RPT-LINE
003740         STRING 'ACTIVITY TABLE FULL - ' DELIMITED BY SIZE
003750                DM-OVERFLOW-COUNT DELIMITED BY SIZE
003760                ' AUDIT RECORDS NOT COUNTED' DELIMITED BY SIZE
003770             INTO RPT-LINE
003780         WRITE RPT-LINE
003790     END-IF
003800     .
