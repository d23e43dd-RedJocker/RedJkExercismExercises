000010
000020* PUZSUBCK
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PUZSUBCK.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PUZSUBCK IS THE SUBMITTER CHECK CALLED BY ISOBATCH, PANBATCH,
000100* RSBATCH AND THE PUZZONL KIOSK TRANSACTION BEFORE A PUZZLE
000110* SUBMISSION IS SCORED.  IT READS SK-SUBMITTER-ID ON THE
000120* PUZSUBF SUBMITTER MASTER AND RETURNS OK, UNKNOWN, SUSPENDED
000130* OR BANNED, WITH A SHORT REASON FOR THE CALLER'S REPORT.  A
000140* SUSPENSION WHOSE END DATE HAS PASSED COUNTS AS ACTIVE - THE
000150* DESK DOES NOT HAVE TO KEY A REINSTATEMENT FOR EVERY ONE THAT
000160* RUNS OUT.  A MISSING PUZSUBF RETURNS OK WITH
000170* PS-STATUS-WARNING - NO MASTER MEANS NO ENFORCEMENT, NOT A
000180* FLOOR FULL OF REJECTIONS.  THE MASTER STAYS OPEN ACROSS CALLS
000190* WITHIN A RUN, THE SAME ONCE-PER-RUN PATTERN AS DICTCHK.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 RJ    ORIGINAL PROGRAM
000230*   2026-10-15 RJ    RETURN THE SUBMITTER'S QUOTA TIER IN SK-TIER
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PUZSUBF ASSIGN TO "PUZSUBF"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS SM-SUBMITTER-ID
000340         FILE STATUS IS SC-SUB-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PUZSUBF.
000380 COPY "PUZSUBM.cpy".
000390 WORKING-STORAGE SECTION.
000400 01  SC-WORK-FIELDS.
000410     05  SC-SUB-STATUS          PIC X(02) VALUE SPACES.
000420     05  SC-SUB-SWITCH          PIC X(01) VALUE SPACE.
000430         88  SC-SUB-FILE-IS-OPEN    VALUE 'Y'.
000440         88  SC-SUB-FILE-MISSING    VALUE 'N'.
000450         88  SC-SUB-NOT-YET-TRIED   VALUE SPACE.
000460     05  SC-CURRENT-TS          PIC X(21) VALUE SPACES.
000470     05  SC-TODAY               PIC X(08) VALUE SPACES.
000480 LINKAGE SECTION.
000490 COPY "PUZSUBLK.cpy".
000500 PROCEDURE DIVISION USING SK-PARMS.
000510 0000-MAINLINE.
000520     SET SK-SUBMITTER-OK TO TRUE
000530     MOVE SPACES TO SK-RESULT-TEXT
000530     MOVE SPACES TO SK-TIER
000540     PERFORM 1000-OPEN-MASTER
000550     IF SC-SUB-FILE-MISSING
000560         SET PS-STATUS-WARNING TO TRUE
000570     ELSE
000580         PERFORM 2000-LOOK-UP-SUBMITTER
000590         SET PS-STATUS-NORMAL TO TRUE
000600     END-IF
000610     GOBACK.
000620 1000-OPEN-MASTER.
000630     IF SC-SUB-NOT-YET-TRIED
000640         OPEN INPUT PUZSUBF
000650         IF SC-SUB-STATUS = '00'
000660             SET SC-SUB-FILE-IS-OPEN TO TRUE
000670         ELSE
000680             SET SC-SUB-FILE-MISSING TO TRUE
000690         END-IF
000700     END-IF
000710     .
000720* 2000-LOOK-UP-SUBMITTER - TODAY IS TAKEN ON EVERY CALL, NOT
000730* ONCE PER RUN, SINCE THE KIOSK TRANSACTION STAYS LOADED PAST
000740* MIDNIGHT AND A SUSPENSION ENDING TODAY MUST LAPSE TOMORROW.
000750 2000-LOOK-UP-SUBMITTER.
000760     MOVE FUNCTION CURRENT-DATE TO SC-CURRENT-TS
000770     MOVE SC-CURRENT-TS(1:8) TO SC-TODAY
000780     MOVE SK-SUBMITTER-ID TO SM-SUBMITTER-ID
000790     READ PUZSUBF
000800         INVALID KEY
000810             SET SK-SUBMITTER-UNKNOWN TO TRUE
000820             MOVE 'UNKNOWN SUBMITTER' TO SK-RESULT-TEXT
000830         NOT INVALID KEY
000840             MOVE SM-TIER TO SK-TIER
000840             PERFORM 2100-WEIGH-STATUS
000850     END-READ
000860     .
000870 2100-WEIGH-STATUS.
000880     EVALUATE TRUE
000890         WHEN SM-IS-BANNED
000900             SET SK-SUBMITTER-BANNED TO TRUE
000910             MOVE 'BANNED SUBMITTER' TO SK-RESULT-TEXT
000920         WHEN SM-IS-SUSPENDED
000930                 AND SM-SUSPEND-END-DATE = SPACES
000940             SET SK-SUBMITTER-SUSPENDED TO TRUE
000950             MOVE 'SUSPENDED SUBMITTER' TO SK-RESULT-TEXT
000960         WHEN SM-IS-SUSPENDED
000970                 AND SM-SUSPEND-END-DATE >= SC-TODAY
000980             SET SK-SUBMITTER-SUSPENDED TO TRUE
000990             STRING 'SUSPENDED THROUGH ' DELIMITED BY SIZE
001000                    SM-SUSPEND-END-DATE  DELIMITED BY SIZE
001010                 INTO SK-RESULT-TEXT
001020         WHEN OTHER
001030             SET SK-SUBMITTER-OK TO TRUE
001040     END-EVALUATE
001050     .
