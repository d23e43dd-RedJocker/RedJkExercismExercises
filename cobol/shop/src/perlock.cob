000010
000020* PERLOCK
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PERLOCK.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PERLOCK IS THE SHARED POSTING-PERIOD LOCKOUT, IN THE FISCPER
000100* MOLD.  EVERY PROGRAM THAT WRITES A MONEY-MOVING ENTRY -
000110* BILLAPPR, YACHTADJ, VOUCHRED AND GLDAILY - PASSES THE DATE THE
000120* ACTIVITY BELONGS TO AND POSTS IN THE PERIOD THAT COMES
000130* BACK.  THE DATE'S FISCAL PERIOD COMES FROM FISCPER; WHEN
000140* PERCLOSE HAS CLOSED THAT PERIOD ON THE PERIODF CONTROL FILE, THE
000150* ENTRY IS MOVED FORWARD INTO THE CURRENT OPEN PERIOD - TODAY'S
000160* PERIOD, OR THE FIRST ONE AFTER IT NOT YET CLOSED - AND FLAGGED
000170* AS A PRIOR-PERIOD ADJUSTMENT, SO A LATE ENTRY NEVER LANDS IN
000180* BOOKS ALREADY SIGNED OFF.  A PERIOD AT CLOSING IS STILL OPEN FOR
000190* POSTING; THE CLOSE CANNOT FINISH UNTIL ITS LAST ITEMS ARE
000200* IN.  NO CONTROL FILE MEANS NOTHING HAS BEEN CLOSED.
000210*
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15 RJ    ORIGINAL PROGRAM
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000280 OBJECT-COMPUTER.   IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PERIODF ASSIGN TO "PERIODF"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS AX-PERIOD
000350         FILE STATUS IS LQ-PER-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  PERIODF.
000390 COPY "ACPERIOD.cpy".
000400 WORKING-STORAGE SECTION.
000410 01  LQ-WORK-FIELDS.
000420     05  LQ-PER-STATUS          PIC X(02) VALUE SPACES.
000430         88  LQ-PER-OK              VALUE '00'.
000440     05  LQ-PER-SWITCH          PIC X(01) VALUE 'N'.
000450         88  LQ-PER-OPEN-TRIED      VALUE 'Y'.
000460     05  LQ-PER-OPEN-FLAG       PIC X(01) VALUE 'N'.
000470         88  LQ-PER-IS-OPEN         VALUE 'Y'.
000480     05  LQ-LOCK-FLAG           PIC X(01) VALUE 'N'.
000490         88  LQ-PERIOD-IS-LOCKED    VALUE 'Y'.
000500         88  LQ-PERIOD-IS-FREE      VALUE 'N'.
000510     05  LQ-CURRENT-TS          PIC X(21) VALUE SPACES.
000520     05  LQ-STEP-COUNT          PIC 9(02) VALUE ZERO.
000530     05  LQ-WORK-PERIOD         PIC X(06) VALUE SPACES.
000540     05  LQ-WORK-PERIOD-PARTS REDEFINES LQ-WORK-PERIOD.
000550         10  LQ-WORK-YEAR       PIC 9(04).
000560         10  LQ-WORK-NO         PIC 9(02).
000570 COPY "FISCPRLK.cpy".
000580 LINKAGE SECTION.
000590 COPY "PERLOKLK.cpy".
000600 PROCEDURE DIVISION USING PQ-PARMS.
000610 0000-MAINLINE.
000620     SET PS-STATUS-NORMAL OF PQ-PARMS TO TRUE
000630     SET PQ-IN-OWN-PERIOD TO TRUE
000640     MOVE SPACES TO PQ-ACTIVITY-PERIOD
000650     MOVE SPACES TO PQ-POSTING-PERIOD
000660     PERFORM 1000-OPEN-PERIOD-FILE
000670     MOVE PQ-YEAR TO FP-YEAR
000680     MOVE PQ-MONTH TO FP-MONTH
000690     MOVE PQ-DAY TO FP-DAY
000700     CALL 'FISCPER' USING FP-PARMS
000710     IF PS-STATUS-ERROR OF FP-PARMS
000720         SET PS-STATUS-ERROR OF PQ-PARMS TO TRUE
000730     ELSE
000740         MOVE FP-FISCAL-PERIOD TO PQ-ACTIVITY-PERIOD
000750         MOVE FP-FISCAL-PERIOD TO PQ-POSTING-PERIOD
000760         MOVE FP-FISCAL-PERIOD TO LQ-WORK-PERIOD
000770         PERFORM 2000-CHECK-WORK-PERIOD
000780         IF LQ-PERIOD-IS-LOCKED
000790             SET PQ-PRIOR-PERIOD-ADJ TO TRUE
000800             PERFORM 3000-FIND-OPEN-PERIOD
000810         END-IF
000820     END-IF
000830     GOBACK.
000840* 1000-OPEN-PERIOD-FILE - OPENED ON THE FIRST CALL AND LEFT OPEN
000850* FOR THE REST OF THE RUN.
000860 1000-OPEN-PERIOD-FILE.
000870     IF NOT LQ-PER-OPEN-TRIED
000880         SET LQ-PER-OPEN-TRIED TO TRUE
000890         OPEN INPUT PERIODF
000900         IF LQ-PER-OK
000910             SET LQ-PER-IS-OPEN TO TRUE
000920         END-IF
000930     END-IF
000940     .
000950 2000-CHECK-WORK-PERIOD.
000960     SET LQ-PERIOD-IS-FREE TO TRUE
000970     IF LQ-PER-IS-OPEN
000980         MOVE LQ-WORK-PERIOD TO AX-PERIOD
000990         READ PERIODF
001000             INVALID KEY
001010                 CONTINUE
001020             NOT INVALID KEY
001030                 IF AX-PERIOD-IS-CLOSED
001040                     SET LQ-PERIOD-IS-LOCKED TO TRUE
001050                 END-IF
001060         END-READ
001070     END-IF
001080     .
001090* 3000-FIND-OPEN-PERIOD - START FROM TODAY'S PERIOD, OR THE ONE
001100* AFTER THE ACTIVITY'S IF TODAY IS NO LATER, AND STEP FORWARD PAST
001110* ANY PERIOD ALREADY CLOSED.
001120 3000-FIND-OPEN-PERIOD.
001130     MOVE FUNCTION CURRENT-DATE TO LQ-CURRENT-TS
001140     MOVE LQ-CURRENT-TS(1:4) TO FP-YEAR
001150     MOVE LQ-CURRENT-TS(5:2) TO FP-MONTH
001160     MOVE LQ-CURRENT-TS(7:2) TO FP-DAY
001170     CALL 'FISCPER' USING FP-PARMS
001180     IF PS-STATUS-ERROR OF FP-PARMS
001190             OR FP-FISCAL-PERIOD NOT > PQ-ACTIVITY-PERIOD
001200         MOVE PQ-ACTIVITY-PERIOD TO LQ-WORK-PERIOD
001210         PERFORM 3100-STEP-ONE-PERIOD
001220     ELSE
001230         MOVE FP-FISCAL-PERIOD TO LQ-WORK-PERIOD
001240     END-IF
001250     MOVE ZERO TO LQ-STEP-COUNT
001260     PERFORM 2000-CHECK-WORK-PERIOD
001270     PERFORM UNTIL LQ-PERIOD-IS-FREE
001280             OR LQ-STEP-COUNT >= 24
001290         PERFORM 3100-STEP-ONE-PERIOD
001300         ADD 1 TO LQ-STEP-COUNT
001310         PERFORM 2000-CHECK-WORK-PERIOD
001320     END-PERFORM
001330     MOVE LQ-WORK-PERIOD TO PQ-POSTING-PERIOD
001340     .
001350* 3100-STEP-ONE-PERIOD - TWELVE PERIODS TO THE FISCAL YEAR.
001360 3100-STEP-ONE-PERIOD.
001370     IF LQ-WORK-NO >= 12
001380         ADD 1 TO LQ-WORK-YEAR
001390         MOVE 1 TO LQ-WORK-NO
001400     ELSE
001410         ADD 1 TO LQ-WORK-NO
001420     END-IF
001430     .
