000010
000020* YAGECHK
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YAGECHK.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YAGECHK IS THE SHARED AGE CHECK FOR AGE-RESTRICTED AWARDS, IN
000100* THE LEAPCALC/DATEVAL MOLD.  VOUCHGEN, PUZPRIZE AND YJACKPOT CALL
000110* IT BEFORE AN AWARD GOES OUT.  THE MINIMUM AGE FOR EACH AWARD
000120* TYPE COMES OFF THE YAGEPRM PARAMETER TABLE (ONE AWARD TYPE AND
000130* ITS MINIMUM AGE PER LINE, LOADED ONCE PER RUN); A TYPE WITH NO
000140* ROW, OR NO TABLE AT ALL, TAKES THE HOUSE MINIMUM OF 18, AND A
000150* ROW OF ZERO LIFTS THE RESTRICTION FOR THAT TYPE.  THE BIRTH DATE
000160* COMES OFF YPLAYERF.  AN UNREGISTERED PLAYER, A PLAYER WITH NO
000170* BIRTH DATE, AND A PLAYER UNDER THE MINIMUM ARE ALL HELD, AS IS
000180* EVERY RESTRICTED AWARD WHEN THE PLAYER MASTER CANNOT BE OPENED
000190* (THE SHARED STATUS THEN COMES BACK AT ERROR).  AGE IS COUNTED IN
000200* WHOLE BIRTHDAYS REACHED; A FEB 29 BIRTHDAY IS REACHED ON MAR 1
000210* IN A YEAR LEAPCALC SAYS IS NOT A LEAP YEAR.
000220*
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15 RJ    ORIGINAL PROGRAM
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT YAGEPRM ASSIGN TO "YAGEPRM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS YG-PRM-STATUS.
000350     SELECT YPLAYERF ASSIGN TO "YPLAYERF"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS YP-PLAYER-ID
000390         FILE STATUS IS YG-PLF-STATUS.
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  YAGEPRM.
000430 01  AP-AGE-PARM-RECORD.
000440     05  AP-AWARD-TYPE          PIC X(08).
000450     05  AP-MINIMUM-AGE         PIC X(03).
000460 FD  YPLAYERF.
000470 COPY "YPLAYER.cpy".
000480 WORKING-STORAGE SECTION.
000490 01  YG-AGE-TABLE.
000500     05  YG-TYPE-COUNT          PIC 9(02) VALUE ZERO.
000510     05  YG-TYPE-ENTRY OCCURS 20 TIMES.
000520         10  YG-TAB-AWARD-TYPE  PIC X(08).
000530         10  YG-TAB-MINIMUM-AGE PIC 9(03).
000540 01  YG-WORK-FIELDS.
000550     05  YG-PRM-STATUS          PIC X(02) VALUE SPACES.
000560         88  YG-PRM-OK              VALUE '00'.
000570         88  YG-PRM-EOF             VALUE '10'.
000580     05  YG-PLF-STATUS          PIC X(02) VALUE SPACES.
000590         88  YG-PLF-OK              VALUE '00'.
000600     05  YG-TABLE-SWITCH        PIC X(01) VALUE 'N'.
000610         88  YG-TABLE-IS-LOADED     VALUE 'Y'.
000620     05  YG-PLF-SWITCH          PIC X(01) VALUE 'N'.
000630         88  YG-PLF-OPEN-TRIED      VALUE 'Y'.
000640     05  YG-PLF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000650         88  YG-PLF-IS-OPEN         VALUE 'Y'.
000660     05  YG-HOUSE-MINIMUM-AGE   PIC 9(03) VALUE 18.
000670     05  YG-TYPE-IX             PIC 9(02) VALUE ZERO.
000680     05  YG-BIRTHDAY-MMDD       PIC 9(04) VALUE ZERO.
000690     05  YG-AS-OF-MMDD          PIC 9(04) VALUE ZERO.
000700     05  YG-BIRTH-YYYYMMDD      PIC 9(08) VALUE ZERO.
000710     05  YG-AS-OF-YYYYMMDD      PIC 9(08) VALUE ZERO.
000720 COPY "LEAPCALC.cpy".
000730 LINKAGE SECTION.
000740 COPY "YAGECKLK.cpy".
000750 PROCEDURE DIVISION USING AG-PARMS.
000760 0000-MAINLINE.
000770     SET PS-STATUS-NORMAL OF AG-PARMS TO TRUE
000780     SET AG-AWARD-IS-CLEAR TO TRUE
000790     MOVE SPACES TO AG-REASON
000800     MOVE ZERO TO AG-PLAYER-AGE
000810     PERFORM 1000-LOAD-AGE-TABLE
000820     PERFORM 2000-FIND-MINIMUM-AGE
000830     IF AG-MINIMUM-AGE > ZERO
000840         PERFORM 3000-READ-PLAYER
000850         IF AG-AWARD-IS-CLEAR
000860             PERFORM 4000-COMPUTE-AGE
000870         END-IF
000880     END-IF
000890     GOBACK.
000900* 1000-LOAD-AGE-TABLE - ONCE PER RUN.  A ROW WHOSE AGE IS NOT
000910* NUMERIC IS SKIPPED, SO THE TYPE FALLS BACK TO THE HOUSE MINIMUM.
000920 1000-LOAD-AGE-TABLE.
000930     IF NOT YG-TABLE-IS-LOADED
000940         SET YG-TABLE-IS-LOADED TO TRUE
000950         OPEN INPUT YAGEPRM
000960         IF YG-PRM-OK
000970             PERFORM 1100-READ-NEXT-PARM
000980             PERFORM UNTIL YG-PRM-EOF
000990                     OR YG-TYPE-COUNT >= 20
001000                 IF AP-MINIMUM-AGE IS NUMERIC
001010                     ADD 1 TO YG-TYPE-COUNT
001020                     MOVE AP-AWARD-TYPE
001030                         TO YG-TAB-AWARD-TYPE(YG-TYPE-COUNT)
001040                     MOVE AP-MINIMUM-AGE
001050                         TO YG-TAB-MINIMUM-AGE(YG-TYPE-COUNT)
001060                 END-IF
001070                 PERFORM 1100-READ-NEXT-PARM
001080             END-PERFORM
001090             CLOSE YAGEPRM
001100         END-IF
001110     END-IF
001120     .
001130 1100-READ-NEXT-PARM.
001140     READ YAGEPRM
001150         AT END
001160             SET YG-PRM-EOF TO TRUE
001170     END-READ
001180     .
001190 2000-FIND-MINIMUM-AGE.
001200     MOVE YG-HOUSE-MINIMUM-AGE TO AG-MINIMUM-AGE
001210     PERFORM VARYING YG-TYPE-IX FROM 1 BY 1
001220             UNTIL YG-TYPE-IX > YG-TYPE-COUNT
001230         IF YG-TAB-AWARD-TYPE(YG-TYPE-IX) = AG-AWARD-TYPE
001240             MOVE YG-TAB-MINIMUM-AGE(YG-TYPE-IX)
001250                 TO AG-MINIMUM-AGE
001260         END-IF
001270     END-PERFORM
001280     .
001290* 3000-READ-PLAYER - THE PLAYER MASTER IS OPENED ON THE FIRST
001300* RESTRICTED AWARD AND LEFT OPEN FOR THE REST OF THE RUN.
001310 3000-READ-PLAYER.
001320     IF NOT YG-PLF-OPEN-TRIED
001330         SET YG-PLF-OPEN-TRIED TO TRUE
001340         OPEN INPUT YPLAYERF
001350         IF YG-PLF-OK
001360             SET YG-PLF-IS-OPEN TO TRUE
001370         END-IF
001380     END-IF
001390     IF NOT YG-PLF-IS-OPEN
001400         SET PS-STATUS-ERROR OF AG-PARMS TO TRUE
001410         SET AG-AWARD-IS-HELD TO TRUE
001420         MOVE 'NO PLAYER MASTER' TO AG-REASON
001430     ELSE
001440         MOVE AG-PLAYER-ID TO YP-PLAYER-ID
001450         READ YPLAYERF
001460             INVALID KEY
001470                 SET AG-AWARD-IS-HELD TO TRUE
001480                 MOVE 'NOT REGISTERED' TO AG-REASON
001490             NOT INVALID KEY
001500                 IF YP-BIRTH-DATE IS NOT NUMERIC
001510                     SET AG-AWARD-IS-HELD TO TRUE
001520                     MOVE 'NO DATE OF BIRTH' TO AG-REASON
001530                 END-IF
001540         END-READ
001550     END-IF
001560     .
001570* 4000-COMPUTE-AGE - WHOLE YEARS, LESS ONE WHEN THIS YEAR'S
001580* BIRTHDAY IS STILL AHEAD OF THE AWARD DATE.  A FEB 29 BIRTHDAY
001590* FALLS ON MAR 1 WHEN THE AWARD YEAR HAS NO FEB 29.
001600 4000-COMPUTE-AGE.
001610     MOVE YP-BIRTH-DATE TO YG-BIRTH-YYYYMMDD
001620     MOVE AG-AS-OF-DATE TO YG-AS-OF-YYYYMMDD
001630     IF YG-BIRTH-YYYYMMDD > YG-AS-OF-YYYYMMDD
001640         SET AG-AWARD-IS-HELD TO TRUE
001650         MOVE 'BIRTH DATE IN FUTURE' TO AG-REASON
001660     ELSE
001670         COMPUTE YG-BIRTHDAY-MMDD =
001680             (YP-BIRTH-MONTH * 100) + YP-BIRTH-DAY
001690         COMPUTE YG-AS-OF-MMDD =
001700             (AG-AS-OF-MONTH * 100) + AG-AS-OF-DAY
001710         IF YG-BIRTHDAY-MMDD = 0229
001720             MOVE AG-AS-OF-YEAR TO LC-YEAR
001730             CALL 'LEAPCALC' USING LC-PARMS
001740             IF LC-RESULT NOT = 1
001750                 MOVE 0301 TO YG-BIRTHDAY-MMDD
001760             END-IF
001770         END-IF
001780         COMPUTE AG-PLAYER-AGE = AG-AS-OF-YEAR - YP-BIRTH-YEAR
001790         IF YG-AS-OF-MMDD < YG-BIRTHDAY-MMDD
001800             SUBTRACT 1 FROM AG-PLAYER-AGE
001810         END-IF
001820         IF AG-PLAYER-AGE < AG-MINIMUM-AGE
001830             SET AG-AWARD-IS-HELD TO TRUE
001840             MOVE 'UNDER MINIMUM AGE' TO AG-REASON
001850         END-IF
001860     END-IF
001870     .
