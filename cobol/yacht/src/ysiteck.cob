000010
000020* YSITECK
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YSITECK.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YSITECK IS THE SHARED SITE LOOKUP, IN THE YTRAINCK MOLD.  GIVEN
000100* A TERMINAL ID IT FINDS THE SITE THE TERMINAL STANDS IN FROM THE
000110* YTERMF TERMINAL MASTER; GIVEN ONLY A SITE CODE IT CHECKS THE
000120* CODE.  EITHER WAY THE SITE IS THEN LOOKED UP ON THE YSITEF SITE
000130* MASTER FOR ITS NAME AND WHETHER IT IS STILL OPEN.  A BLANK SITE
000140* CODE, ON A TERMINAL OR PASSED IN, IS SITE 01, AND SITE 01 IS
000150* ALWAYS GOOD EVEN BEFORE IT HAS BEEN KEYED TO THE SITE MASTER -
000160* THAT IS THE FLOOR EVERY RECORD BEFORE THE SECOND SITE BELONGS
000170* TO.  AN UNREGISTERED TERMINAL IS TAKEN AS SITE 01 AT WARNING; A
000180* CLOSED SITE COMES BACK AT WARNING AND A SITE CODE NOT ON THE
000190* MASTER AT ERROR.  BOTH MASTERS ARE OPENED ON THE FIRST CALL AND
000200* LEFT OPEN FOR THE REST OF THE RUN.
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
000310     SELECT YTERMF ASSIGN TO "YTERMF"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS TR-TERMINAL-ID
000350         FILE STATUS IS SC-TRF-STATUS.
000360     SELECT YSITEF ASSIGN TO "YSITEF"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS SI-SITE-CODE
000400         FILE STATUS IS SC-SIT-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  YTERMF.
000440 COPY "YTERM.cpy".
000450 FD  YSITEF.
000460 COPY "YSITE.cpy".
000470 WORKING-STORAGE SECTION.
000480 01  SC-WORK-FIELDS.
000490     05  SC-TRF-STATUS          PIC X(02) VALUE SPACES.
000500         88  SC-TRF-OK              VALUE '00'.
000510     05  SC-TRF-SWITCH          PIC X(01) VALUE 'N'.
000520         88  SC-TRF-OPEN-TRIED      VALUE 'Y'.
000530     05  SC-TRF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000540         88  SC-TRF-IS-OPEN         VALUE 'Y'.
000550     05  SC-SIT-STATUS          PIC X(02) VALUE SPACES.
000560         88  SC-SIT-OK              VALUE '00'.
000570     05  SC-SIT-SWITCH          PIC X(01) VALUE 'N'.
000580         88  SC-SIT-OPEN-TRIED      VALUE 'Y'.
000590     05  SC-SIT-OPEN-FLAG       PIC X(01) VALUE 'N'.
000600         88  SC-SIT-IS-OPEN         VALUE 'Y'.
000610     05  SC-FOUND-FLAG          PIC X(01) VALUE 'N'.
000620         88  SC-SITE-FOUND          VALUE 'Y'.
000630 LINKAGE SECTION.
000640 COPY "YSITELK.cpy".
000650 PROCEDURE DIVISION USING SE-PARMS.
000660 0000-MAINLINE.
000670     SET PS-STATUS-NORMAL OF SE-PARMS TO TRUE
000680     MOVE SPACES TO SE-SITE-NAME
000690     SET SE-SITE-IS-OPEN TO TRUE
000700     IF SE-TERMINAL-ID NOT = SPACES
000710         PERFORM 1000-FIND-TERMINAL-SITE
000720     END-IF
000730     IF SE-SITE-CODE = SPACES
000740         MOVE '01' TO SE-SITE-CODE
000750     END-IF
000760     PERFORM 2000-LOOK-UP-SITE
000770     GOBACK.
000780* 1000-FIND-TERMINAL-SITE - THE SITE STAMPED ON THE TERMINAL'S
000790* MASTER RECORD.  A TERMINAL NOT ON FILE, OR A MASTER THAT WILL
000800* NOT OPEN, LEAVES THE HOME SITE AT WARNING.
000810 1000-FIND-TERMINAL-SITE.
000820     MOVE SPACES TO SE-SITE-CODE
000830     IF NOT SC-TRF-OPEN-TRIED
000840         SET SC-TRF-OPEN-TRIED TO TRUE
000850         OPEN INPUT YTERMF
000860         IF SC-TRF-OK
000870             SET SC-TRF-IS-OPEN TO TRUE
000880         END-IF
000890     END-IF
000900     IF NOT SC-TRF-IS-OPEN
000910         SET PS-STATUS-WARNING OF SE-PARMS TO TRUE
000920     ELSE
000930         MOVE SE-TERMINAL-ID TO TR-TERMINAL-ID
000940         READ YTERMF
000950             INVALID KEY
000960                 SET PS-STATUS-WARNING OF SE-PARMS TO TRUE
000970             NOT INVALID KEY
000980                 MOVE TR-SITE-CODE TO SE-SITE-CODE
000990         END-READ
001000     END-IF
001010     .
001020* 2000-LOOK-UP-SITE - NAME AND STATUS OFF THE SITE MASTER.  THE
001030* HOME SITE NEED NOT BE ON IT; ANY OTHER CODE MUST BE.
001040 2000-LOOK-UP-SITE.
001050     MOVE 'N' TO SC-FOUND-FLAG
001060     IF NOT SC-SIT-OPEN-TRIED
001070         SET SC-SIT-OPEN-TRIED TO TRUE
001080         OPEN INPUT YSITEF
001090         IF SC-SIT-OK
001100             SET SC-SIT-IS-OPEN TO TRUE
001110         END-IF
001120     END-IF
001130     IF SC-SIT-IS-OPEN
001140         MOVE SE-SITE-CODE TO SI-SITE-CODE
001150         READ YSITEF
001160             INVALID KEY
001170                 CONTINUE
001180             NOT INVALID KEY
001190                 SET SC-SITE-FOUND TO TRUE
001200         END-READ
001210     END-IF
001220     EVALUATE TRUE
001230         WHEN SC-SITE-FOUND
001240             MOVE SI-SITE-NAME TO SE-SITE-NAME
001250             IF SI-SITE-IS-CLOSED
001260                 SET SE-SITE-IS-CLOSED TO TRUE
001270                 SET PS-STATUS-WARNING OF SE-PARMS TO TRUE
001280             END-IF
001290         WHEN SE-HOME-SITE
001300             MOVE 'HOME SITE' TO SE-SITE-NAME
001310         WHEN OTHER
001320             SET SE-SITE-IS-UNKNOWN TO TRUE
001330             SET PS-STATUS-ERROR OF SE-PARMS TO TRUE
001340     END-EVALUATE
001350     .
