000010
000020* PARMGET
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    PARMGET.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* PARMGET IS THE SHARED LOOKUP INTO THE BIZPARMF
000100* BUSINESS-PARAMETER MASTER, IN THE FISCPER MOLD.  A BATCH CALLS
000110* IT AT START-UP ONCE FOR EACH OF ITS TUNING KNOBS, PASSING ITS
000120* OWN BUILT-IN VALUE, AND RUNS WITH WHATEVER COMES BACK.  A ROW
000130* WHOSE EFFECTIVE DATE HAS ARRIVED GIVES ITS VALUE; ONE STILL
000140* WAITING FOR ITS EFFECTIVE DATE GIVES THE PRIOR VALUE IT
000150* REPLACES.  NO ROW, OR NO MASTER AT ALL, GIVES BACK THE BUILT-IN
000160* VALUE, SO A PROGRAM BEHAVES EXACTLY AS IT DID BEFORE ITS ROW WAS
000170* SET UP.  A ROW VALUE TOO LARGE FOR THE CALLER'S FIELD IS NOT
000180* TRUNCATED - THE BUILT-IN VALUE IS USED AND THE STATUS COMES BACK
000190* AT WARNING.
000200*
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15 RJ    ORIGINAL PROGRAM
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER.   IBM-370.
000270 OBJECT-COMPUTER.   IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BIZPARMF ASSIGN TO "BIZPARMF"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS BP-PARM-KEY
000340         FILE STATUS IS KG-PRM-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  BIZPARMF.
000380 COPY "BIZPARM.cpy".
000390 WORKING-STORAGE SECTION.
000400 01  KG-WORK-FIELDS.
000410     05  KG-PRM-STATUS          PIC X(02) VALUE SPACES.
000420         88  KG-PRM-OK              VALUE '00'.
000430     05  KG-PRM-SWITCH          PIC X(01) VALUE 'N'.
000440         88  KG-PRM-OPEN-TRIED      VALUE 'Y'.
000450     05  KG-PRM-OPEN-FLAG       PIC X(01) VALUE 'N'.
000460         88  KG-PRM-IS-OPEN         VALUE 'Y'.
000470     05  KG-CURRENT-TS          PIC X(21) VALUE SPACES.
000480     05  KG-RUN-DATE            PIC X(08) VALUE SPACES.
000490 LINKAGE SECTION.
000500 COPY "PARMGTLK.cpy".
000510 PROCEDURE DIVISION USING NP-PARMS.
000520 0000-MAINLINE.
000530     SET PS-STATUS-NORMAL OF NP-PARMS TO TRUE
000540     MOVE NP-DEFAULT-VALUE TO NP-VALUE
000550     SET NP-FROM-BUILT-IN TO TRUE
000560     PERFORM 1000-OPEN-PARAMETER-FILE
000570     IF KG-PRM-IS-OPEN
000580         PERFORM 2000-READ-PARAMETER-ROW
000590     END-IF
000600     EVALUATE TRUE
000610         WHEN NP-FROM-MASTER
000620             MOVE 'MASTER' TO NP-SOURCE-TEXT
000630         WHEN NP-MASTER-TOO-LARGE
000640             MOVE 'TOO BIG' TO NP-SOURCE-TEXT
000650         WHEN OTHER
000660             MOVE 'BUILT-IN' TO NP-SOURCE-TEXT
000670     END-EVALUATE
000680     GOBACK.
000690* 1000-OPEN-PARAMETER-FILE - OPENED ON THE FIRST CALL AND LEFT
000700* OPEN FOR THE REST OF THE RUN.
000710 1000-OPEN-PARAMETER-FILE.
000720     IF NOT KG-PRM-OPEN-TRIED
000730         SET KG-PRM-OPEN-TRIED TO TRUE
000740         MOVE FUNCTION CURRENT-DATE TO KG-CURRENT-TS
000750         MOVE KG-CURRENT-TS(1:8) TO KG-RUN-DATE
000760         OPEN INPUT BIZPARMF
000770         IF KG-PRM-OK
000780             SET KG-PRM-IS-OPEN TO TRUE
000790         END-IF
000800     END-IF
000810     .
000820* 2000-READ-PARAMETER-ROW - THE VALUE IN FORCE TODAY, IF IT FITS.
000830 2000-READ-PARAMETER-ROW.
000840     MOVE NP-PROGRAM-ID TO BP-PROGRAM-ID
000850     MOVE NP-PARM-NAME TO BP-PARM-NAME
000860     READ BIZPARMF
000870         INVALID KEY
000880             CONTINUE
000890         NOT INVALID KEY
000900             IF BP-EFFECTIVE-DATE > KG-RUN-DATE
000910                 MOVE BP-PRIOR-VALUE TO NP-VALUE
000920             ELSE
000930                 MOVE BP-PARM-VALUE TO NP-VALUE
000940             END-IF
000950             SET NP-FROM-MASTER TO TRUE
000960             IF NP-LIMIT-VALUE > ZERO
000970                     AND NP-VALUE > NP-LIMIT-VALUE
000980                 MOVE NP-DEFAULT-VALUE TO NP-VALUE
000990                 SET NP-MASTER-TOO-LARGE TO TRUE
001000                 SET PS-STATUS-WARNING OF NP-PARMS TO TRUE
001010             END-IF
001020     END-READ
001030     .
