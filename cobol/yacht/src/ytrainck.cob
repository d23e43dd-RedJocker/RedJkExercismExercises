000010
000020* YTRAINCK
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YTRAINCK.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YTRAINCK IS THE SHARED TRAINING-GAME CHECK, IN THE YAGECHK MOLD.
000100* A GAME IS A TRAINING GAME WHEN ITS TERMINAL IS MARKED FOR
000110* TRAINING ON THE YTERMF TERMINAL MASTER, OR WHEN ITS PLAYER ID
000120* FALLS IN THE RESERVED TRAINING RANGE ON YTRAINLK.CPY.  YACHTONL
000130* CALLS IT WHEN A CARD IS OPENED, TO WAIVE THE FEE AND STAMP THE
000140* CARD; THE PROGRAMS THAT WORK FROM THE YACHTAUDF AUDIT LOG RATHER
000150* THAN THE CARD (YJACKPOT, YACHAWD) CALL IT TO LEAVE TRAINING PLAY
000160* OUT.  THE TERMINAL MASTER IS OPENED ON THE FIRST CALL AND LEFT
000170* OPEN FOR THE REST OF THE RUN.  AN UNREGISTERED TERMINAL COUNTS
000180* AS LIVE.  WHEN THE MASTER CANNOT BE OPENED ONLY THE PLAYER RANGE
000190* IS TESTED AND THE SHARED STATUS COMES BACK AT WARNING.
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
000300     SELECT YTERMF ASSIGN TO "YTERMF"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS TR-TERMINAL-ID
000340         FILE STATUS IS TC-TRF-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  YTERMF.
000380 COPY "YTERM.cpy".
000390 WORKING-STORAGE SECTION.
000400 01  TC-WORK-FIELDS.
000410     05  TC-TRF-STATUS          PIC X(02) VALUE SPACES.
000420         88  TC-TRF-OK              VALUE '00'.
000430     05  TC-TRF-SWITCH          PIC X(01) VALUE 'N'.
000440         88  TC-TRF-OPEN-TRIED      VALUE 'Y'.
000450     05  TC-TRF-OPEN-FLAG       PIC X(01) VALUE 'N'.
000460         88  TC-TRF-IS-OPEN         VALUE 'Y'.
000470 LINKAGE SECTION.
000480 COPY "YTRAINLK.cpy".
000490 PROCEDURE DIVISION USING TG-PARMS.
000500 0000-MAINLINE.
000510     SET PS-STATUS-NORMAL OF TG-PARMS TO TRUE
000520     SET TG-LIVE-GAME TO TRUE
000530     MOVE SPACE TO TG-REASON
000540     PERFORM 1000-CHECK-TERMINAL
000550     IF TG-LIVE-GAME AND TG-TRAINING-PLAYER-ID
000560         SET TG-TRAINING-GAME TO TRUE
000570         SET TG-REASON-PLAYER TO TRUE
000580     END-IF
000590     GOBACK.
000600* 1000-CHECK-TERMINAL - THE TERMINAL MASTER IS OPENED ON THE
000610* FIRST CALL AND LEFT OPEN FOR THE REST OF THE RUN.
000620 1000-CHECK-TERMINAL.
000630     IF NOT TC-TRF-OPEN-TRIED
000640         SET TC-TRF-OPEN-TRIED TO TRUE
000650         OPEN INPUT YTERMF
000660         IF TC-TRF-OK
000670             SET TC-TRF-IS-OPEN TO TRUE
000680         END-IF
000690     END-IF
000700     IF NOT TC-TRF-IS-OPEN
000710         SET PS-STATUS-WARNING OF TG-PARMS TO TRUE
000720     ELSE
000730         MOVE TG-TERMINAL-ID TO TR-TERMINAL-ID
000740         READ YTERMF
000750             INVALID KEY
000760                 CONTINUE
000770             NOT INVALID KEY
000780                 IF TR-TRAINING-TERMINAL
000790                     SET TG-TRAINING-GAME TO TRUE
000800                     SET TG-REASON-TERMINAL TO TRUE
000810                 END-IF
000820         END-READ
000830     END-IF
000840     .
