000010
000020* YSITMNT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    YSITMNT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* YSITMNT IS THE MAINTENANCE PROGRAM FOR THE SITE MASTER FILE
000100* (YSITEF), IN THE SAME MOLD AS YTRMMNT.  HEAD OFFICE KEYS ONE
000110* TRANSACTION PER LINE INTO YSITETXN - 'A' TO ADD A SITE, 'C' TO
000120* CHANGE ITS NAME, STATUS OR DATES, 'D' TO DELETE - AND THIS
000130* PROGRAM APPLIES EACH ONE TO THE MASTER, WRITING AN APPLIED-OR-
000140* REJECTED LINE PER TRANSACTION AND A TOTALS LINE TO YSITERPT.
000150* A SITE IS CLOSED WITH A 'C' TO STATUS 'C' RATHER THAN DELETED,
000160* SO ITS HISTORY STILL PRINTS UNDER ITS NAME.  SITE 01, THE
000170* ORIGINAL FLOOR EVERY BLANK SITE CODE BELONGS TO, CANNOT BE
000180* DELETED.  AN ADD FOR A SITE ALREADY ON FILE, OR A CHANGE OR
000190* DELETE FOR ONE THAT IS NOT, IS REJECTED RATHER THAN APPLIED
000200* BLIND.
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
000310     SELECT YSITETXN ASSIGN TO "YSITETXN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS SM-TXN-STATUS.
000340     SELECT YSITEF ASSIGN TO "YSITEF"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS SI-SITE-CODE
000380         FILE STATUS IS SM-SIT-STATUS.
000390     SELECT YSITERPT ASSIGN TO "YSITERPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS SM-RPT-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  YSITETXN.
000450 01  ST-RECORD.
000460     05  ST-ACTION              PIC X(01).
000470         88  ST-ACTION-ADD          VALUE 'A'.
000480         88  ST-ACTION-CHANGE       VALUE 'C'.
000490         88  ST-ACTION-DELETE       VALUE 'D'.
000500     05  ST-SITE-CODE           PIC X(02).
000510     05  ST-SITE-NAME           PIC X(30).
000520     05  ST-SITE-STATUS         PIC X(01).
000530         88  ST-SITE-STATUS-VALID   VALUE 'O' 'C' SPACE.
000540     05  ST-OPEN-DATE           PIC X(08).
000550     05  ST-CLOSE-DATE          PIC X(08).
000560 FD  YSITEF.
000570 COPY "YSITE.cpy".
000580 FD  YSITERPT
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  RPT-LINE                   PIC X(80).
000610 WORKING-STORAGE SECTION.
000620 01  SM-WORK-FIELDS.
000630     05  SM-TXN-STATUS          PIC X(02) VALUE SPACES.
000640         88  SM-TXN-OK              VALUE '00'.
000650         88  SM-TXN-EOF             VALUE '10'.
000660     05  SM-SIT-STATUS          PIC X(02) VALUE SPACES.
000670         88  SM-SIT-OK              VALUE '00'.
000680         88  SM-SIT-NOT-FOUND       VALUE '35'.
000690     05  SM-RPT-STATUS          PIC X(02) VALUE SPACES.
000700     05  SM-APPLIED-COUNT       PIC 9(07) VALUE ZERO.
000710     05  SM-REJECTED-COUNT      PIC 9(07) VALUE ZERO.
000720     05  SM-RESULT-TEXT         PIC X(30) VALUE SPACES.
000730     05  SM-CURRENT-TS          PIC X(21) VALUE SPACES.
000740     05  SM-RUN-DATE            PIC X(08) VALUE SPACES.
000750     05  SM-OLD-SITE-STATUS     PIC X(01) VALUE SPACE.
000760 PROCEDURE DIVISION.
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALIZE
000790     PERFORM 2000-READ-NEXT-TRANSACTION
000800     PERFORM UNTIL SM-TXN-EOF
000810         IF ST-RECORD NOT = SPACES
000820             PERFORM 3000-APPLY-TRANSACTION
000830         END-IF
000840         PERFORM 2000-READ-NEXT-TRANSACTION
000850     END-PERFORM
000860     PERFORM 4000-WRITE-SUMMARY
000870     CLOSE YSITETXN YSITEF YSITERPT
000880     GOBACK.
000890* 1000-INITIALIZE - OPEN THE FILES, CREATING THE SITE MASTER ON
000900* THE FIRST EVER RUN.
000910 1000-INITIALIZE.
000920     MOVE FUNCTION CURRENT-DATE TO SM-CURRENT-TS
000930     MOVE SM-CURRENT-TS(1:8) TO SM-RUN-DATE
000940     OPEN INPUT YSITETXN
000950     OPEN OUTPUT YSITERPT
000960     OPEN I-O YSITEF
000970     IF SM-SIT-NOT-FOUND
000980         OPEN OUTPUT YSITEF
000990         CLOSE YSITEF
001000         OPEN I-O YSITEF
001010     END-IF
001020     .
001030 2000-READ-NEXT-TRANSACTION.
001040     READ YSITETXN
001050         AT END
001060             SET SM-TXN-EOF TO TRUE
001070     END-READ
001080     .
001090* 3000-APPLY-TRANSACTION - ROUTE ONE TRANSACTION BY ITS ACTION
001100* CODE AND WRITE THE APPLIED-OR-REJECTED LINE.
001110 3000-APPLY-TRANSACTION.
001120     MOVE SPACES TO SM-RESULT-TEXT
001130     EVALUATE TRUE
001140         WHEN ST-SITE-CODE = SPACES
001150             MOVE 'REJECTED - NO SITE CODE'
001160                 TO SM-RESULT-TEXT
001170             ADD 1 TO SM-REJECTED-COUNT
001180         WHEN (ST-ACTION-ADD OR ST-ACTION-CHANGE)
001190                 AND NOT ST-SITE-STATUS-VALID
001200             MOVE 'REJECTED - BAD SITE STATUS'
001210                 TO SM-RESULT-TEXT
001220             ADD 1 TO SM-REJECTED-COUNT
001230         WHEN ST-ACTION-ADD
001240             PERFORM 3100-ADD-SITE
001250         WHEN ST-ACTION-CHANGE
001260             PERFORM 3200-CHANGE-SITE
001270         WHEN ST-ACTION-DELETE AND ST-SITE-CODE = '01'
001280             MOVE 'REJECTED - HOME SITE'
001290                 TO SM-RESULT-TEXT
001300             ADD 1 TO SM-REJECTED-COUNT
001310         WHEN ST-ACTION-DELETE
001320             PERFORM 3300-DELETE-SITE
001330         WHEN OTHER
001340             MOVE 'REJECTED - BAD ACTION CODE'
001350                 TO SM-RESULT-TEXT
001360             ADD 1 TO SM-REJECTED-COUNT
001370     END-EVALUATE
001380     MOVE SPACES TO RPT-LINE
001390     STRING ST-ACTION      DELIMITED BY SIZE
001400            ' '            DELIMITED BY SIZE
001410            ST-SITE-CODE   DELIMITED BY SIZE
001420            ' '            DELIMITED BY SIZE
001430            ST-SITE-NAME   DELIMITED BY SIZE
001440            ' '            DELIMITED BY SIZE
001450            SM-RESULT-TEXT DELIMITED BY SIZE
001460         INTO RPT-LINE
001470     WRITE RPT-LINE
001480     .
001490* 3100-ADD-SITE - A NEW SITE GOES IN OPEN FROM TODAY UNLESS THE
001500* TRANSACTION SAYS OTHERWISE.
001510 3100-ADD-SITE.
001520     MOVE ST-SITE-CODE      TO SI-SITE-CODE
001530     MOVE ST-SITE-NAME      TO SI-SITE-NAME
001540     IF ST-SITE-STATUS = SPACE
001550         MOVE 'O'           TO SI-SITE-STATUS
001560     ELSE
001570         MOVE ST-SITE-STATUS TO SI-SITE-STATUS
001580     END-IF
001590     IF ST-OPEN-DATE = SPACES
001600         MOVE SM-RUN-DATE   TO SI-OPEN-DATE
001610     ELSE
001620         MOVE ST-OPEN-DATE  TO SI-OPEN-DATE
001630     END-IF
001640     MOVE ST-CLOSE-DATE     TO SI-CLOSE-DATE
001650     IF SI-SITE-IS-CLOSED AND SI-CLOSE-DATE = SPACES
001660         MOVE SM-RUN-DATE   TO SI-CLOSE-DATE
001670     END-IF
001680     WRITE SI-SITE-RECORD
001690         INVALID KEY
001700             MOVE 'REJECTED - ALREADY ON FILE'
001710                 TO SM-RESULT-TEXT
001720             ADD 1 TO SM-REJECTED-COUNT
001730         NOT INVALID KEY
001740             MOVE 'ADDED' TO SM-RESULT-TEXT
001750             ADD 1 TO SM-APPLIED-COUNT
001760     END-WRITE
001770     .
001780 3200-CHANGE-SITE.
001790     MOVE ST-SITE-CODE TO SI-SITE-CODE
001800     READ YSITEF
001810         INVALID KEY
001820             MOVE 'REJECTED - NOT ON FILE'
001830                 TO SM-RESULT-TEXT
001840             ADD 1 TO SM-REJECTED-COUNT
001850         NOT INVALID KEY
001860             IF ST-SITE-NAME NOT = SPACES
001870                 MOVE ST-SITE-NAME TO SI-SITE-NAME
001880             END-IF
001890             IF ST-OPEN-DATE NOT = SPACES
001900                 MOVE ST-OPEN-DATE TO SI-OPEN-DATE
001910             END-IF
001920             IF ST-CLOSE-DATE NOT = SPACES
001930                 MOVE ST-CLOSE-DATE TO SI-CLOSE-DATE
001940             END-IF
001950             MOVE SI-SITE-STATUS TO SM-OLD-SITE-STATUS
001960             IF ST-SITE-STATUS NOT = SPACE
001970                 MOVE ST-SITE-STATUS TO SI-SITE-STATUS
001980             END-IF
001990             IF SI-SITE-STATUS NOT = SM-OLD-SITE-STATUS
002000                 PERFORM 3240-TRACK-STATUS-CHANGE
002010             END-IF
002020             REWRITE SI-SITE-RECORD
002030             MOVE 'CHANGED' TO SM-RESULT-TEXT
002040             ADD 1 TO SM-APPLIED-COUNT
002050     END-READ
002060     .
002070* 3240-TRACK-STATUS-CHANGE - CLOSING A SITE STAMPS THE CLOSE DATE
002080* WHEN NONE WAS KEYED; REOPENING ONE CLEARS IT.
002090 3240-TRACK-STATUS-CHANGE.
002100     IF SI-SITE-IS-CLOSED
002110         IF ST-CLOSE-DATE = SPACES
002120             MOVE SM-RUN-DATE TO SI-CLOSE-DATE
002130         END-IF
002140     ELSE
002150         MOVE SPACES TO SI-CLOSE-DATE
002160     END-IF
002170     .
002180 3300-DELETE-SITE.
002190     MOVE ST-SITE-CODE TO SI-SITE-CODE
002200     READ YSITEF
002210         INVALID KEY
002220             MOVE 'REJECTED - NOT ON FILE'
002230                 TO SM-RESULT-TEXT
002240             ADD 1 TO SM-REJECTED-COUNT
002250         NOT INVALID KEY
002260             DELETE YSITEF RECORD
002270             MOVE 'DELETED' TO SM-RESULT-TEXT
002280             ADD 1 TO SM-APPLIED-COUNT
002290     END-READ
002300     .
002310* 4000-WRITE-SUMMARY - TOTALS LINE AT THE BOTTOM OF THE REPORT.
002320 4000-WRITE-SUMMARY.
002330     MOVE SPACES TO RPT-LINE
002340     WRITE RPT-LINE
002350     STRING 'APPLIED ' DELIMITED BY SIZE
002360            SM-APPLIED-COUNT DELIMITED BY SIZE
002370            '  REJECTED ' DELIMITED BY SIZE
002380            SM-REJECTED-COUNT DELIMITED BY SIZE
002390         INTO RPT-LINE
002400     WRITE RPT-LINE
002410     .
