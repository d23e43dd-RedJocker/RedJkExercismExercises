000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    EVERY SUBMITTER IN A CLUSTER REACHED BY
000240*                    CL-REVIEW-MIN-IDS (3) OR MORE IDS NOW GOES
000240*                    ON THE PUZSREVF SUGGESTED-SUSPENSION REVIEW
000240*                    LIST FOR THE DESK, UNLESS PUZSUBCK SAYS THE
000240*                    ID IS ALREADY SUSPENDED OR BANNED
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000340     SELECT PUZCLRPT ASSIGN TO "PUZCLRPT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CL-RPT-STATUS.
000360     SELECT PUZSREVF ASSIGN TO "PUZSREVF"
000360         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS CL-REV-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  SUBHISTF.
000440 FD  PUZCLRPT
000450     RECORD CONTAINS 132 CHARACTERS.
000460 01  RPT-LINE                   PIC X(132).
000460 FD  PUZSREVF.
000460 COPY "PUZSREV.cpy".
000470 WORKING-STORAGE SECTION.
000480 01  CL-CLUSTER-TABLE.
000490     05  CL-CLU-COUNT           PIC 9(03) VALUE ZERO.
000760     05  CL-FLAGGED-COUNT       PIC 9(03) VALUE ZERO.
000770     05  CL-SCANNED-COUNT       PIC 9(07) VALUE ZERO.
000780     05  CL-SCORE-ED            PIC Z9.
000780     05  CL-REV-STATUS          PIC X(02) VALUE SPACES.
000780     05  CL-REVIEW-MIN-IDS      PIC 9(02) VALUE 3.
000780     05  CL-REVIEW-COUNT        PIC 9(05) VALUE ZERO.
000780 COPY "PUZSUBLK.cpy".
000790 PROCEDURE DIVISION.
000800 0000-MAINLINE.
000810     PERFORM 1000-INITIALIZE
000890         PERFORM 2000-READ-NEXT-HISTORY
000900     END-PERFORM
000910     PERFORM 5000-REPORT-COLLUSION-CLUSTERS
000920     CLOSE SUBHISTF PUZCLRPT PUZSREVF
000930     GOBACK.
000940 1000-INITIALIZE.
000950     MOVE FUNCTION CURRENT-DATE TO CL-CURRENT-TS
001040         SET CL-HIST-EOF TO TRUE
001050     END-IF
001060     OPEN OUTPUT PUZCLRPT
001060     OPEN OUTPUT PUZSREVF
001070     MOVE 'COLLUSION SCREEN - ACCEPTED PHRASES' TO RPT-LINE
001080     WRITE RPT-LINE
001090     .
001870             ADD 1 TO CL-FLAGGED-COUNT
001880             PERFORM 5100-REPORT-ONE-CLUSTER
001890         END-IF
001890         IF CL-CLU-DISTINCT(CL-TBL-IX) >= CL-REVIEW-MIN-IDS
001890             PERFORM 5200-LIST-FOR-REVIEW
001890         END-IF
001900     END-PERFORM
001910     MOVE SPACES TO RPT-LINE
001920     WRITE RPT-LINE
001940            CL-SCANNED-COUNT DELIMITED BY SIZE
001950            '  CLUSTERS FLAGGED ' DELIMITED BY SIZE
001960            CL-FLAGGED-COUNT DELIMITED BY SIZE
001960            '  IDS FOR REVIEW ' DELIMITED BY SIZE
001960            CL-REVIEW-COUNT DELIMITED BY SIZE
001970         INTO RPT-LINE
001980     WRITE RPT-LINE
001990     .
002190         WRITE RPT-LINE
002200     END-PERFORM
002210     .
002210* 5200-LIST-FOR-REVIEW - EACH SUBMITTER OF A BIG CLUSTER IS A
002210* SUGGESTED SUSPENSION, UNLESS THE MASTER ALREADY HAS THEM
002210* SUSPENDED OR BANNED.
002210 5200-LIST-FOR-REVIEW.
002210     PERFORM VARYING CL-SUB-IX FROM 1 BY 1
002210             UNTIL CL-SUB-IX > CL-CLU-DISTINCT(CL-TBL-IX)
002210         MOVE SPACES TO SK-PARMS
002210         MOVE CL-CLU-SUB-ID(CL-TBL-IX CL-SUB-IX)
002210             TO SK-SUBMITTER-ID
002210         CALL 'PUZSUBCK' USING SK-PARMS
002210         IF NOT SK-SUBMITTER-SUSPENDED
002210                 AND NOT SK-SUBMITTER-BANNED
002210             PERFORM 5210-WRITE-REVIEW-ROW
002210         END-IF
002210     END-PERFORM
002210     .
002210 5210-WRITE-REVIEW-ROW.
002210     MOVE CL-CURRENT-TS(1:8) TO RV-RUN-DATE
002210     MOVE CL-CLU-SUB-ID(CL-TBL-IX CL-SUB-IX) TO RV-SUBMITTER-ID
002210     MOVE CL-CLU-DISTINCT(CL-TBL-IX) TO RV-CLUSTER-SCORE
002210     MOVE CL-CLU-SUB-DT(CL-TBL-IX CL-SUB-IX) TO RV-ACCEPT-DATE
002210     MOVE CL-CLU-KEY(CL-TBL-IX)(1:60) TO RV-PHRASE-KEY
002210     WRITE RV-REVIEW-RECORD
002210     ADD 1 TO CL-REVIEW-COUNT
002210     .
