000010
000020* ALRTMRPT
000030 IDENTIFICATION DIVISION.
000040 PROGRAM-ID.    ALRTMRPT.
000050*        AUTHOR.        R JOCKER.
000060*        INSTALLATION.  ARCADE FLOOR SYSTEMS.
000070*        DATE-WRITTEN.  2026-10-15.
000080*        DATE-COMPILED.
000090* ALRTMRPT IS THE MORNING ALERT ACKNOWLEDGMENT REPORT.  IT LISTS
000100* FROM THE ALRTREGF ALERT REGISTER EVERY ALERT RAISED IN THE LAST
000110* REPORT-HOURS HOURS (BIZPARMF THROUGH PARMGET, 24 BY DEFAULT) AND
000120* EVERY ALERT STILL UNACKNOWLEDGED HOWEVER OLD, WITH WHO WAS
000130* PAGED, WHEN IT WENT TO THE BACKUP, WHO ACKNOWLEDGED IT AND THE
000140* MINUTES FROM RAISE TO ACKNOWLEDGMENT.  FOR AN ALERT NOT YET
000150* ACKNOWLEDGED THE MINUTES ARE ITS AGE SO FAR.  THE SUMMARY GIVES
000160* THE AVERAGE AND LONGEST TIME TO ACKNOWLEDGE.
000170*
000180* THE STEP ENDS WITH RETURN CODE 4 WHEN ANY ALERT IS STILL WAITING
000190* FOR AN ACKNOWLEDGMENT.
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
000300     SELECT ALRTREGF ASSIGN TO "ALRTREGF"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS AR-ALERT-NO
000340         FILE STATUS IS AM-REG-STATUS.
000350     SELECT ALRTMRPT ASSIGN TO "ALRTMRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS AM-RPT-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ALRTREGF.
000410 COPY "ALRTREG.cpy".
000420 FD  ALRTMRPT
000430     RECORD CONTAINS 132 CHARACTERS.
000440 01  RPT-LINE                   PIC X(132).
000450 WORKING-STORAGE SECTION.
000460 01  AM-WORK-FIELDS.
000470     05  AM-REG-STATUS          PIC X(02) VALUE SPACES.
000480         88  AM-REG-OK              VALUE '00'.
000490     05  AM-RPT-STATUS          PIC X(02) VALUE SPACES.
000500     05  AM-EOF-FLAG            PIC X(01) VALUE 'N'.
000510         88  AM-AT-END              VALUE 'Y'.
000520     05  AM-CURRENT-TS          PIC X(21) VALUE SPACES.
000530     05  AM-NOW-MINUTES         PIC 9(11) VALUE ZERO.
000540     05  AM-CUTOFF-MINUTES      PIC 9(11) VALUE ZERO.
000550     05  AM-RAISED-MINUTES      PIC 9(11) VALUE ZERO.
000560     05  AM-SHOW-MINUTES        PIC 9(11) VALUE ZERO.
000570     05  AM-REPORT-HOURS        PIC 9(03) VALUE 24.
000580     05  AM-FINAL-RC            PIC 9(02) VALUE ZERO.
000590     05  AM-LISTED-COUNT        PIC 9(05) VALUE ZERO.
000600     05  AM-ACKED-COUNT         PIC 9(05) VALUE ZERO.
000610     05  AM-ACKED-PRIMARY       PIC 9(05) VALUE ZERO.
000620     05  AM-ACKED-ESCALATED     PIC 9(05) VALUE ZERO.
000630     05  AM-WAITING-COUNT       PIC 9(05) VALUE ZERO.
000640     05  AM-NO-COVER-COUNT      PIC 9(05) VALUE ZERO.
000650     05  AM-TOTAL-MINUTES       PIC 9(09) VALUE ZERO.
000660     05  AM-AVERAGE-MINUTES     PIC 9(05) VALUE ZERO.
000670     05  AM-LONGEST-MINUTES     PIC 9(05) VALUE ZERO.
000680     05  AM-LONGEST-ALERT       PIC 9(06) VALUE ZERO.
000690     05  AM-COUNT-ED            PIC ZZZZ9.
000700     05  AM-HOURS-ED            PIC ZZ9.
000710     05  AM-SUMMARY-TEXT        PIC X(40) VALUE SPACES.
000720* TIMESTAMP TO MINUTES - 8000-TS-TO-MINUTES TAKES AM-CONV-TS.
000730 01  AM-CONVERT-FIELDS.
000740     05  AM-CONV-TS             PIC X(14) VALUE ZERO.
000750     05  AM-CONV-PARTS REDEFINES AM-CONV-TS.
000760         10  AM-CONV-DATE       PIC 9(08).
000770         10  AM-CONV-HH         PIC 9(02).
000780         10  AM-CONV-MI         PIC 9(02).
000790         10  AM-CONV-SS         PIC 9(02).
000800     05  AM-CONV-MINUTES        PIC 9(11) VALUE ZERO.
000810* A TIMESTAMP AS THE REPORT SHOWS IT, MM-DD HH:MM.
000820 01  AM-SHOW-TS.
000830     05  AM-SHOW-MONTH          PIC X(02).
000840     05  FILLER                 PIC X(01) VALUE '-'.
000850     05  AM-SHOW-DAY            PIC X(02).
000860     05  FILLER                 PIC X(01) VALUE SPACE.
000870     05  AM-SHOW-HH             PIC X(02).
000880     05  FILLER                 PIC X(01) VALUE ':'.
000890     05  AM-SHOW-MI             PIC X(02).
000900 01  AM-HEADING-1.
000910     05  FILLER                 PIC X(08) VALUE ' ALERT'.
000920     05  FILLER                 PIC X(13) VALUE 'RAISED'.
000930     05  FILLER                 PIC X(10) VALUE 'PAGED'.
000940     05  FILLER                 PIC X(13) VALUE 'TO BACKUP'.
000950     05  FILLER                 PIC X(10) VALUE 'ACK BY'.
000960     05  FILLER                 PIC X(13) VALUE 'ACK AT'.
000970     05  FILLER                 PIC X(07) VALUE ' MINS'.
000980     05  FILLER                 PIC X(11) VALUE 'STATUS'.
000990     05  FILLER                 PIC X(05) VALUE 'ALERT'.
001000 01  AM-DETAIL-LINE.
001010     05  DL-ALERT-NO            PIC ZZZZZ9.
001020     05  FILLER                 PIC X(02) VALUE SPACES.
001030     05  DL-RAISED              PIC X(11).
001040     05  FILLER                 PIC X(02) VALUE SPACES.
001050     05  DL-PAGED-ID            PIC X(08).
001060     05  FILLER                 PIC X(02) VALUE SPACES.
001070     05  DL-ESCALATED           PIC X(11).
001080     05  FILLER                 PIC X(02) VALUE SPACES.
001090     05  DL-ACK-BY              PIC X(08).
001100     05  FILLER                 PIC X(02) VALUE SPACES.
001110     05  DL-ACK-AT              PIC X(11).
001120     05  FILLER                 PIC X(02) VALUE SPACES.
001130     05  DL-MINUTES             PIC ZZZZ9.
001140     05  FILLER                 PIC X(02) VALUE SPACES.
001150     05  DL-STATUS              PIC X(09).
001160     05  FILLER                 PIC X(02) VALUE SPACES.
001170     05  DL-ALERT-TEXT          PIC X(47).
001180 COPY "PARMGTLK.cpy".
001190 PROCEDURE DIVISION.
001200 0000-MAINLINE.
001210     PERFORM 1000-INITIALIZE
001220     OPEN INPUT ALRTREGF
001230     IF AM-REG-OK
001240         MOVE 'N' TO AM-EOF-FLAG
001250         PERFORM 2000-READ-REGISTER
001260             UNTIL AM-AT-END
001270         CLOSE ALRTREGF
001280     ELSE
001290         MOVE 'NO ALRTREGF ALERT REGISTER - NO ALERTS RAISED'
001300             TO RPT-LINE
001310         WRITE RPT-LINE
001320     END-IF
001330     PERFORM 4000-WRITE-SUMMARY
001340     CLOSE ALRTMRPT
001350     MOVE AM-FINAL-RC TO RETURN-CODE
001360     GOBACK.
001370 1000-INITIALIZE.
001380     MOVE FUNCTION CURRENT-DATE TO AM-CURRENT-TS
001390     MOVE AM-CURRENT-TS(1:14) TO AM-CONV-TS
001400     PERFORM 8000-TS-TO-MINUTES
001410     MOVE AM-CONV-MINUTES TO AM-NOW-MINUTES
001420     MOVE 'ALRTMRPT' TO NP-PROGRAM-ID
001430     MOVE 'REPORT-HOURS' TO NP-PARM-NAME
001440     MOVE AM-REPORT-HOURS TO NP-DEFAULT-VALUE
001450     MOVE 168 TO NP-LIMIT-VALUE
001460     CALL 'PARMGET' USING NP-PARMS
001470     MOVE NP-VALUE TO AM-REPORT-HOURS
001480     COMPUTE AM-CUTOFF-MINUTES =
001490         AM-NOW-MINUTES - AM-REPORT-HOURS * 60
001500     OPEN OUTPUT ALRTMRPT
001510     MOVE SPACES TO RPT-LINE
001520     STRING 'ALERT ACKNOWLEDGMENT REPORT - RUN ' DELIMITED BY SIZE
001530            AM-CURRENT-TS(1:8) DELIMITED BY SIZE
001540            ' ' DELIMITED BY SIZE
001550            AM-CURRENT-TS(9:4) DELIMITED BY SIZE
001560         INTO RPT-LINE
001570     WRITE RPT-LINE
001580     MOVE AM-REPORT-HOURS TO AM-HOURS-ED
001590     MOVE SPACES TO RPT-LINE
001600     STRING 'ALERTS RAISED IN THE LAST ' DELIMITED BY SIZE
001610            AM-HOURS-ED DELIMITED BY SIZE
001620            ' HOURS (' DELIMITED BY SIZE
001630            NP-SOURCE-TEXT DELIMITED BY SPACE
001640            ') AND EVERY ALERT STILL UNACKNOWLEDGED'
001650                DELIMITED BY SIZE
001660         INTO RPT-LINE
001670     WRITE RPT-LINE
001680     MOVE SPACES TO RPT-LINE
001690     WRITE RPT-LINE
001700     MOVE AM-HEADING-1 TO RPT-LINE
001710     WRITE RPT-LINE
001720     .
001730 2000-READ-REGISTER.
001740     READ ALRTREGF NEXT RECORD
001750         AT END
001760             SET AM-AT-END TO TRUE
001770         NOT AT END
001780             MOVE AR-RAISED-TS TO AM-CONV-TS
001790             PERFORM 8000-TS-TO-MINUTES
001800             MOVE AM-CONV-MINUTES TO AM-RAISED-MINUTES
001810             IF AR-AWAITING-ACK
001820             OR AM-RAISED-MINUTES NOT < AM-CUTOFF-MINUTES
001830                 PERFORM 3000-LIST-ONE-ALERT
001840             END-IF
001850     END-READ
001860     .
001870* 3000-LIST-ONE-ALERT - ONE LINE PER ALERT.  THE PAGED COLUMN IS
001880* THE PRIMARY; TO BACKUP IS WHEN IT ESCALATED.
001890 3000-LIST-ONE-ALERT.
001900     ADD 1 TO AM-LISTED-COUNT
001910     MOVE SPACES TO AM-DETAIL-LINE
001920     MOVE AR-ALERT-NO TO DL-ALERT-NO
001930     MOVE AR-RAISED-TS TO AM-CONV-TS
001940     PERFORM 3100-FORMAT-TS
001950     MOVE AM-SHOW-TS TO DL-RAISED
001960     MOVE AR-PRIMARY-ID TO DL-PAGED-ID
001970     IF AR-ESCALATED-TS NOT = SPACES
001980         MOVE AR-ESCALATED-TS TO AM-CONV-TS
001990         PERFORM 3100-FORMAT-TS
002000         MOVE AM-SHOW-TS TO DL-ESCALATED
002010     END-IF
002020     MOVE AR-ALERT-TEXT TO DL-ALERT-TEXT
002030     IF AR-ACKNOWLEDGED
002040         ADD 1 TO AM-ACKED-COUNT
002050         MOVE AR-ACK-BY TO DL-ACK-BY
002060         MOVE AR-ACK-TS TO AM-CONV-TS
002070         PERFORM 3100-FORMAT-TS
002080         MOVE AM-SHOW-TS TO DL-ACK-AT
002090         MOVE AR-ACK-MINUTES TO DL-MINUTES
002100         ADD AR-ACK-MINUTES TO AM-TOTAL-MINUTES
002110         IF AR-ACK-MINUTES > AM-LONGEST-MINUTES
002120         OR AM-ACKED-COUNT = 1
002130             MOVE AR-ACK-MINUTES TO AM-LONGEST-MINUTES
002140             MOVE AR-ALERT-NO TO AM-LONGEST-ALERT
002150         END-IF
002160         IF AR-ESCALATED-TS = SPACES
002170             ADD 1 TO AM-ACKED-PRIMARY
002180             MOVE 'ACKED' TO DL-STATUS
002190         ELSE
002200             ADD 1 TO AM-ACKED-ESCALATED
002210             MOVE 'ACKED-ESC' TO DL-STATUS
002220         END-IF
002230     ELSE
002240         ADD 1 TO AM-WAITING-COUNT
002250         COMPUTE AM-SHOW-MINUTES =
002260             AM-NOW-MINUTES - AM-RAISED-MINUTES
002270         IF AM-SHOW-MINUTES > 99999
002280             MOVE 99999 TO AM-SHOW-MINUTES
002290         END-IF
002300         MOVE AM-SHOW-MINUTES TO DL-MINUTES
002310         EVALUATE TRUE
002320             WHEN AR-NO-COVER
002330                 ADD 1 TO AM-NO-COVER-COUNT
002340                 MOVE 'NO COVER' TO DL-STATUS
002350             WHEN AR-ESCALATED
002360                 MOVE 'ESCALATED' TO DL-STATUS
002370             WHEN OTHER
002380                 MOVE 'OPEN' TO DL-STATUS
002390         END-EVALUATE
002400     END-IF
002410     MOVE AM-DETAIL-LINE TO RPT-LINE
002420     WRITE RPT-LINE
002430     .
002440 3100-FORMAT-TS.
002450     MOVE AM-CONV-TS(5:2) TO AM-SHOW-MONTH
002460     MOVE AM-CONV-TS(7:2) TO AM-SHOW-DAY
002470     MOVE AM-CONV-TS(9:2) TO AM-SHOW-HH
002480     MOVE AM-CONV-TS(11:2) TO AM-SHOW-MI
002490     .
002500 4000-WRITE-SUMMARY.
002510     IF AM-ACKED-COUNT > ZERO
002520         COMPUTE AM-AVERAGE-MINUTES ROUNDED =
002530             AM-TOTAL-MINUTES / AM-ACKED-COUNT
002540     END-IF
002550     MOVE SPACES TO RPT-LINE
002560     WRITE RPT-LINE
002570     MOVE 'ALERTS LISTED' TO AM-SUMMARY-TEXT
002580     MOVE AM-LISTED-COUNT TO AM-COUNT-ED
002590     PERFORM 4100-WRITE-SUMMARY-LINE
002600     MOVE 'ACKNOWLEDGED BY THE PRIMARY' TO AM-SUMMARY-TEXT
002610     MOVE AM-ACKED-PRIMARY TO AM-COUNT-ED
002620     PERFORM 4100-WRITE-SUMMARY-LINE
002630     MOVE 'ACKNOWLEDGED AFTER ESCALATION' TO AM-SUMMARY-TEXT
002640     MOVE AM-ACKED-ESCALATED TO AM-COUNT-ED
002650     PERFORM 4100-WRITE-SUMMARY-LINE
002660     MOVE 'STILL UNACKNOWLEDGED' TO AM-SUMMARY-TEXT
002670     MOVE AM-WAITING-COUNT TO AM-COUNT-ED
002680     PERFORM 4100-WRITE-SUMMARY-LINE
002690     MOVE '  OF WHICH NO ROTA COVER' TO AM-SUMMARY-TEXT
002700     MOVE AM-NO-COVER-COUNT TO AM-COUNT-ED
002710     PERFORM 4100-WRITE-SUMMARY-LINE
002720     MOVE 'AVERAGE MINUTES TO ACKNOWLEDGE' TO AM-SUMMARY-TEXT
002730     MOVE AM-AVERAGE-MINUTES TO AM-COUNT-ED
002740     PERFORM 4100-WRITE-SUMMARY-LINE
002750     MOVE SPACES TO RPT-LINE
002760     MOVE 'LONGEST MINUTES TO ACKNOWLEDGE' TO RPT-LINE(1:40)
002770     MOVE AM-LONGEST-MINUTES TO AM-COUNT-ED
002780     MOVE AM-COUNT-ED TO RPT-LINE(41:5)
002790     IF AM-ACKED-COUNT > ZERO
002800         MOVE '  (ALERT ' TO RPT-LINE(46:9)
002810         MOVE AM-LONGEST-ALERT TO RPT-LINE(55:6)
002820         MOVE ')' TO RPT-LINE(61:1)
002830     END-IF
002840     WRITE RPT-LINE
002850     IF AM-WAITING-COUNT > ZERO
002860         MOVE 4 TO AM-FINAL-RC
002870     END-IF
002880     .
002890 4100-WRITE-SUMMARY-LINE.
002900     MOVE SPACES TO RPT-LINE
002910     MOVE AM-SUMMARY-TEXT TO RPT-LINE(1:40)
002920     MOVE AM-COUNT-ED TO RPT-LINE(41:5)
002930     WRITE RPT-LINE
002940     .
002950* 8000-TS-TO-MINUTES - AM-CONV-TS (YYYYMMDDHHMMSS) AS A MINUTE
002960* COUNT IN AM-CONV-MINUTES.  A TIMESTAMP THAT IS NOT NUMERIC
002970* COUNTS AS NOW.
002980 8000-TS-TO-MINUTES.
002990     IF AM-CONV-TS IS NOT NUMERIC
003000         MOVE AM-CURRENT-TS(1:14) TO AM-CONV-TS
003010     END-IF
003020     COMPUTE AM-CONV-MINUTES =
003030         FUNCTION INTEGER-OF-DATE(AM-CONV-DATE) * 1440
003040         + AM-CONV-HH * 60 + AM-CONV-MI
003050     .
