000229*                    ENDS THE WAVE LOOP CLEANLY - IT USED TO
000229*                    FALL THROUGH TO THE CIRCULAR-DEPENDENCY
000229*                    ABEND AND REPORT A FAILED RUN
000229*   2026-10-15 RJ    CALL THE RPTDIST DISTRIBUTION STEP AFTER
000229*                    RPTGENMG ON A CLEAN NIGHT - IT SPLITS
000229*                    EACH REPORT PER RECIPIENT FROM THE
000229*                    RPTDISTF TABLE AND LOGS THE DELIVERIES
000229*   2026-10-15 RJ    DISPATCH THE WEEKLY DQSCAN MASTER-FILE
000229*                    DATA QUALITY SCAN AS A SCHEDULABLE STEP
000229*                    (ONE RUN DAY ON NGHTSCHF) - DIRTY DATA
000229*                    IS REPORTED, NEVER FAILS THE RUN
000229*   2026-10-15 RJ    CALL THE ALRTDISP ALERT DISPATCHER AFTER
000229*                    EVERY STEP AND AFTER NGHTALRT - NEW
000229*                    ALERTS LINES ARE PAGED TO THE ON-CALL
000229*                    OPERATOR ON THE ONCALLF ROTA AND ESCALATE
000229*                    TO THE BACKUP UNTIL ACKNOWLEDGED
000229*   2026-10-15 RJ    CALL YTAPFWD ON A CLEAN NIGHT, ONCE EVERY
000229*                    SCORECARD BATCH HAS RELEASED YACHTLKF, TO
000229*                    POST THE KIOSK TAPS QUEUED OFFLINE WHILE THE
000229*                    FILE WAS HELD; ITS EXCEPTIONS GO TO THE FLOOR
000229*                    MANAGER ON YTAPFRPT
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000773             88  NR-STEP-IS-DONE    VALUE 'D'.
000773 COPY "NGHTPFL.cpy".
000773 COPY "XFILAUDL.cpy".
000773 COPY "DQSCANL.cpy".
000774 01  NR-DONE-TABLE.
000776     05  NR-DONE-STEP OCCURS 20 TIMES
000778                                PIC X(08).
000863         CALL 'RPTGENMG'
000863         MOVE 16 TO RETURN-CODE
000863     ELSE
000864         CALL 'YTAPFWD'
000864         CALL 'NGHTALRT'
000864         CALL 'ALRTDISP'
000866         PERFORM 2600-LOAD-DASHBOARD-HISTORY
000867         MOVE 'CLEAN' TO NR-STEP-STATUS-TEXT
000867         PERFORM 8400-WRITE-RUNLOG-TRAILER
000869         PERFORM 1890-CLEAR-CURRENT-STEP
000870         CLOSE NGHTRPT
000872         CALL 'RPTGENMG'
000872         CALL 'RPTDIST'
000879     END-IF
000880     GOBACK.
000890 1000-INITIALIZE.
000912     END-EVALUATE
000912     PERFORM 8300-WRITE-RUNLOG-STEP
000912     CALL 'NGHTFCST'
000912     CALL 'ALRTDISP'
000912     .
000912 1920-WRITE-OPERATOR-SKIP.
000912     MOVE SPACES TO RPT-LINE
000912             PERFORM 2500-RUN-YACHT
000912         WHEN 'XFILAUD'
000912             PERFORM 2700-RUN-XFILAUD
000912         WHEN 'DQSCAN'
000912             PERFORM 2800-RUN-DQSCAN
000912         WHEN OTHER
000912             MOVE SPACES TO RPT-LINE
000912             STRING NR-STEP-NAME DELIMITED BY SIZE
002558         MOVE 16 TO RETURN-CODE
002558     END-IF
002558     .
002560* 2800-RUN-DQSCAN - THE WEEKLY MASTER-FILE DATA QUALITY SCAN.
002560* ITS EXCEPTIONS GO TO DQEXCF AND ITS SCORECARD TO DQRPT; A
002560* WARNING STATUS IS NOTED HERE BUT NEVER HOLDS THE RUN.
002560 2800-RUN-DQSCAN.
002560     INITIALIZE QP-PARMS
002560     CALL 'DQSCAN' USING QP-PARMS
002560     MOVE SPACES TO RPT-LINE
002560     STRING 'DQSCAN        : RECORDS ' DELIMITED BY SIZE
002560            QP-RECORD-COUNT DELIMITED BY SIZE
002560            ' EXCEPTIONS ' DELIMITED BY SIZE
002560            QP-EXCEPTION-COUNT DELIMITED BY SIZE
002560         INTO RPT-LINE
002560     WRITE RPT-LINE
002560     MOVE SPACES TO DX-EXTRACT-LINE
002560     MOVE 'DQSCAN'           TO DX-PROGRAM-NAME
002560     MOVE QP-RECORD-COUNT    TO DX-VOLUME-COUNT
002560     MOVE QP-EXCEPTION-COUNT TO DX-EXCEPTION-COUNT
002560     WRITE DX-EXTRACT-LINE
002560     .
002600* 2600-LOAD-DASHBOARD-HISTORY - THE DBXLOAD LOADER OWNS THE
002602* APPEND (AND ITS SAME-NIGHT RERUN GUARD); THE DRIVER JUST
002604* CALLS IT ONCE THE EXTRACT IS CLOSED.
