000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-08-22 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    THE DROP, SPIKE AND MINIMUM-RUNS LIMITS COME
000240*                    FROM THE BIZPARMF PARAMETER MASTER THROUGH
000240*                    PARMGET, THE OLD VALUE CLAUSES AS FALLBACK,
000240*                    AND HEAD THE ALERTS FILE
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000860                                PIC 9(07).
000870         10  NA-EXC-SLOT OCCURS 7 TIMES
000880                                PIC 9(07).
000880* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
000880* REPORT HEADER.
000880 01  NA-PARM-TABLE.
000880     05  NA-PARM-COUNT          PIC 9(02) VALUE ZERO.
000880     05  NA-PARM-IX             PIC 9(02) VALUE ZERO.
000880     05  NA-PARM-ED             PIC ZZZZZZ9.
000880     05  NA-PARM-ENTRY OCCURS 5 TIMES.
000880         10  NA-PARM-NAME       PIC X(20).
000880         10  NA-PARM-VALUE      PIC 9(07)V99.
000880         10  NA-PARM-SOURCE     PIC X(08).
000880 COPY "PARMGTLK.cpy".
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000900     PERFORM 0500-LOAD-PARAMETERS
000910     OPEN OUTPUT ALERTS
000910     PERFORM 0520-REPORT-PARAMETERS
000920     PERFORM 1000-LOAD-TRAILING-WINDOWS
000930     PERFORM 2000-JUDGE-TONIGHT
000940     IF NA-ALERT-COUNT = ZERO
000970     END-IF
000980     CLOSE ALERTS
000990     GOBACK.
000990* 0500-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
000990* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
000990* BUILT-IN VALUE IT HAS ALWAYS HAD.
000990 0500-LOAD-PARAMETERS.
000990     MOVE 'VOL-DROP-PCT' TO NP-PARM-NAME
000990     MOVE NA-VOL-DROP-PCT TO NP-DEFAULT-VALUE
000990     MOVE 999 TO NP-LIMIT-VALUE
000990     PERFORM 0510-GET-ONE-PARAMETER
000990     MOVE NP-VALUE TO NA-VOL-DROP-PCT
000990     MOVE 'EXC-SPIKE-PCT' TO NP-PARM-NAME
000990     MOVE NA-EXC-SPIKE-PCT TO NP-DEFAULT-VALUE
000990     MOVE 999 TO NP-LIMIT-VALUE
000990     PERFORM 0510-GET-ONE-PARAMETER
000990     MOVE NP-VALUE TO NA-EXC-SPIKE-PCT
000990     MOVE 'MINIMUM-RUNS' TO NP-PARM-NAME
000990     MOVE NA-MINIMUM-RUNS TO NP-DEFAULT-VALUE
000990     MOVE 9 TO NP-LIMIT-VALUE
000990     PERFORM 0510-GET-ONE-PARAMETER
000990     MOVE NP-VALUE TO NA-MINIMUM-RUNS
000990     .
000990 0510-GET-ONE-PARAMETER.
000990     MOVE 'NGHTALRT' TO NP-PROGRAM-ID
000990     CALL 'PARMGET' USING NP-PARMS
000990     IF NA-PARM-COUNT < 5
000990         ADD 1 TO NA-PARM-COUNT
000990         MOVE NP-PARM-NAME TO NA-PARM-NAME(NA-PARM-COUNT)
000990         MOVE NP-VALUE TO NA-PARM-VALUE(NA-PARM-COUNT)
000990         MOVE NP-SOURCE-TEXT
000990             TO NA-PARM-SOURCE(NA-PARM-COUNT)
000990     END-IF
000990     .
000990* 0520-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
000990* WHERE ITS VALUE CAME FROM.
000990 0520-REPORT-PARAMETERS.
000990     PERFORM VARYING NA-PARM-IX FROM 1 BY 1
000990             UNTIL NA-PARM-IX > NA-PARM-COUNT
000990         MOVE NA-PARM-VALUE(NA-PARM-IX) TO NA-PARM-ED
000990         MOVE SPACES TO ALR-LINE
000990         STRING 'PARAMETER ' DELIMITED BY SIZE
000990                NA-PARM-NAME(NA-PARM-IX) DELIMITED BY SIZE
000990                NA-PARM-ED DELIMITED BY SIZE
000990                '  ' DELIMITED BY SIZE
000990                NA-PARM-SOURCE(NA-PARM-IX) DELIMITED BY SIZE
000990             INTO ALR-LINE
000990         WRITE ALR-LINE
000990     END-PERFORM
000990     .
001000 1000-LOAD-TRAILING-WINDOWS.
001010     OPEN INPUT DBXHISTF
001020     IF NA-HIS-OK
