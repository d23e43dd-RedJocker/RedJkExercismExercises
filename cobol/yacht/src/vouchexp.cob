000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-09-02 RJ    ORIGINAL PROGRAM
000200*   2026-10-15 RJ    THE EXPIRY DAYS COME FROM THE BIZPARMF
000200*                    PARAMETER MASTER THROUGH PARMGET, THE OLD
000200*                    VALUE CLAUSE AS FALLBACK, AND ARE PRINTED ON
000200*                    THE REPORT HEADER
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
000520     05  VX-SCANNED-COUNT       PIC 9(07) VALUE ZERO.
000530     05  VX-EXPIRED-COUNT       PIC 9(07) VALUE ZERO.
000540     05  VX-AGE-ED              PIC ZZZZ9.
000540* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
000540* REPORT HEADER.
000540 01  VX-PARM-TABLE.
000540     05  VX-PARM-COUNT          PIC 9(02) VALUE ZERO.
000540     05  VX-PARM-IX             PIC 9(02) VALUE ZERO.
000540     05  VX-PARM-ED             PIC ZZZZZZ9.
000540     05  VX-PARM-ENTRY OCCURS 5 TIMES.
000540         10  VX-PARM-NAME       PIC X(20).
000540         10  VX-PARM-VALUE      PIC 9(07)V99.
000540         10  VX-PARM-SOURCE     PIC X(08).
000540 COPY "PARMGTLK.cpy".
000550 PROCEDURE DIVISION.
000560 0000-MAINLINE.
000570     PERFORM 1000-INITIALIZE
000690 1000-INITIALIZE.
000700     MOVE FUNCTION CURRENT-DATE TO VX-CURRENT-TS
000710     MOVE VX-CURRENT-TS(1:8) TO VX-RUN-DATE
000710     PERFORM 1050-LOAD-PARAMETERS
000720     COMPUTE VX-RUN-DAY-NO =
000730         FUNCTION INTEGER-OF-DATE
000740             (FUNCTION NUMVAL(VX-RUN-DATE))
000760     OPEN OUTPUT VEXPRPT
000770     MOVE 'VOUCHER EXPIRY SWEEP' TO RPT-LINE
000780     WRITE RPT-LINE
000780     PERFORM 1070-REPORT-PARAMETERS
000790     .
000790* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
000790* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
000790* BUILT-IN VALUE IT HAS ALWAYS HAD.
000790 1050-LOAD-PARAMETERS.
000790     MOVE 'EXPIRY-DAYS' TO NP-PARM-NAME
000790     MOVE VX-EXPIRY-DAYS TO NP-DEFAULT-VALUE
000790     MOVE 999 TO NP-LIMIT-VALUE
000790     PERFORM 1060-GET-ONE-PARAMETER
000790     MOVE NP-VALUE TO VX-EXPIRY-DAYS
000790     .
000790 1060-GET-ONE-PARAMETER.
000790     MOVE 'VOUCHEXP' TO NP-PROGRAM-ID
000790     CALL 'PARMGET' USING NP-PARMS
000790     IF VX-PARM-COUNT < 5
000790         ADD 1 TO VX-PARM-COUNT
000790         MOVE NP-PARM-NAME TO VX-PARM-NAME(VX-PARM-COUNT)
000790         MOVE NP-VALUE TO VX-PARM-VALUE(VX-PARM-COUNT)
000790         MOVE NP-SOURCE-TEXT
000790             TO VX-PARM-SOURCE(VX-PARM-COUNT)
000790     END-IF
000790     .
000790* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
000790* WHERE ITS VALUE CAME FROM.
000790 1070-REPORT-PARAMETERS.
000790     PERFORM VARYING VX-PARM-IX FROM 1 BY 1
000790             UNTIL VX-PARM-IX > VX-PARM-COUNT
000790         MOVE VX-PARM-VALUE(VX-PARM-IX) TO VX-PARM-ED
000790         MOVE SPACES TO RPT-LINE
000790         STRING 'PARAMETER ' DELIMITED BY SIZE
000790                VX-PARM-NAME(VX-PARM-IX) DELIMITED BY SIZE
000790                VX-PARM-ED DELIMITED BY SIZE
000790                '  ' DELIMITED BY SIZE
000790                VX-PARM-SOURCE(VX-PARM-IX) DELIMITED BY SIZE
000790             INTO RPT-LINE
000790         WRITE RPT-LINE
000790     END-PERFORM
000790     .
000800 2000-READ-NEXT-VOUCHER.
000810     IF NOT VX-VOU-EOF
