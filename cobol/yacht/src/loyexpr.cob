000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-09-02 RJ    ORIGINAL PROGRAM
000260*   2026-10-15 RJ    CLEAR THE NEW LEDGER CAMPAIGN FIELDS ON
000260*                    THE EXPIRY ENTRY
000260*   2026-10-15 RJ    THE EXPIRY AND WARNING DAYS COME FROM THE
000260*                    BIZPARMF PARAMETER MASTER THROUGH PARMGET,
000260*                    THE OLD VALUE CLAUSES AS FALLBACK, AND ARE
000260*                    PRINTED ON THE REPORT HEADER
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.   IBM-370.
001050     05  XP-TPL-IX              PIC 9(02) VALUE ZERO.
001060     05  XP-IN-IX               PIC 9(03) VALUE ZERO.
001070     05  XP-OUT-IX              PIC 9(03) VALUE ZERO.
001070* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
001070* REPORT HEADER.
001070 01  XP-PARM-TABLE.
001070     05  XP-PARM-COUNT          PIC 9(02) VALUE ZERO.
001070     05  XP-PARM-IX             PIC 9(02) VALUE ZERO.
001070     05  XP-PARM-ED             PIC ZZZZZZ9.
001070     05  XP-PARM-ENTRY OCCURS 5 TIMES.
001070         10  XP-PARM-NAME       PIC X(20).
001070         10  XP-PARM-VALUE      PIC 9(07)V99.
001070         10  XP-PARM-SOURCE     PIC X(08).
001070 COPY "PARMGTLK.cpy".
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE
001180 1000-INITIALIZE.
001190     MOVE FUNCTION CURRENT-DATE TO XP-CURRENT-TS
001200     MOVE XP-CURRENT-TS(1:8) TO XP-RUN-DATE
001200     PERFORM 1050-LOAD-PARAMETERS
001210     COMPUTE XP-EXPIRY-INTEGER =
001220         FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(XP-RUN-DATE))
001230         - XP-EXPIRY-DAYS
001330     OPEN OUTPUT LOYEXRPT
001340     MOVE 'LOYALTY POINTS EXPIRY SWEEP' TO RPT-LINE
001350     WRITE RPT-LINE
001350     PERFORM 1070-REPORT-PARAMETERS
001360     PERFORM 1100-LOAD-LETTER-TEMPLATE
001370     .
001370* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
001370* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
001370* BUILT-IN VALUE IT HAS ALWAYS HAD.
001370 1050-LOAD-PARAMETERS.
001370     MOVE 'EXPIRY-DAYS' TO NP-PARM-NAME
001370     MOVE XP-EXPIRY-DAYS TO NP-DEFAULT-VALUE
001370     MOVE 999 TO NP-LIMIT-VALUE
001370     PERFORM 1060-GET-ONE-PARAMETER
001370     MOVE NP-VALUE TO XP-EXPIRY-DAYS
001370     MOVE 'WARNING-DAYS' TO NP-PARM-NAME
001370     MOVE XP-WARNING-DAYS TO NP-DEFAULT-VALUE
001370     MOVE 999 TO NP-LIMIT-VALUE
001370     PERFORM 1060-GET-ONE-PARAMETER
001370     MOVE NP-VALUE TO XP-WARNING-DAYS
001370     .
001370 1060-GET-ONE-PARAMETER.
001370     MOVE 'LOYEXPR' TO NP-PROGRAM-ID
001370     CALL 'PARMGET' USING NP-PARMS
001370     IF XP-PARM-COUNT < 5
001370         ADD 1 TO XP-PARM-COUNT
001370         MOVE NP-PARM-NAME TO XP-PARM-NAME(XP-PARM-COUNT)
001370         MOVE NP-VALUE TO XP-PARM-VALUE(XP-PARM-COUNT)
001370         MOVE NP-SOURCE-TEXT
001370             TO XP-PARM-SOURCE(XP-PARM-COUNT)
001370     END-IF
001370     .
001370* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
001370* WHERE ITS VALUE CAME FROM.
001370 1070-REPORT-PARAMETERS.
001370     PERFORM VARYING XP-PARM-IX FROM 1 BY 1
001370             UNTIL XP-PARM-IX > XP-PARM-COUNT
001370         MOVE XP-PARM-VALUE(XP-PARM-IX) TO XP-PARM-ED
001370         MOVE SPACES TO RPT-LINE
001370         STRING 'PARAMETER ' DELIMITED BY SIZE
001370                XP-PARM-NAME(XP-PARM-IX) DELIMITED BY SIZE
001370                XP-PARM-ED DELIMITED BY SIZE
001370                '  ' DELIMITED BY SIZE
001370                XP-PARM-SOURCE(XP-PARM-IX) DELIMITED BY SIZE
001370             INTO RPT-LINE
001370         WRITE RPT-LINE
001370     END-PERFORM
001370     .
001380* 1100-LOAD-LETTER-TEMPLATE - THE LOYWTMPL LETTER, OR THE
001390* BUILT-IN TWO-LINE ONE WHEN THE TEMPLATE FILE IS NOT THERE.
001400 1100-LOAD-LETTER-TEMPLATE.
002500     SET PL-ENTRY-IS-EXPIRY TO TRUE
002510     COMPUTE PL-POINTS = ZERO - BL-BALANCE
002520     MOVE ZERO TO PL-BALANCE
002520     MOVE SPACES TO PL-CAMPAIGN-ID
002520     MOVE ZERO TO PL-BASE-POINTS
002530     WRITE PL-LEDGER-RECORD
002540     CLOSE PLEDGERF
002550     MOVE BL-BALANCE TO XP-POINTS-ED
