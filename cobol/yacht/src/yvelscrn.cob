000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    THE THREE VELOCITY RULE LIMITS COME FROM THE
000240*                    BIZPARMF PARAMETER MASTER THROUGH PARMGET,
000240*                    THE OLD VALUE CLAUSES AS FALLBACK, AND ARE
000240*                    PRINTED ON THE REPORT HEADER
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
001080     05  QV-REASON              PIC X(30) VALUE SPACES.
001090     05  QV-HELD-COUNT          PIC 9(05) VALUE ZERO.
001100     05  QV-SCANNED-COUNT       PIC 9(07) VALUE ZERO.
001100* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
001100* REPORT HEADER.
001100 01  QV-PARM-TABLE.
001100     05  QV-PARM-COUNT          PIC 9(02) VALUE ZERO.
001100     05  QV-PARM-IX             PIC 9(02) VALUE ZERO.
001100     05  QV-PARM-ED             PIC ZZZZZZ9.
001100     05  QV-PARM-ENTRY OCCURS 5 TIMES.
001100         10  QV-PARM-NAME       PIC X(20).
001100         10  QV-PARM-VALUE      PIC 9(07)V99.
001100         10  QV-PARM-SOURCE     PIC X(08).
001100 COPY "PARMGTLK.cpy".
001110 PROCEDURE DIVISION.
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE
001260 1000-INITIALIZE.
001270     MOVE FUNCTION CURRENT-DATE TO QV-CURRENT-TS
001280     MOVE QV-CURRENT-TS(1:8) TO QV-RUN-DATE
001280     PERFORM 1050-LOAD-PARAMETERS
001290     OPEN INPUT YACHTAUDF
001300     IF NOT QV-AUD-OK
001310         SET QV-AUD-EOF TO TRUE
001430     OPEN OUTPUT YVELRPT
001440     MOVE 'SCORING VELOCITY SCREEN' TO RPT-LINE
001450     WRITE RPT-LINE
001450     PERFORM 1070-REPORT-PARAMETERS
001460     .
001460* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
001460* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
001460* BUILT-IN VALUE IT HAS ALWAYS HAD.
001460 1050-LOAD-PARAMETERS.
001460     MOVE 'MAX-YACHT-HOUR' TO NP-PARM-NAME
001460     MOVE QV-MAX-YACHT-HOUR TO NP-DEFAULT-VALUE
001460     MOVE 99 TO NP-LIMIT-VALUE
001460     PERFORM 1060-GET-ONE-PARAMETER
001460     MOVE NP-VALUE TO QV-MAX-YACHT-HOUR
001460     MOVE 'MIN-GAP-SECS' TO NP-PARM-NAME
001460     MOVE QV-MIN-GAP-SECS TO NP-DEFAULT-VALUE
001460     MOVE 999 TO NP-LIMIT-VALUE
001460     PERFORM 1060-GET-ONE-PARAMETER
001460     MOVE NP-VALUE TO QV-MIN-GAP-SECS
001460     MOVE 'MAX-SAME-HAND' TO NP-PARM-NAME
001460     MOVE QV-MAX-SAME-HAND TO NP-DEFAULT-VALUE
001460     MOVE 99 TO NP-LIMIT-VALUE
001460     PERFORM 1060-GET-ONE-PARAMETER
001460     MOVE NP-VALUE TO QV-MAX-SAME-HAND
001460     .
001460 1060-GET-ONE-PARAMETER.
001460     MOVE 'YVELSCRN' TO NP-PROGRAM-ID
001460     CALL 'PARMGET' USING NP-PARMS
001460     IF QV-PARM-COUNT < 5
001460         ADD 1 TO QV-PARM-COUNT
001460         MOVE NP-PARM-NAME TO QV-PARM-NAME(QV-PARM-COUNT)
001460         MOVE NP-VALUE TO QV-PARM-VALUE(QV-PARM-COUNT)
001460         MOVE NP-SOURCE-TEXT
001460             TO QV-PARM-SOURCE(QV-PARM-COUNT)
001460     END-IF
001460     .
001460* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
001460* WHERE ITS VALUE CAME FROM.
001460 1070-REPORT-PARAMETERS.
001460     PERFORM VARYING QV-PARM-IX FROM 1 BY 1
001460             UNTIL QV-PARM-IX > QV-PARM-COUNT
001460         MOVE QV-PARM-VALUE(QV-PARM-IX) TO QV-PARM-ED
001460         MOVE SPACES TO RPT-LINE
001460         STRING 'PARAMETER ' DELIMITED BY SIZE
001460                QV-PARM-NAME(QV-PARM-IX) DELIMITED BY SIZE
001460                QV-PARM-ED DELIMITED BY SIZE
001460                '  ' DELIMITED BY SIZE
001460                QV-PARM-SOURCE(QV-PARM-IX) DELIMITED BY SIZE
001460             INTO RPT-LINE
001460         WRITE RPT-LINE
001460     END-PERFORM
001460     .
001470 2000-READ-NEXT-AUDIT.
001480     IF NOT QV-AUD-EOF
