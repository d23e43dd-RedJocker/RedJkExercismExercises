000212*                    A FIFTY-FIRST TERMINAL NO LONGER WRITES
000212*                    PAST THE TABLE; ITS ROLLS ARE LEFT OUT OF
000212*                    THE TALLY
000214*   2026-10-15 RJ    WRITE EACH FLAGGED TERMINAL, WITH ITS ROLL
000214*                    AND FACE COUNTS, TO THE FAIRFLAG EXTRACT -
000214*                    THE NEXT STEP, YTRMSUSP, PULLS THOSE
000214*                    TERMINALS FROM SERVICE AND TICKETS THE
000214*                    TECH DESK
000214*   2026-10-15 RJ    THE TOLERANCE AND MINIMUM ROLLS COME FROM THE
000214*                    BIZPARMF PARAMETER MASTER THROUGH PARMGET,
000214*                    THE OLD VALUE CLAUSES AS FALLBACK, AND ARE
000214*                    PRINTED ON THE REPORT HEADER
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
000280     SELECT Y3ROLLF ASSIGN TO "Y3ROLLF"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS FD-JNL-STATUS.
000305     SELECT FAIRFLAG ASSIGN TO "FAIRFLAG"
000305         ORGANIZATION IS SEQUENTIAL
000305         FILE STATUS IS FD-FLG-STATUS.
000310     SELECT FAIRRPT ASSIGN TO "FAIRRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS FD-RPT-STATUS.
000380     05  R3-TIMESTAMP           PIC X(21).
000390     05  R3-TERMINAL-ID         PIC X(08).
000400     05  R3-DIE-FACE            PIC 9(01).
000405 FD  FAIRFLAG.
000405 COPY "FAIRFLG.cpy".
000410 FD  FAIRRPT
000420     RECORD CONTAINS 100 CHARACTERS.
000430 01  RPT-LINE                   PIC X(100).
000470         88  FD-JNL-OK              VALUE '00'.
000480         88  FD-JNL-EOF             VALUE '10'.
000490     05  FD-RPT-STATUS          PIC X(02) VALUE SPACES.
000490     05  FD-FLG-STATUS          PIC X(02) VALUE SPACES.
000500     05  FD-TOLERANCE-PCT       PIC 9(03) VALUE 20.
000510     05  FD-MINIMUM-ROLLS       PIC 9(05) VALUE 60.
000520     05  FD-TERM-COUNT          PIC 9(03) VALUE ZERO.
000680         10  FD-TOTAL-ROLLS     PIC 9(07).
000690         10  FD-FACE-COUNT OCCURS 6 TIMES
000700                                PIC 9(07).
000700* TUNING KNOBS AS THIS RUN TOOK THEM FROM PARMGET, FOR THE
000700* REPORT HEADER.
000700 01  FD-PARM-TABLE.
000700     05  FD-PARM-COUNT          PIC 9(02) VALUE ZERO.
000700     05  FD-PARM-IX             PIC 9(02) VALUE ZERO.
000700     05  FD-PARM-ED             PIC ZZZZZZ9.
000700     05  FD-PARM-ENTRY OCCURS 5 TIMES.
000700         10  FD-PARM-NAME       PIC X(20).
000700         10  FD-PARM-VALUE      PIC 9(07)V99.
000700         10  FD-PARM-SOURCE     PIC X(08).
000700 COPY "PARMGTLK.cpy".
000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     PERFORM 1000-INITIALIZE
000770         PERFORM 2000-READ-NEXT-ROLL
000780     END-PERFORM
000790     PERFORM 4000-WRITE-DISTRIBUTION-REPORT
000800     CLOSE Y3ROLLF FAIRRPT FAIRFLAG
000810     GOBACK.
000820 1000-INITIALIZE.
000820     PERFORM 1050-LOAD-PARAMETERS
000830     OPEN INPUT Y3ROLLF
000840     IF NOT FD-JNL-OK
000850         SET FD-JNL-EOF TO TRUE
000860     END-IF
000870     OPEN OUTPUT FAIRRPT
000870     OPEN OUTPUT FAIRFLAG
000880     MOVE 'DICE FAIRNESS - FACE DISTRIBUTION BY TERMINAL'
000890         TO RPT-LINE
000900     WRITE RPT-LINE
000900     PERFORM 1070-REPORT-PARAMETERS
000910     .
000910* 1050-LOAD-PARAMETERS - THE TUNING KNOBS FROM THE BIZPARMF
000910* MASTER THROUGH PARMGET.  A KNOB WITH NO ROW KEEPS THE
000910* BUILT-IN VALUE IT HAS ALWAYS HAD.
000910 1050-LOAD-PARAMETERS.
000910     MOVE 'TOLERANCE-PCT' TO NP-PARM-NAME
000910     MOVE FD-TOLERANCE-PCT TO NP-DEFAULT-VALUE
000910     MOVE 999 TO NP-LIMIT-VALUE
000910     PERFORM 1060-GET-ONE-PARAMETER
000910     MOVE NP-VALUE TO FD-TOLERANCE-PCT
000910     MOVE 'MINIMUM-ROLLS' TO NP-PARM-NAME
000910     MOVE FD-MINIMUM-ROLLS TO NP-DEFAULT-VALUE
000910     MOVE 99999 TO NP-LIMIT-VALUE
000910     PERFORM 1060-GET-ONE-PARAMETER
000910     MOVE NP-VALUE TO FD-MINIMUM-ROLLS
000910     .
000910 1060-GET-ONE-PARAMETER.
000910     MOVE 'FAIRDICE' TO NP-PROGRAM-ID
000910     CALL 'PARMGET' USING NP-PARMS
000910     IF FD-PARM-COUNT < 5
000910         ADD 1 TO FD-PARM-COUNT
000910         MOVE NP-PARM-NAME TO FD-PARM-NAME(FD-PARM-COUNT)
000910         MOVE NP-VALUE TO FD-PARM-VALUE(FD-PARM-COUNT)
000910         MOVE NP-SOURCE-TEXT
000910             TO FD-PARM-SOURCE(FD-PARM-COUNT)
000910     END-IF
000910     .
000910* 1070-REPORT-PARAMETERS - ONE HEADER LINE PER KNOB, WITH
000910* WHERE ITS VALUE CAME FROM.
000910 1070-REPORT-PARAMETERS.
000910     PERFORM VARYING FD-PARM-IX FROM 1 BY 1
000910             UNTIL FD-PARM-IX > FD-PARM-COUNT
000910         MOVE FD-PARM-VALUE(FD-PARM-IX) TO FD-PARM-ED
000910         MOVE SPACES TO RPT-LINE
000910         STRING 'PARAMETER ' DELIMITED BY SIZE
000910                FD-PARM-NAME(FD-PARM-IX) DELIMITED BY SIZE
000910                FD-PARM-ED DELIMITED BY SIZE
000910                '  ' DELIMITED BY SIZE
000910                FD-PARM-SOURCE(FD-PARM-IX) DELIMITED BY SIZE
000910             INTO RPT-LINE
000910         WRITE RPT-LINE
000910     END-PERFORM
000910     .
000920 2000-READ-NEXT-ROLL.
000930     IF NOT FD-JNL-EOF
001900     IF FD-TERMINAL-FLAGGED
001910         ADD 1 TO FD-FLAGGED-COUNT
001920         MOVE ' *DRIFT*' TO RPT-LINE(92:8)
001925         PERFORM 4200-WRITE-FLAG-EXTRACT
001930     END-IF
001940     WRITE RPT-LINE
001950     .
001960* 4200-WRITE-FLAG-EXTRACT - ONE FAIRFLAG RECORD PER FLAGGED
001960* TERMINAL FOR YTRMSUSP.  ONLY TERMINALS PAST FD-MINIMUM-ROLLS
001960* CAN BE FLAGGED, SO EVERYTHING ON THE EXTRACT HAS ENOUGH
001960* ROLLS BEHIND IT TO ACT ON.
001960 4200-WRITE-FLAG-EXTRACT.
001960     MOVE FD-TAB-TERMINAL-ID(FD-TERM-IX) TO FF-TERMINAL-ID
001960     MOVE FD-TOTAL-ROLLS(FD-TERM-IX)     TO FF-TOTAL-ROLLS
001960     PERFORM VARYING FD-FACE-IX FROM 1 BY 1
001960             UNTIL FD-FACE-IX > 6
001960         MOVE FD-FACE-COUNT(FD-TERM-IX, FD-FACE-IX)
001960             TO FF-FACE-COUNT(FD-FACE-IX)
001960     END-PERFORM
001960     WRITE FF-FLAG-RECORD
001960     .
