000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-08-22 RJ    ORIGINAL PROGRAM
000270*   2026-10-15 RJ    AN AFTER-HOURS ESCALATION (AFTR) IS PAST
000270*                    WARNING TOO - IT IS ALREADY QUEUED
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER.   IBM-370.
001890     MOVE 'N' TO BW-WARNED-FLAG
001900     IF BW-CONV-CODE(BW-CONV-CODE-COUNT) = 'ESCL'
001910             OR BW-CONV-CODE(BW-CONV-CODE-COUNT) = 'REPE'
001910             OR BW-CONV-CODE(BW-CONV-CODE-COUNT) = 'AFTR'
001920         CONTINUE
001930     ELSE
001940         PERFORM VARYING BW-PATTERN-IX FROM 1 BY 1
