000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-08-22 RJ    ORIGINAL PROGRAM
000200*   2026-10-15 RJ    COUNT AN AFTER-HOURS ESCALATION (AFTR) ON
000200*                    THE NEXT TURN AS SHOUTED, LIKE ESCL
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER.   IBM-370.
001360             WHEN 'EMPH'
001370             WHEN 'ESCL'
001380             WHEN 'REPE'
001380             WHEN 'AFTR'
001390                 ADD 1 TO AB-SHOUTED-COUNT(AB-FOUND-IX)
001400             WHEN OTHER
001410                 ADD 1 TO AB-SILENT-COUNT(AB-FOUND-IX)
