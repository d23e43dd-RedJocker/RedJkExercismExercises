000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-08-22 RJ    ORIGINAL PROGRAM
000210*   2026-10-15 RJ    CLEAR THE NEW LEDGER CAMPAIGN FIELDS ON
000210*                    THE REDEMPTION ENTRY
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER.   IBM-370.
001290     SET PL-ENTRY-IS-REDEMPTION TO TRUE
001300     COMPUTE PL-POINTS = ZERO - RF-POINTS
001310     MOVE RD-NEW-BALANCE TO PL-BALANCE
001310     MOVE SPACES         TO PL-CAMPAIGN-ID
001310     MOVE ZERO           TO PL-BASE-POINTS
001320     WRITE PL-LEDGER-RECORD
001330     ADD 1 TO RD-POSTED-COUNT
001340     MOVE RF-POINTS      TO RD-POINTS-ED
