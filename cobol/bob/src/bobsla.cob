000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    SHOW THE BOBDISP PRIORITY SCORE ON EVERY
000240*                    REASSIGNMENT LINE
000240*   2026-10-15 RJ    AN AFTER-HOURS TICKET'S CLOCK STARTS AT
000240*                    THE DESK OPENING BOB PROMISED, NOT AT THE
000240*                    SHOUT - NO BREACH BEFORE THE DESK OPENS
000240*   2026-10-15 RJ    A REOPENED TICKET'S CLOCK STARTS AT TK-
000240*                    REOPENED-TS, OR AT THE DESK OPENING WHEN THE
000240*                    REOPEN CAME AFTER HOURS, SO THE AGENT WHO
000240*                    PICKS IT BACK UP IS NOT BOOKED A BREACH AT
000240*                    ONCE
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000720     05  SA-NOW-MINUTES         PIC 9(09) VALUE ZERO.
000730     05  SA-OPENED-MINUTES      PIC 9(09) VALUE ZERO.
000740     05  SA-ELAPSED-MIN         PIC S9(07) VALUE ZERO.
000740     05  SA-CLOCK-START         PIC X(12) VALUE SPACES.
000750     05  SA-KIOSK-ASSIGN-MIN    PIC 9(04) VALUE 30.
000760     05  SA-KIOSK-CLOSE-MIN     PIC 9(04) VALUE 240.
000770     05  SA-CHAT-ASSIGN-MIN     PIC 9(04) VALUE 30.
001650     .
001660* 3000-CHECK-ONE-TICKET - PICK THE SOURCE'S TARGETS, WORK OUT
001670* THE MINUTES SINCE THE TICKET OPENED, AND REASSIGN A BREACH
001680* TO THE DUTY SUPERVISOR.  A REOPENED TICKET'S CLOCK RESTARTS
001680* AT THE REOPEN; AFTER HOURS IT STARTS AT THE DESK OPENING
001680* PROMISED, WHICH IS NEVER EARLIER THAN THE SHOUT ITSELF.
001690 3000-CHECK-ONE-TICKET.
001700     IF TK-TERMINAL-ID NOT = SPACES
001710         MOVE SA-KIOSK-ASSIGN-MIN TO SA-USE-ASSIGN-MIN
001740         MOVE SA-CHAT-ASSIGN-MIN TO SA-USE-ASSIGN-MIN
001750         MOVE SA-CHAT-CLOSE-MIN TO SA-USE-CLOSE-MIN
001760     END-IF
001770     MOVE TK-OPENED-TS(1:12) TO SA-CLOCK-START
001770     IF TK-REOPEN-COUNT IS NUMERIC
001770             AND TK-REOPEN-COUNT > ZERO
001770             AND TK-REOPENED-TS(1:12) IS NUMERIC
001770         MOVE TK-REOPENED-TS(1:12) TO SA-CLOCK-START
001770     END-IF
001770     IF TK-OPENED-AFTER-HOURS
001770             AND TK-DESK-OPEN-TS IS NUMERIC
001770             AND TK-DESK-OPEN-TS > SA-CLOCK-START
001770         MOVE TK-DESK-OPEN-TS TO SA-CLOCK-START
001770     END-IF
001770     IF SA-CLOCK-START(1:8) IS NUMERIC
001770         COMPUTE SA-OPENED-MINUTES =
001770             FUNCTION INTEGER-OF-DATE
001770                 (FUNCTION NUMVAL(SA-CLOCK-START(1:8))) * 1440
001770             + FUNCTION NUMVAL(SA-CLOCK-START(9:2)) * 60
001770             + FUNCTION NUMVAL(SA-CLOCK-START(11:2))
001830         COMPUTE SA-ELAPSED-MIN =
001840             SA-NOW-MINUTES - SA-OPENED-MINUTES
001850         EVALUATE TRUE
002080            TK-TICKET-ID DELIMITED BY SIZE
002090            ' TO SUPERVISOR ' DELIMITED BY SIZE
002100            SA-SUPERVISOR-ID DELIMITED BY SIZE
002100            ' PRIORITY ' DELIMITED BY SIZE
002100            TK-PRIORITY-SCORE DELIMITED BY SIZE
002110         INTO RPT-LINE
002120     WRITE RPT-LINE
002130     .
