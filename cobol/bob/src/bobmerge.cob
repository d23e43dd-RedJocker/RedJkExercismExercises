000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-09-02 RJ    ORIGINAL PROGRAM
000250*   2026-10-15 RJ    A RESTRICTION ON THE ALIAS PROFILE IS
000250*                    CARRIED ONTO AN UNRESTRICTED SURVIVOR, SO
000250*                    A MERGE NEVER LIFTS ONE
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000750     05  MG-ALIAS-TURNS         PIC 9(07) VALUE ZERO.
000760     05  MG-ALIAS-ESCS          PIC 9(05) VALUE ZERO.
000770     05  MG-ALIAS-LAST-DATE     PIC X(08) VALUE SPACES.
000770     05  MG-ALIAS-RST-FLAG      PIC X(01) VALUE 'N'.
000770         88  MG-ALIAS-WAS-RESTRICTED VALUE 'Y'.
000770     05  MG-ALIAS-RST-REASON    PIC X(02) VALUE SPACES.
000770     05  MG-ALIAS-RST-NOTE      PIC X(30) VALUE SPACES.
000770     05  MG-ALIAS-RST-SET-DATE  PIC X(08) VALUE SPACES.
000770     05  MG-ALIAS-RST-REVIEWED  PIC X(08) VALUE SPACES.
000770     05  MG-ALIAS-RST-SUPV      PIC X(08) VALUE SPACES.
000780     05  MG-ALIAS-HAD-PROFILE   PIC X(01) VALUE 'N'.
000790         88  MG-ALIAS-PROFILE-EXISTS VALUE 'Y'.
000800     05  MG-MERGED-COUNT        PIC 9(05) VALUE ZERO.
001590     MOVE ZERO TO MG-ALIAS-TURNS
001600     MOVE ZERO TO MG-ALIAS-ESCS
001610     MOVE SPACES TO MG-ALIAS-LAST-DATE
001610     MOVE 'N' TO MG-ALIAS-RST-FLAG
001620     MOVE MX-ALIAS-ID TO BC-CUSTOMER-ID
001630     READ BOBCUSTF
001640         INVALID KEY
001690             MOVE BC-ESCALATION-COUNT TO MG-ALIAS-ESCS
001700             MOVE BC-LAST-CONTACT-DATE
001710                 TO MG-ALIAS-LAST-DATE
001710             IF BC-CUSTOMER-IS-RESTRICTED
001710                 SET MG-ALIAS-WAS-RESTRICTED TO TRUE
001710                 MOVE BC-RESTRICT-REASON TO MG-ALIAS-RST-REASON
001710                 MOVE BC-RESTRICT-NOTE TO MG-ALIAS-RST-NOTE
001710                 MOVE BC-RESTRICT-SET-DATE
001710                     TO MG-ALIAS-RST-SET-DATE
001710                 MOVE BC-RESTRICT-REVIEW-DATE
001710                     TO MG-ALIAS-RST-REVIEWED
001710                 MOVE BC-RESTRICT-SUPERVISOR
001710                     TO MG-ALIAS-RST-SUPV
001710             END-IF
001720     END-READ
001730     MOVE MX-SURVIVOR-ID TO BC-CUSTOMER-ID
001740     READ BOBCUSTF
001830                 MOVE MG-ALIAS-LAST-DATE
001840                     TO BC-LAST-CONTACT-DATE
001850             END-IF
001850             IF MG-ALIAS-WAS-RESTRICTED
001850                     AND NOT BC-CUSTOMER-IS-RESTRICTED
001850                 MOVE MG-ALIAS-RST-FLAG TO BC-RESTRICT-FLAG
001850                 MOVE MG-ALIAS-RST-REASON TO BC-RESTRICT-REASON
001850                 MOVE MG-ALIAS-RST-NOTE TO BC-RESTRICT-NOTE
001850                 MOVE MG-ALIAS-RST-SET-DATE
001850                     TO BC-RESTRICT-SET-DATE
001850                 MOVE MG-ALIAS-RST-REVIEWED
001850                     TO BC-RESTRICT-REVIEW-DATE
001850                 MOVE MG-ALIAS-RST-SUPV
001850                     TO BC-RESTRICT-SUPERVISOR
001850             END-IF
001860             REWRITE BC-PROFILE-RECORD
001870             PERFORM 3300-RETIRE-ALIAS
001880             MOVE 'MERGED' TO MG-RESULT-TEXT
