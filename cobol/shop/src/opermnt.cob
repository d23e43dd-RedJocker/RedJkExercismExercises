000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-09-02 RJ    ORIGINAL PROGRAM
000220*   2026-10-15 RJ    ACCESS RECERTIFICATION ACTIONS: 'K' RECORDS
000220*                    THAT THE TARGET'S ACCESS WAS RECERTIFIED,
000220*                    'V' REVOKES THE PROGRAMS LISTED, 'S'
000220*                    SUSPENDS AND 'R' REINSTATES.  NOBODY MAY
000220*                    RECERTIFY OR REINSTATE THEIR OWN ID.  AN
000220*                    ADD STARTS ACTIVE WITH TODAY AS DATE ADDED
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000450         88  OT-ACTION-ADD          VALUE 'A'.
000460         88  OT-ACTION-CHANGE       VALUE 'C'.
000470         88  OT-ACTION-DELETE       VALUE 'D'.
000470         88  OT-ACTION-RECERTIFY    VALUE 'K'.
000470         88  OT-ACTION-REVOKE       VALUE 'V'.
000470         88  OT-ACTION-SUSPEND      VALUE 'S'.
000470         88  OT-ACTION-REINSTATE    VALUE 'R'.
000480     05  OT-OPERATOR-ID         PIC X(08).
000490     05  OT-TARGET-ID           PIC X(08).
000500     05  OT-ROLE                PIC X(08).
000700     05  OM-BOOTSTRAP-FLAG      PIC X(01) VALUE 'N'.
000710         88  OM-BOOTSTRAP-LOAD      VALUE 'Y'.
000720     05  OM-RESULT-TEXT         PIC X(34) VALUE SPACES.
000720     05  OM-CURRENT-TS          PIC X(21) VALUE SPACES.
000720     05  OM-RUN-DATE            PIC X(08) VALUE SPACES.
000720     05  OM-REV-IX              PIC 9(01) VALUE ZERO.
000720     05  OM-REVOKED-COUNT       PIC 9(01) VALUE ZERO.
000720     05  OM-SAME-ID-FLAG        PIC X(01) VALUE 'N'.
000720         88  OM-ACTING-ON-SELF      VALUE 'Y'.
000730 COPY "OPAUTHLK.cpy".
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000880* THIS A BOOTSTRAP LOAD; THE KEYING OPERATOR CANNOT BE
000890* CHECKED AGAINST A FILE NOBODY HAS LOADED.
000900 1000-INITIALIZE.
000900     MOVE FUNCTION CURRENT-DATE TO OM-CURRENT-TS
000900     MOVE OM-CURRENT-TS(1:8) TO OM-RUN-DATE
000910     OPEN INPUT OPERTXN
000920     OPEN OUTPUT OPERRPT
000930     OPEN I-O OPERMSTF
001150                 PERFORM 3200-CHANGE-OPERATOR
001160             WHEN OT-ACTION-DELETE
001170                 PERFORM 3300-DELETE-OPERATOR
001170             WHEN OT-ACTION-RECERTIFY
001170             OR   OT-ACTION-REVOKE
001170             OR   OT-ACTION-SUSPEND
001170             OR   OT-ACTION-REINSTATE
001170                 PERFORM 3400-ACCESS-REVIEW-ACTION
001180             WHEN OTHER
001190                 MOVE 'REJECTED - BAD ACTION CODE'
001200                     TO OM-RESULT-TEXT
001550         MOVE OT-PROGRAM(OM-PGM-IX)
001560             TO OP-ALLOWED-PROGRAM(OM-PGM-IX)
001570     END-PERFORM
001570     MOVE 'A' TO OP-STATUS
001570     MOVE OM-RUN-DATE TO OP-STATUS-DATE
001570     MOVE SPACES TO OP-STATUS-REASON
001570     MOVE OM-RUN-DATE TO OP-ADDED-DATE
001570     MOVE SPACES TO OP-LAST-CERT-DATE
001570     MOVE SPACES TO OP-LAST-CERT-BY
001580     WRITE OP-OPERATOR-RECORD
001590         INVALID KEY
001600             MOVE 'REJECTED - ALREADY ON FILE'
002010             ADD 1 TO OM-APPLIED-COUNT
002020     END-READ
002030     .
002030* 3400-ACCESS-REVIEW-ACTION - THE RECERTIFICATION AND DORMANCY
002030* ACTIONS.  A REVOKE LISTS THE PROGRAMS TO TAKE AWAY IN THE
002030* PROGRAM SLOTS; AT LEAST ONE OF THEM MUST BE HELD.  THE
002030* OPERATOR'S OWN ID MAY BE SUSPENDED OR HAVE PROGRAMS REVOKED,
002030* BUT NEVER RECERTIFIED OR REINSTATED BY THEMSELVES.
002030 3400-ACCESS-REVIEW-ACTION.
002030     MOVE 'N' TO OM-SAME-ID-FLAG
002030     IF OT-OPERATOR-ID = OT-TARGET-ID
002030         SET OM-ACTING-ON-SELF TO TRUE
002030     END-IF
002030     MOVE OT-TARGET-ID TO OP-OPERATOR-ID
002030     READ OPERMSTF
002030         INVALID KEY
002030             MOVE 'REJECTED - NOT ON FILE'
002030                 TO OM-RESULT-TEXT
002030         NOT INVALID KEY
002030             EVALUATE TRUE
002030                 WHEN OT-ACTION-RECERTIFY
002030                     PERFORM 3410-RECERTIFY-OPERATOR
002030                 WHEN OT-ACTION-REVOKE
002030                     PERFORM 3420-REVOKE-PROGRAMS
002030                 WHEN OT-ACTION-SUSPEND
002030                     PERFORM 3430-SUSPEND-OPERATOR
002030                 WHEN OT-ACTION-REINSTATE
002030                     PERFORM 3440-REINSTATE-OPERATOR
002030             END-EVALUATE
002030     END-READ
002030     IF OM-RESULT-TEXT(1:8) = 'REJECTED'
002030         ADD 1 TO OM-REJECTED-COUNT
002030     ELSE
002030         REWRITE OP-OPERATOR-RECORD
002030         ADD 1 TO OM-APPLIED-COUNT
002030     END-IF
002030     .
002030 3410-RECERTIFY-OPERATOR.
002030     IF OM-ACTING-ON-SELF
002030         MOVE 'REJECTED - CANNOT RECERTIFY OWN ID'
002030             TO OM-RESULT-TEXT
002030     ELSE
002030         MOVE OM-RUN-DATE TO OP-LAST-CERT-DATE
002030         MOVE OT-OPERATOR-ID TO OP-LAST-CERT-BY
002030         MOVE 'RECERTIFIED' TO OM-RESULT-TEXT
002030     END-IF
002030     .
002030 3420-REVOKE-PROGRAMS.
002030     MOVE ZERO TO OM-REVOKED-COUNT
002030     PERFORM VARYING OM-REV-IX FROM 1 BY 1
002030             UNTIL OM-REV-IX > 5
002030         IF OT-PROGRAM(OM-REV-IX) NOT = SPACES
002030             PERFORM VARYING OM-PGM-IX FROM 1 BY 1
002030                     UNTIL OM-PGM-IX > 5
002030                 IF OP-ALLOWED-PROGRAM(OM-PGM-IX)
002030                         = OT-PROGRAM(OM-REV-IX)
002030                     MOVE SPACES
002030                         TO OP-ALLOWED-PROGRAM(OM-PGM-IX)
002030                     ADD 1 TO OM-REVOKED-COUNT
002030                 END-IF
002030             END-PERFORM
002030         END-IF
002030     END-PERFORM
002030     IF OM-REVOKED-COUNT = ZERO
002030         MOVE 'REJECTED - PROGRAM NOT HELD'
002030             TO OM-RESULT-TEXT
002030     ELSE
002030         MOVE SPACES TO OM-RESULT-TEXT
002030         STRING 'REVOKED ' DELIMITED BY SIZE
002030                OM-REVOKED-COUNT DELIMITED BY SIZE
002030                ' PROGRAM(S)' DELIMITED BY SIZE
002030             INTO OM-RESULT-TEXT
002030     END-IF
002030     .
002030 3430-SUSPEND-OPERATOR.
002030     IF OP-OPERATOR-SUSPENDED
002030         MOVE 'REJECTED - ALREADY SUSPENDED'
002030             TO OM-RESULT-TEXT
002030     ELSE
002030         SET OP-OPERATOR-SUSPENDED TO TRUE
002030         MOVE OM-RUN-DATE TO OP-STATUS-DATE
002030         MOVE 'SUSPENDED BY OPERMNT' TO OP-STATUS-REASON
002030         MOVE 'SUSPENDED' TO OM-RESULT-TEXT
002030     END-IF
002030     .
002030* 3440-REINSTATE-OPERATOR - THE STATUS DATE RESTARTS THE
002030* DORMANCY CLOCK, SO OPERDORM DOES NOT SUSPEND THE ID AGAIN
002030* THE SAME NIGHT.
002030 3440-REINSTATE-OPERATOR.
002030     EVALUATE TRUE
002030         WHEN OM-ACTING-ON-SELF
002030             MOVE 'REJECTED - CANNOT REINSTATE OWN ID'
002030                 TO OM-RESULT-TEXT
002030         WHEN NOT OP-OPERATOR-SUSPENDED
002030             MOVE 'REJECTED - NOT SUSPENDED'
002030                 TO OM-RESULT-TEXT
002030         WHEN OTHER
002030             MOVE 'A' TO OP-STATUS
002030             MOVE OM-RUN-DATE TO OP-STATUS-DATE
002030             MOVE 'REINSTATED' TO OP-STATUS-REASON
002030             MOVE 'REINSTATED' TO OM-RESULT-TEXT
002030     END-EVALUATE
002030     .
002040 3900-AUDIT-ACCEPTED-ACTION.
002050     SET OA-ASK-AUDIT TO TRUE
002060     MOVE OT-OPERATOR-ID TO OA-OPERATOR-ID
