000200* MODIFICATION HISTORY
000210*   DATE       INIT  DESCRIPTION
000220*   2026-08-22 RJ    ORIGINAL PROGRAM
000222*   2026-10-15 RJ    HONOR A CALLER-SUPPLIED CARD PICTURE
000222*                    (YD-CALLER-SUPPLIES-CARD) IN PLACE OF THE
000222*                    YACHTSCF READ, FOR THE YDECQUAL REPLAY OF
000222*                    EARLIER TURNS
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000820             UNTIL DV-CAT-IX > 12
000830         MOVE 'Y' TO DV-SLOT-OPEN-FLAG(DV-CAT-IX)
000840     END-PERFORM
000845     IF YD-CALLER-SUPPLIES-CARD
000845         PERFORM VARYING DV-CAT-IX FROM 1 BY 1
000845                 UNTIL DV-CAT-IX > 12
000845             IF YD-CALLER-OPEN-FLAG(DV-CAT-IX) NOT = 'Y'
000845                 MOVE 'N' TO DV-SLOT-OPEN-FLAG(DV-CAT-IX)
000845             END-IF
000845         END-PERFORM
000845     ELSE
000845         PERFORM 1050-READ-CARD-FLAGS
000845     END-IF
000845     .
000845 1050-READ-CARD-FLAGS.
000850     OPEN INPUT YACHTSCF
000860     IF DV-SCF-OK
000870         MOVE YD-PLAYER-ID     TO YS-PLAYER-ID
