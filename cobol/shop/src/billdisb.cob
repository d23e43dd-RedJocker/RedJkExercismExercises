000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-09-02 RJ    ORIGINAL PROGRAM
000240*   2026-10-15 RJ    A DISBURSEMENT BILLCHBK HAS MARKED RETURNED
000240*                    (BANK CHARGEBACK OR RETURNED REFUND) IS SENT
000240*                    AGAIN WHEN ITS REISSUE COMES THROUGH ON
000240*                    GLEXTRA, INSTEAD OF BEING SKIPPED AS ALREADY
000240*                    SENT; THE REGISTER RECORD CARRIES THE RETURN
000240*                    TYPE, DATE AND REASON
000240*   2026-10-15 RJ    GLEXTRA DETAILS NOW END WITH BILLAPPR'S
000240*                    POSTING PERIOD AND PRIOR-PERIOD ADJUSTMENT
000240*                    FLAG
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER.   IBM-370.
000540     05  GL-CANCEL-DATE         PIC X(08).
000550     05  GL-PEREND-DATE         PIC X(08).
000560     05  GL-REFUND-AMOUNT       PIC 9(07)V99.
000560     05  GL-POSTING-PERIOD      PIC X(06).
000560     05  GL-PRIOR-PERIOD-ADJ    PIC X(01).
000570 FD  BILLDSBF.
000580 01  DS-DISB-RECORD.
000590     05  DS-DISB-KEY.
000650         88  DS-IS-SENT             VALUE 'S'.
000660         88  DS-IS-PAID             VALUE 'P'.
000670         88  DS-IS-REJECTED         VALUE 'X'.
000670         88  DS-IS-RETURNED         VALUE 'R'.
000680     05  DS-ACK-REASON          PIC X(20).
000680     05  DS-RETURN-TYPE         PIC X(01).
000680     05  DS-RETURN-DATE         PIC X(08).
000680     05  DS-RETURN-REASON       PIC X(20).
000690 FD  BANKDISB
000700     RECORD CONTAINS 40 CHARACTERS.
000710 01  BK-RECORD                  PIC X(40).
001150     05  DB-REJ-COUNT           PIC 9(07) VALUE ZERO.
001160     05  DB-UNMATCHED-COUNT     PIC 9(07) VALUE ZERO.
001170     05  DB-AMOUNT-ED           PIC ZZZZZZ9.99.
001170     05  DB-REISSUE-FLAG        PIC X(01) VALUE 'N'.
001170         88  DB-REISSUE             VALUE 'Y'.
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE
001770     END-IF
001780     .
001790* 2200-DISBURSE-IF-NEW - A REFUND ALREADY ON THE REGISTER WAS
001790* SENT ON AN EARLIER RUN AND MUST NOT GO TO THE BANK AGAIN -
001790* UNLESS THE BANK HAS SINCE RETURNED IT AND THIS IS THE REISSUE.
001810 2200-DISBURSE-IF-NEW.
001820     MOVE GL-CUSTOMER-ID TO DS-CUSTOMER-ID
001830     MOVE GL-CANCEL-DATE TO DS-CANCEL-DATE
001830     MOVE 'N' TO DB-REISSUE-FLAG
001840     READ BILLDSBF
001850         INVALID KEY
001860             PERFORM 2300-SEND-ONE-REFUND
001870         NOT INVALID KEY
001870             IF DS-IS-RETURNED
001870                 SET DB-REISSUE TO TRUE
001870                 PERFORM 2300-SEND-ONE-REFUND
001870             END-IF
001870     END-READ
001870     .
001870 2300-SEND-ONE-REFUND.
001920     MOVE SPACES TO BK-DETAIL-RECORD
001930     MOVE '10' TO BK-DTL-TYPE
001940     MOVE GL-CUSTOMER-ID TO BK-DTL-CUSTOMER-ID
002010     MOVE DB-RUN-DATE TO DS-SENT-DATE
002020     SET DS-IS-SENT TO TRUE
002030     MOVE SPACES TO DS-ACK-REASON
002030     IF DB-REISSUE
002030         REWRITE DS-DISB-RECORD
002030     ELSE
002030         MOVE SPACE TO DS-RETURN-TYPE
002030         MOVE SPACES TO DS-RETURN-DATE
002030         MOVE SPACES TO DS-RETURN-REASON
002030         WRITE DS-DISB-RECORD
002030     END-IF
002050     ADD 1 TO DB-SENT-COUNT
002060     ADD GL-REFUND-AMOUNT TO DB-SENT-AMOUNT
002070     MOVE GL-REFUND-AMOUNT TO DB-AMOUNT-ED
