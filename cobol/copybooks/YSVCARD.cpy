      *****************************************************************
      * YSVCARD.CPY
      *
      * RECORD LAYOUT FOR THE STORED-VALUE PLAY CARD MASTER (YSVCARDF),
      * KEYED BY CARD NUMBER.  THE CARD NUMBER IS ISSUE DATE (8) +
      * SEQUENCE (4) + A LUHN CHECK DIGIT, MINTED THE SAME WAY
      * VOUCHGEN MINTS A VOUCHER REFERENCE, SO A MIS-KEYED OR FORGED
      * NUMBER IS CAUGHT BEFORE THE FILE IS EVEN READ.  ISSUED,
      * TOPPED UP, REFUNDED AND HOT-LISTED AT THE COUNTER BY YSVCMNT;
      * DEBITED FOR ENTRY FEES BY YACHTONL.  EVERY MOVEMENT OF THE
      * BALANCE IS ALSO WRITTEN TO THE YSVLEDG CARD LEDGER.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - CARD NUMBER, PLAYER, BALANCE,
      *                    STATUS, ISSUE/STATUS/LAST-USED DATES
      *****************************************************************
       01  SV-CARD-RECORD.
           05  SV-CARD-NUMBER             PIC X(13).
           05  SV-PLAYER-ID               PIC X(10).
           05  SV-BALANCE                 PIC 9(05)V99.
           05  SV-CARD-STATUS             PIC X(01).
               88  SV-CARD-IS-ACTIVE          VALUE 'A'.
               88  SV-CARD-IS-HOT-LISTED      VALUE 'H'.
               88  SV-CARD-IS-CLOSED          VALUE 'C'.
           05  SV-ISSUE-DATE              PIC X(08).
           05  SV-STATUS-DATE             PIC X(08).
           05  SV-LAST-USED-DATE          PIC X(08).
