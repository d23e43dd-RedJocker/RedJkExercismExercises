      *****************************************************************
      * YFEEJ.CPY
      *
      * RECORD LAYOUT FOR THE ENTRY-FEE JOURNAL (YFEEJNL).  YACHTONL
      * APPENDS ONE RECORD FOR EVERY NEW CARD IT OPENS; YDRWRCN
      * BALANCES EACH TERMINAL'S DRAWER AGAINST IT AND GLDAILY CARRIES
      * IT TO THE LEDGER AS 'TF' TABLE FEES.
      *
      * THE SCHEDULE FIELDS AT THE END WERE APPENDED AFTER THE FILE
      * WENT LIVE - SPACES ON AN OLDER RECORD MEAN THE FEE CAME FROM
      * THE FLAT YFEECTL AMOUNT, NOT A YFEESCHF ROW.  LIKEWISE A
      * SPACE PAY METHOD MEANS THE FEE WAS PAID IN CASH.  A REFUND
      * IS ALWAYS PAID IN CASH FROM THE DESK.
      *
      * MODIFICATION HISTORY
      *   DATE       INIT  DESCRIPTION
      *   2026-10-15 RJ    ORIGINAL - LIFTED FROM THE INLINE LAYOUT IN
      *                    YACHTONL, YDRWRCN, AND GLDAILY; APPENDED THE
      *                    YFEESCHF SCHEDULE KEY AND BAND CODE OF THE
      *                    ROW THAT PRICED THE CARD
      *   2026-10-15 RJ    APPENDED THE PAY METHOD AND THE STORED-VALUE
      *                    PLAY CARD DEBITED, SO A CARD-FUNDED FEE IS
      *                    NOT LOOKED FOR IN THE TERMINAL'S DRAWER
      *   2026-10-15 RJ    SIGNED THE FEE AMOUNT - YABNDEC POSTS AN
      *                    ABANDONED-GAME REFUND AS A NEGATIVE FEE
      *                    AGAINST THE SAME CARD KEY AND TERMINAL.  A
      *                    REFUND IS NOT A CARD OPENED, AND THE DAILY
      *                    CARD AND SPEND LIMIT COUNTS SKIP IT
      *   2026-10-15 RJ    APPENDED THE SITE CODE OF THE TERMINAL THE
      *                    FEE WAS TAKEN (OR REFUNDED) AT.  SPACES
      *                    MEAN SITE 01, THE ORIGINAL FLOOR
      *****************************************************************
       01  FJ-FEE-RECORD.
           05  FJ-TIMESTAMP               PIC X(21).
           05  FJ-TERMINAL-ID             PIC X(08).
           05  FJ-PLAYER-ID               PIC X(10).
           05  FJ-GAME-START-TS           PIC X(15).
           05  FJ-FEE-AMT                 PIC S9(03)V99.
               88  FJ-FEE-IS-REFUND           VALUE -999.99 THRU -0.01.
           05  FJ-SCHED-KEY               PIC X(14).
           05  FJ-BAND-CODE               PIC X(04).
           05  FJ-PAY-METHOD              PIC X(01).
               88  FJ-PAID-IN-CASH            VALUES 'C' SPACE.
               88  FJ-PAID-BY-PLAY-CARD       VALUE 'S'.
           05  FJ-SV-CARD-NUMBER          PIC X(13).
           05  FJ-SITE-CODE               PIC X(02).
